      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 23/01/2025
      * Purpose: Devolucao de pedido entregue com frete de retorno. Le
      *          o movimento de devolucoes (DEVMOV.DAT), confere que o
      *          pedido esta ENTREGUE e que o ultimo calculo da trilha
      *          e ATENDIDO, cota a perna de volta -- do CEP do
      *          cliente ao armazem de retorno -- na mesma TABCEP.DAT
      *          do PROGRAMA11 (faixa do CEP, armazem, melhor vigencia
      *          por transportadora e menor frete), grava o calculo na
      *          trilha (FRETEAUD.DAT) com status proprio conforme quem
      *          paga (DEVOL-CLI cobra do cliente no FATFRETE,
      *          DEVOL-EMP fica por conta da empresa) e registra a
      *          transicao DEVOLVIDO no ciclo de vida (PEDSTAT.DAT).
      * Tectonics: cobc
      * Mod Log:
      *   24/01/2025 - JLS - Layout da trilha ganha o motivo da escolha
      *                      da transportadora e o frete da escolha so
      *                      por preco no final da linha (147 bytes),
      *                      acompanhando a mudanca do PROGRAMA11.
      *   27/01/2025 - JLS - Layout da trilha ganha o numero da
      *                      consolidacao de carga (AUD-CONSOLIDACAO),
      *                      155 bytes, acompanhando o PROGRAMA11.
      *   31/01/2025 - JLS - Layout da trilha ganha o numero da cotacao
      *                      previa do pedido (AUD-COTACAO), 161 bytes;
      *                      o frete de retorno sai sem cotacao.
      *   08/03/2025 - JLS - Trilha de auditoria lida pelas particoes
      *                      mensais vivas listadas em FRETEDIR.DAT
      *                      (FRETELECPY) e devolucao gravada na
      *                      particao do mes da data da devolucao
      *                      (FRETEGRCPY), com o diretorio atualizado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVFRETE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVMOV-FILE ASSIGN TO "DEVMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEVMOV.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT PEDSTAT-FILE ASSIGN TO "PEDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDSTAT.
           SELECT TABCEP-FILE ASSIGN TO "TABCEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TABCEP.
           SELECT TABIMPOSTO-FILE ASSIGN TO "TABIMPOSTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TABIMPOSTO.
           SELECT ARMAZENS-FILE ASSIGN TO "ARMAZENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARMAZENS.
           SELECT DEVEXC-FILE ASSIGN TO "DEVEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEVEXC.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.
           SELECT PEDXREF-FILE ASSIGN TO "PEDXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-PEDIDO
               FILE STATUS IS WRK-STATUS-XREF.

       DATA DIVISION.
       FILE SECTION.
      *    Movimento de devolucoes: data da devolucao (zeros = hoje),
      *    quem paga o retorno (C cliente, E empresa), armazem que
      *    recebe a mercadoria (branco = matriz) e o peso real e
      *    cubado apurados na coleta do retorno.
       FD  DEVMOV-FILE.
       01  DEVMOV-REG.
           05 DM-PEDIDO              PIC 9(08).
           05 DM-DATA                PIC 9(08).
           05 DM-PAGADOR             PIC X(01).
           05 DM-ORIGEM              PIC X(03).
           05 DM-PESO                PIC 9(05)V99.
           05 DM-PESO-CUBADO         PIC 9(05)V99.
           05 DM-MOTIVO              PIC X(30).

       FD  FRETEAUD-FILE.
       01  FRETEAUD-REG.
           05 AUD-DATA                PIC 9(08).
           05 AUD-HORA                PIC 9(08).
           05 AUD-PEDIDO              PIC 9(08).
           05 AUD-CLIENTE             PIC 9(05).
           05 AUD-QTD-ITENS           PIC 9(02).
           05 AUD-PRODUTO             PIC X(10).
           05 AUD-CEP                 PIC 9(08).
           05 AUD-ESTADO              PIC X(02).
           05 AUD-VALOR               PIC 9(08).
           05 AUD-FRETE               PIC 9(08)V99.
           05 AUD-VALORTOTAL          PIC 9(09)V99.
           05 AUD-STATUS              PIC X(09).
           05 AUD-TRANSPORTADORA      PIC X(03).
           05 AUD-PROMOCAO            PIC X(05).
           05 AUD-DATA-PEDIDO         PIC 9(08).
           05 AUD-MOEDA               PIC X(03).
           05 AUD-VALOR-ORIGINAL      PIC 9(09).
           05 AUD-CONTRATO             PIC X(01).
           05 AUD-UF-ORIGEM            PIC X(02).
           05 AUD-PERC-IMPOSTO         PIC 9V9999.
           05 AUD-VALOR-IMPOSTO        PIC 9(09)V99.
           05 AUD-MOTIVO-ESCOLHA       PIC X(01).
           05 AUD-FRETE-PRECO          PIC 9(08)V99.
           05 AUD-CONSOLIDACAO         PIC 9(08).
           05 AUD-COTACAO              PIC X(06).

       FD  PEDSTAT-FILE.
       01  PEDSTAT-REG.
           05 PS-PEDIDO              PIC 9(08).
           05 PS-STATUS              PIC X(10).
           05 PS-DATA-STATUS         PIC 9(08).
           05 PS-HORA-STATUS         PIC 9(08).

       FD  TABCEP-FILE.
       01  TABCEP-REG.
           05 TC-CEP-INICIO          PIC 9(08).
           05 TC-CEP-FIM             PIC 9(08).
           05 TC-ESTADO              PIC X(02).
           05 TC-TRANSPORTADORA      PIC X(03).
           05 TC-PERCENTUAL          PIC 9V999.
           05 TC-VALOR-KG            PIC 9(03)V99.
           05 TC-DATA-VIGENCIA       PIC 9(08).
           05 TC-PRAZO-DIAS          PIC 9(03).
           05 TC-ORIGEM              PIC X(03).
           05 TC-PCT-EXPRESSO        PIC 9V999.
           05 TC-VALOR-KG-EXPRESSO   PIC 9(03)V99.
           05 TC-PRAZO-EXPRESSO      PIC 9(03).

       FD  TABIMPOSTO-FILE.
       01  TABIMPOSTO-REG.
           05 IM-UF-ORIGEM           PIC X(02).
           05 IM-UF-DESTINO          PIC X(02).
           05 IM-DATA-VIGENCIA       PIC 9(08).
           05 IM-PERC-IMPOSTO        PIC 9V9999.

       FD  ARMAZENS-FILE.
       01  ARMAZENS-REG.
           05 AR-CODIGO              PIC X(03).
           05 AR-NOME                PIC X(30).
           05 AR-UF                  PIC X(02).
           05 AR-CEP                 PIC 9(08).

       FD  DEVEXC-FILE.
       01  DEVEXC-REG.
           05 EX-PEDIDO              PIC 9(08).
           05 EX-MOTIVO              PIC X(30).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG             PIC X(91).

       FD  PEDXREF-FILE.
       01  PEDXREF-REG.
           05 XR-PEDIDO               PIC 9(08).
           05 XR-TEM-TRILHA           PIC X(01).
           05 XR-TEM-EXCECAO          PIC X(01).
           05 XR-TEM-CICLO            PIC X(01).
           05 XR-ULT-STATUS           PIC X(10).
           05 XR-ULT-DATA             PIC 9(08).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-DEVMOV     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FRETEAUD   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PEDSTAT    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TABCEP     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TABIMPOSTO PIC X(02) VALUE SPACES.
         77 WRK-STATUS-ARMAZENS   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-DEVEXC     PIC X(02) VALUE SPACES.

      *    Indice remissivo por pedido (PEDXREF.DAT, INDEXED); sem o
      *    arquivo o programa avisa e segue sem indice.
         77 WRK-STATUS-XREF       PIC X(02) VALUE SPACES.
         77 WRK-XREF-ABERTO       PIC X(01) VALUE "N".
             88 XREF-ABERTO VALUE "S".
         77 WRK-XR-EXISTE         PIC X(01) VALUE "N".
             88 XR-EXISTE VALUE "S".
         77 WRK-XR-PEDIDO         PIC 9(08) VALUE ZEROS.
         77 WRK-XR-STATUS         PIC X(10) VALUE SPACES.
         77 WRK-XR-DATA           PIC 9(08) VALUE ZEROS.
         77 WRK-FIM-DEVMOV        PIC X(01) VALUE "N".
             88 FIM-DEVMOV VALUE "S".
         77 WRK-FIM-PEDSTAT       PIC X(01) VALUE "N".
             88 FIM-PEDSTAT VALUE "S".
         77 WRK-FIM-TABCEP        PIC X(01) VALUE "N".
             88 FIM-TABCEP VALUE "S".
         77 WRK-FIM-TABIMPOSTO    PIC X(01) VALUE "N".
             88 FIM-TABIMPOSTO VALUE "S".
         77 WRK-FIM-ARMAZENS      PIC X(01) VALUE "N".
             88 FIM-ARMAZENS VALUE "S".

         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA      PIC 9(08) VALUE ZEROS.

      *    Devolucoes do movimento, com o que foi apurado do ultimo
      *    calculo de cada pedido na trilha.
         01 TAB-DEVOLUCAO.
             05 TAB-DV-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-DEVOLUCAO
                 INDEXED BY TAB-DV-IDX.
                 10 TAB-DV-PEDIDO     PIC 9(08).
                 10 TAB-DV-DATA       PIC 9(08).
                 10 TAB-DV-PAGADOR    PIC X(01).
                 10 TAB-DV-ORIGEM     PIC X(03).
                 10 TAB-DV-PESO       PIC 9(05)V99.
                 10 TAB-DV-CUBADO     PIC 9(05)V99.
                 10 TAB-DV-ACHOU      PIC X(01).
                 10 TAB-DV-STATUS     PIC X(09).
                 10 TAB-DV-CLIENTE    PIC 9(05).
                 10 TAB-DV-ESTADO     PIC X(02).
                 10 TAB-DV-CEP        PIC 9(08).
                 10 TAB-DV-QTD-ITENS  PIC 9(02).
                 10 TAB-DV-SOMA-VALOR PIC 9(09).
                 10 TAB-DV-DATA-PED   PIC 9(08).
                 10 TAB-DV-DATA-GRUPO PIC 9(08).
                 10 TAB-DV-HORA-GRUPO PIC 9(08).
                 10 TAB-DV-SIT-CICLO  PIC X(10).
         77 WRK-QTD-DEVOLUCAO     PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-DEVOLUCAO   PIC X(01) VALUE "N".
             88 ACHOU-DEVOLUCAO VALUE "S".

      *    Faixas de TABCEP.DAT, varridas inteiras para a perna de
      *    volta (o movimento e pequeno; sem a busca binaria do
      *    lote).
         01 TAB-CEP.
             05 TAB-CEP-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-TABCEP
                 INDEXED BY TAB-CEP-IDX.
                 10 TAB-CEP-INICIO   PIC 9(08).
                 10 TAB-CEP-FIM      PIC 9(08).
                 10 TAB-CEP-TRANSP   PIC X(03).
                 10 TAB-CEP-PCT      PIC 9V999.
                 10 TAB-CEP-VALOR-KG PIC 9(03)V99.
                 10 TAB-CEP-VIGENCIA PIC 9(08).
                 10 TAB-CEP-ORIGEM   PIC X(03).
         77 WRK-QTD-TABCEP        PIC 9(04) VALUE ZEROS.

      *    Melhor vigencia de cada transportadora que atende a faixa,
      *    como em 0205-GUARDA-COTACAO do PROGRAMA11.
         01 TAB-COTACAO.
             05 TAB-CO-REG OCCURS 1 TO 20 TIMES
                 DEPENDING ON WRK-QTD-COTACAO
                 INDEXED BY TAB-CO-IDX.
                 10 TAB-CO-TRANSP    PIC X(03).
                 10 TAB-CO-VIGENCIA  PIC 9(08).
                 10 TAB-CO-IDX-CEP   PIC 9(04).
         77 WRK-QTD-COTACAO       PIC 9(02) VALUE ZEROS.
         77 WRK-ACHOU-COTACAO     PIC X(01) VALUE "N".
             88 ACHOU-COTACAO VALUE "S".
         77 WRK-MELHOR-IDX        PIC 9(04) VALUE ZEROS.
         77 WRK-FRETE-CANDIDATO   PIC 9(08)V99 VALUE ZEROS.
         77 WRK-MENOR-FRETE       PIC 9(08)V99 VALUE ZEROS.
         77 WRK-PESO-COBRADO      PIC 9(06)V99 VALUE ZEROS.

         01 TAB-IMPOSTO.
             05 TAB-IM-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-IMPOSTO
                 INDEXED BY TAB-IM-IDX.
                 10 TAB-IM-UF-ORIGEM  PIC X(02).
                 10 TAB-IM-UF-DESTINO PIC X(02).
                 10 TAB-IM-VIGENCIA   PIC 9(08).
                 10 TAB-IM-PERC       PIC 9V9999.
         77 WRK-QTD-IMPOSTO       PIC 9(04) VALUE ZEROS.

         01 TAB-ARMAZENS.
             05 TAB-AR-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-ARMAZENS
                 INDEXED BY TAB-AR-IDX.
                 10 TAB-AR-CODIGO     PIC X(03).
                 10 TAB-AR-UF         PIC X(02).
         77 WRK-QTD-ARMAZENS      PIC 9(02) VALUE ZEROS.
         77 WRK-ACHOU-ARMAZEM     PIC X(01) VALUE "N".
             88 ACHOU-ARMAZEM VALUE "S".

      *    Imposto do retorno: a perna sai da UF do cliente para a UF
      *    do armazem; sem aliquota para o par vale a padrao, com
      *    aviso, como no PROGRAMA11.
         77 WRK-PERC-IMPOSTO       PIC 9V9999 VALUE 0,0500.
         77 WRK-PERC-IMPOSTO-PADRAO PIC 9V9999 VALUE 0,0500.
         77 WRK-VALOR-IMPOSTO      PIC 9(09)V99 VALUE ZEROS.
         77 WRK-UF-ARMAZEM         PIC X(02) VALUE SPACES.
         77 WRK-VIG-IMPOSTO        PIC 9(08) VALUE ZEROS.
         77 WRK-ACHOU-IMPOSTO      PIC X(01) VALUE "N".
             88 ACHOU-IMPOSTO VALUE "S".

         77 WRK-FRETE-RETORNO      PIC 9(08)V99 VALUE ZEROS.
         77 WRK-TRANSP-RETORNO     PIC X(03) VALUE SPACES.
         77 WRK-STATUS-RETORNO     PIC X(09) VALUE SPACES.
         77 WRK-TOTAL-CLIENTE      PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOTAL-EMPRESA      PIC 9(11)V99 VALUE ZEROS.
         77 WRK-MOTIVO             PIC X(30) VALUE SPACES.
         77 WRK-FRETE-ED           PIC ZZ.ZZZ.ZZ9,99.
         77 WRK-TOTAL-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0200-APURA-TRILHA
              PERFORM 0300-APURA-CICLO
              PERFORM 0400-PROCESSA-DEVOLUCOES
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-DEVMOV
              MOVE "N" TO WRK-FIM-TRILHA
              MOVE "N" TO WRK-FIM-PEDSTAT
              MOVE "N" TO WRK-FIM-TABCEP
              MOVE "N" TO WRK-FIM-TABIMPOSTO
              MOVE "N" TO WRK-FIM-ARMAZENS
              MOVE "N" TO WRK-ACHOU-DEVOLUCAO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-DEVOLUCAO
              MOVE ZEROS TO WRK-QTD-TABCEP
              MOVE ZEROS TO WRK-QTD-IMPOSTO
              MOVE ZEROS TO WRK-QTD-ARMAZENS
              MOVE ZEROS TO WRK-TOTAL-CLIENTE
              MOVE ZEROS TO WRK-TOTAL-EMPRESA.

         0010-CABECALHO SECTION.
              MOVE "DEVOLUCAO-FRETE" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              PERFORM 1065-ABRE-XREF
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              PERFORM 1050-CARREGA-TABCEP
              PERFORM 1055-CARREGA-IMPOSTO
              PERFORM 1060-CARREGA-ARMAZENS
              OPEN INPUT DEVMOV-FILE
              IF WRK-STATUS-DEVMOV NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "DEVMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-DEVMOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-DEVMOV
                  READ DEVMOV-FILE INTO DEVMOV-REG
                      AT END
                          SET FIM-DEVMOV TO TRUE
                      NOT AT END
                          IF WRK-QTD-DEVOLUCAO NOT LESS 100
                              DISPLAY "DEVMOV.DAT maior que o limite"
                                  " de 100 movimentos"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-DEVOLUCAO
                          ADD 1 TO WRK-JOB-LIDOS
                          PERFORM 1010-GUARDA-MOVIMENTO
                  END-READ
              END-PERFORM
              CLOSE DEVMOV-FILE
              OPEN OUTPUT DEVEXC-FILE
              IF WRK-STATUS-DEVEXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "DEVEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-DEVEXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF.

      *    Pedido repetido no movimento fica marcado ("D") e e
      *    recusado; so a primeira linha do pedido e apurada.
         1010-GUARDA-MOVIMENTO SECTION.
              MOVE "N" TO WRK-ACHOU-DEVOLUCAO
              MOVE ZEROS TO TAB-DV-PEDIDO(WRK-QTD-DEVOLUCAO)
              IF WRK-QTD-DEVOLUCAO GREATER 1
                  SET TAB-DV-IDX TO 1
                  SEARCH TAB-DV-REG
                      AT END
                          CONTINUE
                      WHEN TAB-DV-PEDIDO(TAB-DV-IDX) = DM-PEDIDO
                          SET ACHOU-DEVOLUCAO TO TRUE
                  END-SEARCH
              END-IF
              SET TAB-DV-IDX TO WRK-QTD-DEVOLUCAO
              MOVE DM-PEDIDO TO TAB-DV-PEDIDO(TAB-DV-IDX)
              IF DM-DATA NUMERIC AND DM-DATA NOT = ZEROS
                  MOVE DM-DATA TO TAB-DV-DATA(TAB-DV-IDX)
              ELSE
                  MOVE WRK-DATA-SISTEMA TO TAB-DV-DATA(TAB-DV-IDX)
              END-IF
              MOVE DM-PAGADOR TO TAB-DV-PAGADOR(TAB-DV-IDX)
              MOVE DM-ORIGEM TO TAB-DV-ORIGEM(TAB-DV-IDX)
              IF DM-PESO NUMERIC
                  MOVE DM-PESO TO TAB-DV-PESO(TAB-DV-IDX)
              ELSE
                  MOVE ZEROS TO TAB-DV-PESO(TAB-DV-IDX)
              END-IF
              IF DM-PESO-CUBADO NUMERIC
                  MOVE DM-PESO-CUBADO TO TAB-DV-CUBADO(TAB-DV-IDX)
              ELSE
                  MOVE ZEROS TO TAB-DV-CUBADO(TAB-DV-IDX)
              END-IF
              IF ACHOU-DEVOLUCAO
                  MOVE "D" TO TAB-DV-ACHOU(TAB-DV-IDX)
              ELSE
                  MOVE "N" TO TAB-DV-ACHOU(TAB-DV-IDX)
              END-IF
              MOVE SPACES TO TAB-DV-STATUS(TAB-DV-IDX)
              MOVE SPACES TO TAB-DV-SIT-CICLO(TAB-DV-IDX)
              MOVE ZEROS TO TAB-DV-DATA-GRUPO(TAB-DV-IDX)
              MOVE ZEROS TO TAB-DV-HORA-GRUPO(TAB-DV-IDX).

         1050-CARREGA-TABCEP SECTION.
              OPEN INPUT TABCEP-FILE
              IF WRK-STATUS-TABCEP NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "TABCEP.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-TABCEP TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-TABCEP
                  READ TABCEP-FILE INTO TABCEP-REG
                      AT END
                          SET FIM-TABCEP TO TRUE
                      NOT AT END
                          IF WRK-QTD-TABCEP NOT LESS 2000
                              DISPLAY "TABCEP.DAT maior que o limite"
                                  " de 2000 faixas"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-TABCEP
                          SET TAB-CEP-IDX TO WRK-QTD-TABCEP
                          MOVE TC-CEP-INICIO TO
                              TAB-CEP-INICIO(TAB-CEP-IDX)
                          MOVE TC-CEP-FIM TO TAB-CEP-FIM(TAB-CEP-IDX)
                          MOVE TC-TRANSPORTADORA TO
                              TAB-CEP-TRANSP(TAB-CEP-IDX)
                          MOVE TC-PERCENTUAL TO
                              TAB-CEP-PCT(TAB-CEP-IDX)
                          MOVE TC-VALOR-KG TO
                              TAB-CEP-VALOR-KG(TAB-CEP-IDX)
                          MOVE TC-DATA-VIGENCIA TO
                              TAB-CEP-VIGENCIA(TAB-CEP-IDX)
                          MOVE TC-ORIGEM TO
                              TAB-CEP-ORIGEM(TAB-CEP-IDX)
                  END-READ
              END-PERFORM
              CLOSE TABCEP-FILE.

         1055-CARREGA-IMPOSTO SECTION.
              OPEN INPUT TABIMPOSTO-FILE
              IF WRK-STATUS-TABIMPOSTO NOT = "00"
                  DISPLAY "Aviso: TABIMPOSTO.DAT indisponivel : "
                      WRK-STATUS-TABIMPOSTO " - aliquota padrao"
              ELSE
                  PERFORM UNTIL FIM-TABIMPOSTO
                      READ TABIMPOSTO-FILE INTO TABIMPOSTO-REG
                          AT END
                              SET FIM-TABIMPOSTO TO TRUE
                          NOT AT END
                              IF WRK-QTD-IMPOSTO NOT LESS 2000
                                  DISPLAY "TABIMPOSTO.DAT maior que"
                                      " o limite de 2000 aliquotas"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-IMPOSTO
                              MOVE IM-UF-ORIGEM TO
                                  TAB-IM-UF-ORIGEM(WRK-QTD-IMPOSTO)
                              MOVE IM-UF-DESTINO TO
                                  TAB-IM-UF-DESTINO(WRK-QTD-IMPOSTO)
                              MOVE IM-DATA-VIGENCIA TO
                                  TAB-IM-VIGENCIA(WRK-QTD-IMPOSTO)
                              MOVE IM-PERC-IMPOSTO TO
                                  TAB-IM-PERC(WRK-QTD-IMPOSTO)
                      END-READ
                  END-PERFORM
                  CLOSE TABIMPOSTO-FILE
              END-IF.

      *    Sem o cadastro de armazens o retorno e cotado do mesmo
      *    jeito, mas sem UF de destino o imposto cai na padrao.
         1060-CARREGA-ARMAZENS SECTION.
              OPEN INPUT ARMAZENS-FILE
              IF WRK-STATUS-ARMAZENS NOT = "00"
                  DISPLAY "Aviso: ARMAZENS.DAT indisponivel : "
                      WRK-STATUS-ARMAZENS " - UF do armazem ausente"
              ELSE
                  PERFORM UNTIL FIM-ARMAZENS
                      READ ARMAZENS-FILE INTO ARMAZENS-REG
                          AT END
                              SET FIM-ARMAZENS TO TRUE
                          NOT AT END
                              IF WRK-QTD-ARMAZENS NOT LESS 50
                                  DISPLAY "ARMAZENS.DAT maior que"
                                      " o limite de 50 armazens"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-ARMAZENS
                              MOVE AR-CODIGO TO
                                  TAB-AR-CODIGO(WRK-QTD-ARMAZENS)
                              MOVE AR-UF TO
                                  TAB-AR-UF(WRK-QTD-ARMAZENS)
                      END-READ
                  END-PERFORM
                  CLOSE ARMAZENS-FILE
              END-IF.

         1065-ABRE-XREF SECTION.
              MOVE "N" TO WRK-XREF-ABERTO
              OPEN I-O PEDXREF-FILE
              IF WRK-STATUS-XREF = "35"
                  OPEN OUTPUT PEDXREF-FILE
                  CLOSE PEDXREF-FILE
                  OPEN I-O PEDXREF-FILE
              END-IF
              IF WRK-STATUS-XREF = "00"
                  SET XREF-ABERTO TO TRUE
              ELSE
                  DISPLAY "Aviso: PEDXREF.DAT indisponivel : "
                      WRK-STATUS-XREF " - seguindo sem indice"
              END-IF.

      *    Atualiza a entrada do pedido no indice: flags de presenca
      *    so ligam, e o ultimo status prevalece.
         0275-ATUALIZA-XREF SECTION.
              IF NOT XREF-ABERTO
                  GO TO 0275-SAIDA
              END-IF
              MOVE "N" TO WRK-XR-EXISTE
              MOVE WRK-XR-PEDIDO TO XR-PEDIDO
              READ PEDXREF-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET XR-EXISTE TO TRUE
              END-READ
              IF NOT XR-EXISTE
                  MOVE WRK-XR-PEDIDO TO XR-PEDIDO
                  MOVE "N" TO XR-TEM-TRILHA
                  MOVE "N" TO XR-TEM-EXCECAO
                  MOVE "N" TO XR-TEM-CICLO
              END-IF
              MOVE "S" TO XR-TEM-TRILHA
              MOVE "S" TO XR-TEM-CICLO
              MOVE WRK-XR-STATUS TO XR-ULT-STATUS
              ACCEPT WRK-XR-DATA FROM DATE YYYYMMDD
              MOVE WRK-XR-DATA TO XR-ULT-DATA
              IF XR-EXISTE
                  REWRITE PEDXREF-REG
                      INVALID KEY
                          DISPLAY "Falha ao regravar PEDXREF do"
                              " pedido " XR-PEDIDO
                  END-REWRITE
              ELSE
                  WRITE PEDXREF-REG
                      INVALID KEY
                          DISPLAY "Falha ao gravar PEDXREF do"
                              " pedido " XR-PEDIDO
                  END-WRITE
              END-IF.
         0275-SAIDA.
              EXIT.

      *    Varre a trilha guardando, para cada pedido a devolver, o
      *    ultimo grupo de calculo: um ESTORNADO ou uma devolucao
      *    posterior ao ATENDIDO barra uma nova devolucao.
         0200-APURA-TRILHA SECTION.
              MOVE ZEROS TO WRK-FP-COMP-DE
              MOVE 999999 TO WRK-FP-COMP-ATE
              MOVE "V" TO WRK-FP-ESCOPO
              PERFORM 7700-ABRE-TRILHA
              IF WRK-FP-RESULTADO NOT = "0"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FRETEDIR.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-FP-STATUS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-TRILHA
                  READ FRETEAUD-FILE
                      AT END
                          PERFORM 7720-PROXIMA-PARTICAO
                      NOT AT END
                          PERFORM 0210-AVALIA-REGISTRO
                  END-READ
              END-PERFORM
              PERFORM 7740-FECHA-TRILHA.

         0210-AVALIA-REGISTRO SECTION.
              PERFORM 0220-LOCALIZA-DEVOLUCAO
              IF ACHOU-DEVOLUCAO
                  IF AUD-DATA NOT = TAB-DV-DATA-GRUPO(TAB-DV-IDX)
                      OR AUD-HORA NOT = TAB-DV-HORA-GRUPO(TAB-DV-IDX)
      *    Novo grupo de calculo deste pedido: recomeca a apuracao.
                      MOVE "S" TO TAB-DV-ACHOU(TAB-DV-IDX)
                      MOVE AUD-DATA TO TAB-DV-DATA-GRUPO(TAB-DV-IDX)
                      MOVE AUD-HORA TO TAB-DV-HORA-GRUPO(TAB-DV-IDX)
                      MOVE AUD-STATUS TO TAB-DV-STATUS(TAB-DV-IDX)
      *    Devolucao nao refaz os dados do pedido: eles continuam os
      *    do calculo de ida.
                      IF AUD-STATUS NOT = "DEVOL-CLI"
                          AND AUD-STATUS NOT = "DEVOL-EMP"
                          MOVE AUD-CLIENTE TO
                              TAB-DV-CLIENTE(TAB-DV-IDX)
                          MOVE AUD-ESTADO TO TAB-DV-ESTADO(TAB-DV-IDX)
                          MOVE AUD-CEP TO TAB-DV-CEP(TAB-DV-IDX)
                          MOVE AUD-QTD-ITENS TO
                              TAB-DV-QTD-ITENS(TAB-DV-IDX)
                          MOVE AUD-DATA-PEDIDO TO
                              TAB-DV-DATA-PED(TAB-DV-IDX)
                          MOVE ZEROS TO TAB-DV-SOMA-VALOR(TAB-DV-IDX)
                      END-IF
                  END-IF
                  IF AUD-STATUS NOT = "DEVOL-CLI"
                      AND AUD-STATUS NOT = "DEVOL-EMP"
                      ADD AUD-VALOR TO TAB-DV-SOMA-VALOR(TAB-DV-IDX)
                  END-IF
              END-IF.

         0220-LOCALIZA-DEVOLUCAO SECTION.
              MOVE "N" TO WRK-ACHOU-DEVOLUCAO
              IF WRK-QTD-DEVOLUCAO GREATER ZERO
                  SET TAB-DV-IDX TO 1
                  SEARCH TAB-DV-REG
                      AT END
                          CONTINUE
                      WHEN TAB-DV-PEDIDO(TAB-DV-IDX) = AUD-PEDIDO
                          SET ACHOU-DEVOLUCAO TO TRUE
                  END-SEARCH
              END-IF.

      *    Situacao corrente do ciclo de vida de cada pedido a
      *    devolver (a ultima transicao gravada prevalece).
         0300-APURA-CICLO SECTION.
              OPEN INPUT PEDSTAT-FILE
              IF WRK-STATUS-PEDSTAT = "00"
                  PERFORM UNTIL FIM-PEDSTAT
                      READ PEDSTAT-FILE
                          AT END
                              SET FIM-PEDSTAT TO TRUE
                          NOT AT END
                              PERFORM 0310-GUARDA-CICLO
                      END-READ
                  END-PERFORM
                  CLOSE PEDSTAT-FILE
              END-IF.

         0310-GUARDA-CICLO SECTION.
              MOVE "N" TO WRK-ACHOU-DEVOLUCAO
              IF WRK-QTD-DEVOLUCAO GREATER ZERO
                  SET TAB-DV-IDX TO 1
                  SEARCH TAB-DV-REG
                      AT END
                          CONTINUE
                      WHEN TAB-DV-PEDIDO(TAB-DV-IDX) = PS-PEDIDO
                          SET ACHOU-DEVOLUCAO TO TRUE
                  END-SEARCH
              END-IF
              IF ACHOU-DEVOLUCAO
                  MOVE PS-STATUS TO TAB-DV-SIT-CICLO(TAB-DV-IDX)
              END-IF.

      *    A devolucao vai para a particao do mes da sua data, aberta
      *    na primeira gravacao (7800-GRAVA-TRILHA).
         0400-PROCESSA-DEVOLUCOES SECTION.
              OPEN EXTEND PEDSTAT-FILE
              IF WRK-STATUS-PEDSTAT = "35"
                  OPEN OUTPUT PEDSTAT-FILE
              END-IF
              PERFORM VARYING TAB-DV-IDX FROM 1 BY 1
                  UNTIL TAB-DV-IDX GREATER WRK-QTD-DEVOLUCAO
                  PERFORM 0410-DEVOLVE-PEDIDO
              END-PERFORM
              PERFORM 7840-FECHA-GRAVACAO
              CLOSE PEDSTAT-FILE.

         0410-DEVOLVE-PEDIDO SECTION.
              MOVE SPACES TO WRK-MOTIVO
              EVALUATE TRUE
                  WHEN TAB-DV-ACHOU(TAB-DV-IDX) = "D"
                      MOVE "PEDIDO REPETIDO NO MOVIMENTO" TO WRK-MOTIVO
                  WHEN TAB-DV-ACHOU(TAB-DV-IDX) NOT = "S"
                      MOVE "PEDIDO SEM CALCULO NA TRILHA"
                          TO WRK-MOTIVO
                  WHEN TAB-DV-STATUS(TAB-DV-IDX) = "DEVOL-CLI"
                      OR TAB-DV-STATUS(TAB-DV-IDX) = "DEVOL-EMP"
                      OR TAB-DV-SIT-CICLO(TAB-DV-IDX) = "DEVOLVIDO"
                      MOVE "PEDIDO JA DEVOLVIDO" TO WRK-MOTIVO
                  WHEN TAB-DV-STATUS(TAB-DV-IDX) = "ESTORNADO"
                      MOVE "PEDIDO ESTORNADO" TO WRK-MOTIVO
                  WHEN TAB-DV-STATUS(TAB-DV-IDX) NOT = "ATENDIDO"
                      MOVE "ULTIMO CALCULO NAO ATENDIDO"
                          TO WRK-MOTIVO
                  WHEN TAB-DV-SIT-CICLO(TAB-DV-IDX) NOT = "ENTREGUE"
                      MOVE "SO PEDIDO ENTREGUE E DEVOLVIDO"
                          TO WRK-MOTIVO
                  WHEN TAB-DV-PAGADOR(TAB-DV-IDX) NOT = "C"
                      AND TAB-DV-PAGADOR(TAB-DV-IDX) NOT = "E"
                      MOVE "PAGADOR DEVE SER C OU E" TO WRK-MOTIVO
              END-EVALUATE
              IF WRK-MOTIVO = SPACES
                  PERFORM 0420-LOCALIZA-ARMAZEM
                  IF NOT ACHOU-ARMAZEM
                      MOVE "ARMAZEM DE RETORNO INEXISTENTE"
                          TO WRK-MOTIVO
                  END-IF
              END-IF
              IF WRK-MOTIVO = SPACES
                  PERFORM 0500-COTA-RETORNO
                  IF WRK-MELHOR-IDX = ZEROS
                      MOVE "SEM TARIFA PARA O RETORNO" TO WRK-MOTIVO
                  END-IF
              END-IF
              IF WRK-MOTIVO NOT = SPACES
                  PERFORM 0450-GRAVA-EXCECAO
              ELSE
                  PERFORM 0550-BUSCA-IMPOSTO
                  PERFORM 0430-GRAVA-RETORNO
                  PERFORM 0440-GRAVA-DEVOLVIDO
                  MOVE TAB-DV-PEDIDO(TAB-DV-IDX) TO WRK-XR-PEDIDO
                  MOVE "DEVOLVIDO" TO WRK-XR-STATUS
                  PERFORM 0275-ATUALIZA-XREF
                  MOVE WRK-FRETE-RETORNO TO WRK-FRETE-ED
                  DISPLAY "Pedido " TAB-DV-PEDIDO(TAB-DV-IDX)
                      " devolvido - retorno " WRK-TRANSP-RETORNO
                      " frete " WRK-FRETE-ED " " WRK-STATUS-RETORNO
                  ADD 1 TO WRK-JOB-GRAVADOS
              END-IF.

      *    Armazem que recebe o retorno; sem o cadastro carregado nao
      *    ha como conferir e o codigo informado e aceito.
         0420-LOCALIZA-ARMAZEM SECTION.
              MOVE SPACES TO WRK-UF-ARMAZEM
              IF WRK-QTD-ARMAZENS = ZEROS
                  SET ACHOU-ARMAZEM TO TRUE
              ELSE
                  MOVE "N" TO WRK-ACHOU-ARMAZEM
                  SET TAB-AR-IDX TO 1
                  SEARCH TAB-AR-REG
                      AT END
                          CONTINUE
                      WHEN TAB-AR-CODIGO(TAB-AR-IDX) =
                          TAB-DV-ORIGEM(TAB-DV-IDX)
                          SET ACHOU-ARMAZEM TO TRUE
                          MOVE TAB-AR-UF(TAB-AR-IDX) TO WRK-UF-ARMAZEM
                  END-SEARCH
              END-IF.

      *    O retorno entra na trilha como um grupo de um registro com
      *    os dados do pedido de ida e o frete da perna de volta; o
      *    status diz quem paga (DEVOL-CLI vai para a fatura do
      *    cliente no FATFRETE, DEVOL-EMP e custo da empresa). A UF
      *    de origem gravada e a do armazem que recebe o retorno.
         0430-GRAVA-RETORNO SECTION.
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              IF TAB-DV-PAGADOR(TAB-DV-IDX) = "C"
                  MOVE "DEVOL-CLI" TO WRK-STATUS-RETORNO
                  ADD WRK-FRETE-RETORNO TO WRK-TOTAL-CLIENTE
              ELSE
                  MOVE "DEVOL-EMP" TO WRK-STATUS-RETORNO
                  ADD WRK-FRETE-RETORNO TO WRK-TOTAL-EMPRESA
              END-IF
              MOVE TAB-DV-DATA(TAB-DV-IDX)      TO AUD-DATA
              MOVE WRK-HORA-SISTEMA             TO AUD-HORA
              MOVE TAB-DV-PEDIDO(TAB-DV-IDX)    TO AUD-PEDIDO
              MOVE TAB-DV-CLIENTE(TAB-DV-IDX)   TO AUD-CLIENTE
              MOVE TAB-DV-QTD-ITENS(TAB-DV-IDX) TO AUD-QTD-ITENS
              MOVE "*DEVOLUCAO"                  TO AUD-PRODUTO
              MOVE TAB-DV-CEP(TAB-DV-IDX)       TO AUD-CEP
              MOVE TAB-DV-ESTADO(TAB-DV-IDX)    TO AUD-ESTADO
              MOVE TAB-DV-SOMA-VALOR(TAB-DV-IDX) TO AUD-VALOR
              MOVE WRK-FRETE-RETORNO            TO AUD-FRETE
              MOVE WRK-FRETE-RETORNO            TO AUD-VALORTOTAL
              MOVE WRK-STATUS-RETORNO           TO AUD-STATUS
              MOVE WRK-TRANSP-RETORNO           TO AUD-TRANSPORTADORA
              MOVE SPACES                       TO AUD-PROMOCAO
              MOVE TAB-DV-DATA-PED(TAB-DV-IDX)  TO AUD-DATA-PEDIDO
              MOVE "BRL" TO AUD-MOEDA
              MOVE TAB-DV-SOMA-VALOR(TAB-DV-IDX)
                  TO AUD-VALOR-ORIGINAL
              MOVE SPACES TO AUD-CONTRATO
              MOVE WRK-UF-ARMAZEM               TO AUD-UF-ORIGEM
              MOVE WRK-PERC-IMPOSTO             TO AUD-PERC-IMPOSTO
              MOVE WRK-VALOR-IMPOSTO            TO AUD-VALOR-IMPOSTO
              MOVE SPACE                        TO AUD-MOTIVO-ESCOLHA
              MOVE ZEROS                        TO AUD-FRETE-PRECO
              MOVE ZEROS                        TO AUD-CONSOLIDACAO
              MOVE SPACES                       TO AUD-COTACAO
              PERFORM 7800-GRAVA-TRILHA.

         0440-GRAVA-DEVOLVIDO SECTION.
              MOVE TAB-DV-PEDIDO(TAB-DV-IDX) TO PS-PEDIDO
              MOVE "DEVOLVIDO" TO PS-STATUS
              MOVE TAB-DV-DATA(TAB-DV-IDX) TO PS-DATA-STATUS
              MOVE WRK-HORA-SISTEMA TO PS-HORA-STATUS
              WRITE PEDSTAT-REG.

         0450-GRAVA-EXCECAO SECTION.
              MOVE TAB-DV-PEDIDO(TAB-DV-IDX) TO EX-PEDIDO
              MOVE WRK-MOTIVO TO EX-MOTIVO
              WRITE DEVEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE TAB-DV-PEDIDO(TAB-DV-IDX) TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0455-GRAVA-EXCDIARIO.

         0455-GRAVA-EXCDIARIO SECTION.
              MOVE "DEVOLUCAO-FRETE" TO WRK-EXC-SISTEMA
              ACCEPT WRK-EXC-DATA FROM DATE YYYYMMDD
              ACCEPT WRK-EXC-HORA FROM TIME
              MOVE WRK-EXC-DATA       TO WRK-ER-DATA
              MOVE WRK-EXC-HORA       TO WRK-ER-HORA
              MOVE WRK-EXC-SISTEMA    TO WRK-ER-SISTEMA
              MOVE WRK-EXC-SEVERIDADE TO WRK-ER-SEVERIDADE
              MOVE WRK-EXC-CHAVE      TO WRK-ER-CHAVE
              MOVE WRK-EXC-COD-MOTIVO TO WRK-ER-COD-MOTIVO
              MOVE WRK-EXC-MOTIVO     TO WRK-ER-TEXTO
              WRITE EXCDIARIO-REG FROM WRK-EXC-REGISTRO
              MOVE "A" TO WRK-EXC-SEVERIDADE
              MOVE "9999" TO WRK-EXC-COD-MOTIVO.

      *    Perna de volta cotada como 0200-PROCESSA do PROGRAMA11: as
      *    faixas que contem o CEP do cliente na linha do armazem,
      *    vigentes na data da devolucao, ficam com a melhor vigencia
      *    de cada transportadora e vence o menor frete (percentual
      *    sobre a mercadoria mais quilo sobre o maior entre o peso
      *    real e o cubado). O retorno e sempre servico padrao.
         0500-COTA-RETORNO SECTION.
              MOVE ZEROS TO WRK-QTD-COTACAO
              MOVE ZEROS TO WRK-MELHOR-IDX
              MOVE ZEROS TO WRK-FRETE-RETORNO
              MOVE SPACES TO WRK-TRANSP-RETORNO
              PERFORM VARYING TAB-CEP-IDX FROM 1 BY 1
                  UNTIL TAB-CEP-IDX GREATER WRK-QTD-TABCEP
                  IF TAB-DV-CEP(TAB-DV-IDX) NOT LESS
                      TAB-CEP-INICIO(TAB-CEP-IDX)
                      AND TAB-DV-CEP(TAB-DV-IDX) NOT GREATER
                          TAB-CEP-FIM(TAB-CEP-IDX)
                      AND TAB-CEP-ORIGEM(TAB-CEP-IDX) =
                          TAB-DV-ORIGEM(TAB-DV-IDX)
                      AND TAB-CEP-VIGENCIA(TAB-CEP-IDX) NOT GREATER
                          TAB-DV-DATA(TAB-DV-IDX)
                      PERFORM 0505-GUARDA-COTACAO
                  END-IF
              END-PERFORM
              IF TAB-DV-CUBADO(TAB-DV-IDX) GREATER
                  TAB-DV-PESO(TAB-DV-IDX)
                  MOVE TAB-DV-CUBADO(TAB-DV-IDX) TO WRK-PESO-COBRADO
              ELSE
                  MOVE TAB-DV-PESO(TAB-DV-IDX) TO WRK-PESO-COBRADO
              END-IF
              PERFORM VARYING TAB-CO-IDX FROM 1 BY 1
                  UNTIL TAB-CO-IDX GREATER WRK-QTD-COTACAO
                  COMPUTE WRK-FRETE-CANDIDATO ROUNDED =
                      TAB-DV-SOMA-VALOR(TAB-DV-IDX) *
                      TAB-CEP-PCT(TAB-CO-IDX-CEP(TAB-CO-IDX)) +
                      WRK-PESO-COBRADO *
                      TAB-CEP-VALOR-KG(TAB-CO-IDX-CEP(TAB-CO-IDX))
                  IF WRK-MELHOR-IDX = ZEROS
                      OR WRK-FRETE-CANDIDATO LESS WRK-MENOR-FRETE
                      MOVE TAB-CO-IDX-CEP(TAB-CO-IDX)
                          TO WRK-MELHOR-IDX
                      MOVE WRK-FRETE-CANDIDATO TO WRK-MENOR-FRETE
                  END-IF
              END-PERFORM
              IF WRK-MELHOR-IDX GREATER ZERO
                  MOVE WRK-MENOR-FRETE TO WRK-FRETE-RETORNO
                  MOVE TAB-CEP-TRANSP(WRK-MELHOR-IDX)
                      TO WRK-TRANSP-RETORNO
              END-IF.

         0505-GUARDA-COTACAO SECTION.
              MOVE "N" TO WRK-ACHOU-COTACAO
              PERFORM VARYING TAB-CO-IDX FROM 1 BY 1
                  UNTIL TAB-CO-IDX GREATER WRK-QTD-COTACAO
                  OR ACHOU-COTACAO
                  IF TAB-CO-TRANSP(TAB-CO-IDX) =
                      TAB-CEP-TRANSP(TAB-CEP-IDX)
                      SET ACHOU-COTACAO TO TRUE
                      IF TAB-CEP-VIGENCIA(TAB-CEP-IDX) GREATER
                          TAB-CO-VIGENCIA(TAB-CO-IDX)
                          MOVE TAB-CEP-VIGENCIA(TAB-CEP-IDX)
                              TO TAB-CO-VIGENCIA(TAB-CO-IDX)
                          SET TAB-CO-IDX-CEP(TAB-CO-IDX)
                              TO TAB-CEP-IDX
                      END-IF
                  END-IF
              END-PERFORM
              IF NOT ACHOU-COTACAO
                  IF WRK-QTD-COTACAO NOT LESS 20
                      DISPLAY "Mais de 20 transportadoras na faixa"
                          " - devolucao abortada"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-COTACAO
                  SET TAB-CO-IDX TO WRK-QTD-COTACAO
                  MOVE TAB-CEP-TRANSP(TAB-CEP-IDX)
                      TO TAB-CO-TRANSP(TAB-CO-IDX)
                  MOVE TAB-CEP-VIGENCIA(TAB-CEP-IDX)
                      TO TAB-CO-VIGENCIA(TAB-CO-IDX)
                  SET TAB-CO-IDX-CEP(TAB-CO-IDX) TO TAB-CEP-IDX
              END-IF.

      *    Aliquota da perna de volta: UF do cliente como origem e UF
      *    do armazem como destino, na data da devolucao.
         0550-BUSCA-IMPOSTO SECTION.
              MOVE "N" TO WRK-ACHOU-IMPOSTO
              MOVE ZEROS TO WRK-VIG-IMPOSTO
              PERFORM VARYING TAB-IM-IDX FROM 1 BY 1
                  UNTIL TAB-IM-IDX GREATER WRK-QTD-IMPOSTO
                  IF TAB-IM-UF-ORIGEM(TAB-IM-IDX) =
                      TAB-DV-ESTADO(TAB-DV-IDX)
                      AND TAB-IM-UF-DESTINO(TAB-IM-IDX) =
                          WRK-UF-ARMAZEM
                      AND TAB-IM-VIGENCIA(TAB-IM-IDX) NOT GREATER
                          TAB-DV-DATA(TAB-DV-IDX)
                      AND (NOT ACHOU-IMPOSTO
                      OR TAB-IM-VIGENCIA(TAB-IM-IDX) GREATER
                          WRK-VIG-IMPOSTO)
                      SET ACHOU-IMPOSTO TO TRUE
                      MOVE TAB-IM-VIGENCIA(TAB-IM-IDX)
                          TO WRK-VIG-IMPOSTO
                      MOVE TAB-IM-PERC(TAB-IM-IDX) TO WRK-PERC-IMPOSTO
                  END-IF
              END-PERFORM
              IF NOT ACHOU-IMPOSTO
                  MOVE WRK-PERC-IMPOSTO-PADRAO TO WRK-PERC-IMPOSTO
                  DISPLAY "Aviso: sem aliquota "
                      TAB-DV-ESTADO(TAB-DV-IDX) "/" WRK-UF-ARMAZEM
                      " - devolucao " TAB-DV-PEDIDO(TAB-DV-IDX)
                      " na aliquota padrao"
                  MOVE TAB-DV-PEDIDO(TAB-DV-IDX) TO WRK-EXC-CHAVE
                  MOVE "SEM ALIQUOTA UF ORIGEM/DESTINO"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0455-GRAVA-EXCDIARIO
              END-IF
              COMPUTE WRK-VALOR-IMPOSTO ROUNDED =
                  WRK-FRETE-RETORNO * WRK-PERC-IMPOSTO.

         9000-FINALIZAR SECTION.
              IF XREF-ABERTO
                  CLOSE PEDXREF-FILE
                  MOVE "N" TO WRK-XREF-ABERTO
              END-IF
              CLOSE DEVEXC-FILE
              CLOSE EXCDIARIO-FILE
              PERFORM 9900-RODAPE.

         9900-RODAPE SECTION.
              MOVE RETURN-CODE TO WRK-JOB-RETORNO
              CALL "GRAVARUNLOG" USING WRK-JOB-NOME WRK-JOB-DATAHORA
                  WRK-JOB-LIDOS WRK-JOB-GRAVADOS
                  WRK-JOB-REJEITADOS WRK-JOB-RETORNO
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   FIM : "
                  WRK-JOB-DATAHORA
              DISPLAY "DEVOLUCOES LIDAS        : " WRK-JOB-LIDOS
              DISPLAY "PEDIDOS DEVOLVIDOS      : " WRK-JOB-GRAVADOS
              DISPLAY "DEVOLUCOES REJEITADAS   : " WRK-JOB-REJEITADOS
              MOVE WRK-TOTAL-CLIENTE TO WRK-TOTAL-ED
              DISPLAY "RETORNO PAGO PELO CLIENTE: " WRK-TOTAL-ED
              MOVE WRK-TOTAL-EMPRESA TO WRK-TOTAL-ED
              DISPLAY "RETORNO PAGO PELA EMPRESA: " WRK-TOTAL-ED
              DISPLAY "==========================================".
           COPY FRETELECPY.

           COPY FRETEGRCPY.

       END PROGRAM DEVFRETE.
