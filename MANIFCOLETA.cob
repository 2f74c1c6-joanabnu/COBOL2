      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 20/01/2025
      * Purpose: Manifesto de coleta por transportadora e armazem de
      *          origem. Depois do calculo o armazem montava a lista
      *          de carregamento a mao a partir de CONFFRETE.DAT.
      *          Esta etapa do JOBFRETE le os pedidos ATENDIDOS do
      *          lote recem-calculado na trilha (FRETEAUD.DAT, a
      *          partir da hora de inicio guardada em FRETECKP.DAT),
      *          soma peso real e cubado das linhas de PEDIDOSOK.DAT
      *          e emite um manifesto numerado por transportadora e
      *          origem (MANIFREL.DAT, padrao IMPRESSAOCPY): pedido,
      *          cliente, CEP de destino, pesos e valor declarado,
      *          com totais do manifesto e bloco de assinatura do
      *          motorista. Cada pedido impresso ganha a transicao
      *          COLETADO em PEDSTAT.DAT e uma linha no registro de
      *          manifestos (MANIFESTOS.DAT), de onde sai o proximo
      *          numero. So entra pedido ainda CALCULADO, de modo que
      *          o reinicio da etapa nao reimprime o que ja saiu.
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
      *                      previa do pedido (AUD-COTACAO), 161 bytes,
      *                      acompanhando o PROGRAMA11.
      *   01/02/2025 - JLS - Pedido coletado passa a baixar do estoque
      *                      fisico as quantidades reservadas na edicao,
      *                      pela rotina comum RESERVAEST.
      *   08/03/2025 - JLS - Lote recem-calculado lido so nas particoes
      *                      vivas da trilha listadas em FRETEDIR.DAT
      *                      (FRETELECPY) a partir do mes de inicio do
      *                      lote, em vez de FRETEAUD.DAT inteiro.
      *   08/03/2025 - JLS - Baixa do estoque deixa a coleta: o pedido
      *                      sai do estoque na confirmacao, pelo
      *                      PROGRAMA11.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANIFCOLETA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETECKP-FILE ASSIGN TO "FRETECKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETECKP.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT PEDIDOS-FILE ASSIGN TO "PEDIDOSOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDIDOS.
           SELECT PEDSTAT-FILE ASSIGN TO "PEDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDSTAT.
           SELECT ARMAZENS-FILE ASSIGN TO "ARMAZENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARMAZENS.
           SELECT MANIFESTOS-FILE ASSIGN TO "MANIFESTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MANIFESTOS.
           SELECT MANIFREL-FILE ASSIGN TO "MANIFREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETECKP-FILE.
       01  FRETECKP-REG.
           05 CKP-QTD-PROCESSADOS     PIC 9(06).
           05 CKP-DATA-INICIO         PIC 9(08).
           05 CKP-HORA-INICIO         PIC 9(08).

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
           05 AUD-CONTRATO            PIC X(01).
           05 AUD-UF-ORIGEM           PIC X(02).
           05 AUD-PERC-IMPOSTO        PIC 9V9999.
           05 AUD-VALOR-IMPOSTO       PIC 9(09)V99.
           05 AUD-MOTIVO-ESCOLHA      PIC X(01).
           05 AUD-FRETE-PRECO         PIC 9(08)V99.
           05 AUD-CONSOLIDACAO        PIC 9(08).
           05 AUD-COTACAO             PIC X(06).

       FD  PEDIDOS-FILE.
       01  PEDIDOS-REG.
           05 PD-PEDIDO               PIC 9(08).
           05 PD-CLIENTE              PIC 9(05).
           05 PD-PRODUTO              PIC X(10).
           05 PD-CEP                  PIC 9(08).
           05 PD-ESTADO               PIC X(02).
           05 PD-VALOR                PIC 9(08).
           05 PD-DATA                 PIC 9(08).
           05 PD-PESO                 PIC 9(05)V99.
           05 PD-PESO-CUBADO          PIC 9(05)V99.
           05 PD-MOEDA                PIC X(03).
           05 PD-COTACAO              PIC X(06).
           05 PD-QTDE                 PIC X(05).
           05 PD-ORIGEM               PIC X(03).
           05 PD-SERVICO              PIC X(01).

       FD  PEDSTAT-FILE.
       01  PEDSTAT-REG.
           05 PS-PEDIDO               PIC 9(08).
           05 PS-STATUS               PIC X(10).
           05 PS-DATA-STATUS          PIC 9(08).
           05 PS-HORA-STATUS          PIC 9(08).

       FD  ARMAZENS-FILE.
       01  ARMAZENS-REG.
           05 AR-CODIGO               PIC X(03).
           05 AR-NOME                 PIC X(30).
           05 AR-UF                   PIC X(02).
           05 AR-CEP                  PIC 9(08).

       FD  MANIFESTOS-FILE.
       01  MANIFESTOS-REG.
           05 MF-NUMERO               PIC 9(06).
           05 MF-DATA                 PIC 9(08).
           05 MF-HORA                 PIC 9(08).
           05 MF-TRANSPORTADORA       PIC X(03).
           05 MF-ORIGEM               PIC X(03).
           05 MF-PEDIDO               PIC 9(08).

       FD  MANIFREL-FILE.
       01  MANIFREL-REG               PIC X(80).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG              PIC X(91).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-FRETECKP   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FRETEAUD   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PEDIDOS    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PEDSTAT    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-ARMAZENS   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-MANIFESTOS PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-FIM-PEDIDOS       PIC X(01) VALUE "N".
             88 FIM-PEDIDOS VALUE "S".
         77 WRK-FIM-PEDSTAT       PIC X(01) VALUE "N".
             88 FIM-PEDSTAT VALUE "S".
         77 WRK-FIM-ARMAZENS      PIC X(01) VALUE "N".
             88 FIM-ARMAZENS VALUE "S".
         77 WRK-FIM-MANIFESTOS    PIC X(01) VALUE "N".
             88 FIM-MANIFESTOS VALUE "S".

         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-DATA-INICIO-LOTE  PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-INICIO-LOTE  PIC 9(08) VALUE ZEROS.
         77 WRK-PROXIMO-NUMERO    PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-MANIFESTOS    PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-FORA          PIC 9(04) VALUE ZEROS.

      *    Situacao corrente de cada pedido, como no MANPEDSTAT.
         01 TAB-SITUACAO.
             05 TAB-ST-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-SITUACAO
                 INDEXED BY TAB-ST-IDX.
                 10 TAB-ST-PEDIDO     PIC 9(08).
                 10 TAB-ST-STATUS     PIC X(10).
         77 WRK-QTD-SITUACAO      PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-SITUACAO    PIC X(01) VALUE "N".
             88 ACHOU-SITUACAO VALUE "S".

      *    Pedidos ATENDIDOS do lote, um por pedido: o valor
      *    declarado soma as linhas do ultimo calculo (pedido +
      *    data/hora) e os pesos somam as linhas de PEDIDOSOK.DAT.
         01 TAB-COLETA.
             05 TAB-CO-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-COLETA
                 INDEXED BY TAB-CO-IDX.
                 10 TAB-CO-PEDIDO     PIC 9(08).
                 10 TAB-CO-DATA       PIC 9(08).
                 10 TAB-CO-HORA       PIC 9(08).
                 10 TAB-CO-CLIENTE    PIC 9(05).
                 10 TAB-CO-CEP        PIC 9(08).
                 10 TAB-CO-TRANSP     PIC X(03).
                 10 TAB-CO-ORIGEM     PIC X(03).
                 10 TAB-CO-VALOR      PIC 9(10).
                 10 TAB-CO-PESO       PIC 9(06)V99.
                 10 TAB-CO-CUBADO     PIC 9(06)V99.
                 10 TAB-CO-ACHOU-PED  PIC X(01).
         77 WRK-QTD-COLETA        PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-COLETA      PIC X(01) VALUE "N".
             88 ACHOU-COLETA VALUE "S".

      *    Um manifesto por transportadora + origem, na ordem em que
      *    aparecem na trilha.
         01 TAB-GRUPO.
             05 TAB-GR-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-GRUPO
                 INDEXED BY TAB-GR-IDX.
                 10 TAB-GR-TRANSP     PIC X(03).
                 10 TAB-GR-ORIGEM     PIC X(03).
         77 WRK-QTD-GRUPO         PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-GRUPO       PIC X(01) VALUE "N".
             88 ACHOU-GRUPO VALUE "S".

         01 TAB-ARMAZENS.
             05 TAB-AR-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-ARMAZENS
                 INDEXED BY TAB-AR-IDX.
                 10 TAB-AR-CODIGO     PIC X(03).
                 10 TAB-AR-NOME       PIC X(30).
         77 WRK-QTD-ARMAZENS      PIC 9(02) VALUE ZEROS.
         77 WRK-NOME-ORIGEM       PIC X(30) VALUE SPACES.

      *    Totais do manifesto corrente e da execucao.
         77 WRK-MF-PEDIDOS        PIC 9(04) VALUE ZEROS.
         77 WRK-MF-PESO           PIC 9(07)V99 VALUE ZEROS.
         77 WRK-MF-CUBADO         PIC 9(07)V99 VALUE ZEROS.
         77 WRK-MF-VALOR          PIC 9(11) VALUE ZEROS.
         77 WRK-TOT-PEDIDOS       PIC 9(05) VALUE ZEROS.

         01 WRK-LINHA-ORIGEM.
             05 FILLER             PIC X(17)
                 VALUE "TRANSPORTADORA : ".
             05 WRK-LO-TRANSP      PIC X(03).
             05 FILLER             PIC X(14)
                 VALUE "    ORIGEM : ".
             05 WRK-LO-ORIGEM      PIC X(03).
             05 FILLER             PIC X(03) VALUE " - ".
             05 WRK-LO-NOME        PIC X(30).

         01 WRK-LINHA-PEDIDO.
             05 WRK-LM-PEDIDO      PIC 9(08).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LM-CLIENTE     PIC 9(05).
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LM-CEP-PREFIXO PIC 9(05).
             05 FILLER             PIC X(01) VALUE "-".
             05 WRK-LM-CEP-SUFIXO  PIC 9(03).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LM-PESO        PIC Z.ZZZ.ZZ9,99.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LM-CUBADO      PIC Z.ZZZ.ZZ9,99.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LM-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9.

         01 WRK-LINHA-TOTAL.
             05 FILLER             PIC X(08) VALUE "TOTAL : ".
             05 WRK-LT-PEDIDOS     PIC ZZZ9.
             05 FILLER             PIC X(17)
                 VALUE " PEDIDO(S)       ".
             05 WRK-LT-PESO        PIC Z.ZZZ.ZZ9,99.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LT-CUBADO      PIC Z.ZZZ.ZZ9,99.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LT-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9.

      *    Linhas do bloco de assinatura; o bloco nao e quebrado
      *    entre paginas.
         01 WRK-ASSINATURA.
             05 FILLER             PIC X(40) VALUE
                 "MOTORISTA : ____________________________".
             05 FILLER             PIC X(40) VALUE
                 "  CPF : ______________".
             05 FILLER             PIC X(40) VALUE
                 "PLACA : _______  SAIDA DA DOCA : ___/___".
             05 FILLER             PIC X(40) VALUE
                 "/_____  ___:___".
             05 FILLER             PIC X(40) VALUE
                 "ASSINATURA MOTORISTA : _________________".
             05 FILLER             PIC X(40) VALUE SPACES.
             05 FILLER             PIC X(40) VALUE
                 "CONFERENTE DO ARMAZEM : ________________".
             05 FILLER             PIC X(40) VALUE SPACES.
         01 WRK-ASSINATURA-R REDEFINES WRK-ASSINATURA.
             05 WRK-AS-LINHA       PIC X(80) OCCURS 4 TIMES.
         77 WRK-AS-IDX            PIC 9(01) VALUE ZEROS.
         77 WRK-LINHAS-BLOCO      PIC 9(02) VALUE 10.

         01 WRK-CEP-TRAB          PIC 9(08) VALUE ZEROS.
         01 WRK-CEP-TRAB-R REDEFINES WRK-CEP-TRAB.
             05 WRK-CEP-PREFIXO    PIC 9(05).
             05 WRK-CEP-SUFIXO     PIC 9(03).
         77 WRK-NUMERO-ED         PIC 9(06).
         77 WRK-QTD-ED            PIC ZZ.ZZ9.
         77 WRK-QTD-MF-ED         PIC Z.ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-EMITE-MANIFESTO THRU 0100-EXIT
                  VARYING TAB-GR-IDX FROM 1 BY 1
                  UNTIL TAB-GR-IDX GREATER WRK-QTD-GRUPO
              PERFORM 8000-FIM-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-TRILHA
              MOVE "N" TO WRK-FIM-PEDIDOS
              MOVE "N" TO WRK-FIM-PEDSTAT
              MOVE "N" TO WRK-FIM-ARMAZENS
              MOVE "N" TO WRK-FIM-MANIFESTOS
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-SITUACAO
              MOVE ZEROS TO WRK-QTD-COLETA
              MOVE ZEROS TO WRK-QTD-GRUPO
              MOVE ZEROS TO WRK-QTD-ARMAZENS
              MOVE ZEROS TO WRK-PROXIMO-NUMERO
              MOVE ZEROS TO WRK-QTD-MANIFESTOS
              MOVE ZEROS TO WRK-QTD-FORA
              MOVE ZEROS TO WRK-TOT-PEDIDOS
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "MANIF-COLETA" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1010-LE-INICIO-LOTE
              PERFORM 1020-CARREGA-ARMAZENS
              PERFORM 1030-CARREGA-SITUACOES
              PERFORM 1040-CARREGA-NUMERACAO
              PERFORM 1050-CARREGA-TRILHA
              PERFORM 1070-CARREGA-PESOS
              OPEN EXTEND PEDSTAT-FILE
              IF WRK-STATUS-PEDSTAT = "35"
                  OPEN OUTPUT PEDSTAT-FILE
              END-IF
              IF WRK-STATUS-PEDSTAT NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PEDSTAT.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PEDSTAT TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND MANIFESTOS-FILE
              IF WRK-STATUS-MANIFESTOS = "35"
                  OPEN OUTPUT MANIFESTOS-FILE
              END-IF
              IF WRK-STATUS-MANIFESTOS NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "MANIFESTOS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MANIFESTOS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT MANIFREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "MANIFREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "PEDIDO    CLIENTE  CEP DEST        PESO KG"
                  DELIMITED BY SIZE
                  "     CUBADO KG  VALOR DECLARADO" DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

      *    Inicio do lote gravado pelo PROGRAMA11 no checkpoint; sem
      *    ele a trilha inteira e considerada e so o filtro de
      *    situacao CALCULADO separa o que ainda esta na doca.
         1010-LE-INICIO-LOTE SECTION.
              MOVE ZEROS TO WRK-DATA-INICIO-LOTE
              MOVE ZEROS TO WRK-HORA-INICIO-LOTE
              OPEN INPUT FRETECKP-FILE
              IF WRK-STATUS-FRETECKP = "00"
                  READ FRETECKP-FILE INTO FRETECKP-REG
                      AT END
                          CONTINUE
                      NOT AT END
                          IF CKP-DATA-INICIO IS NUMERIC
                              MOVE CKP-DATA-INICIO
                                  TO WRK-DATA-INICIO-LOTE
                              MOVE CKP-HORA-INICIO
                                  TO WRK-HORA-INICIO-LOTE
                          END-IF
                  END-READ
                  CLOSE FRETECKP-FILE
              END-IF
              IF WRK-DATA-INICIO-LOTE = ZEROS
                  DISPLAY "Aviso: FRETECKP.DAT sem inicio de lote"
                      " - considerada a trilha inteira"
              END-IF.

         1020-CARREGA-ARMAZENS SECTION.
              OPEN INPUT ARMAZENS-FILE
              IF WRK-STATUS-ARMAZENS NOT = "00"
                  DISPLAY "Aviso: ARMAZENS.DAT indisponivel : "
                      WRK-STATUS-ARMAZENS " - origem sem nome"
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
                              MOVE AR-NOME TO
                                  TAB-AR-NOME(WRK-QTD-ARMAZENS)
                      END-READ
                  END-PERFORM
                  CLOSE ARMAZENS-FILE
              END-IF.

         1030-CARREGA-SITUACOES SECTION.
              OPEN INPUT PEDSTAT-FILE
              IF WRK-STATUS-PEDSTAT = "00"
                  PERFORM UNTIL FIM-PEDSTAT
                      READ PEDSTAT-FILE INTO PEDSTAT-REG
                          AT END
                              SET FIM-PEDSTAT TO TRUE
                          NOT AT END
                              PERFORM 1035-GUARDA-SITUACAO
                      END-READ
                  END-PERFORM
                  CLOSE PEDSTAT-FILE
              END-IF.

         1035-GUARDA-SITUACAO SECTION.
              MOVE "N" TO WRK-ACHOU-SITUACAO
              IF WRK-QTD-SITUACAO GREATER ZERO
                  SET TAB-ST-IDX TO 1
                  SEARCH TAB-ST-REG
                      AT END
                          CONTINUE
                      WHEN TAB-ST-PEDIDO(TAB-ST-IDX) = PS-PEDIDO
                          SET ACHOU-SITUACAO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-SITUACAO
                  IF WRK-QTD-SITUACAO NOT LESS 1000
                      DISPLAY "PEDSTAT.DAT maior que o limite de"
                          " 1000 pedidos"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-SITUACAO
                  SET TAB-ST-IDX TO WRK-QTD-SITUACAO
                  MOVE PS-PEDIDO TO TAB-ST-PEDIDO(TAB-ST-IDX)
              END-IF
              MOVE PS-STATUS TO TAB-ST-STATUS(TAB-ST-IDX).

      *    Proximo numero de manifesto: maior numero ja registrado
      *    mais um, como o registro de certificados do EMITECERT.
         1040-CARREGA-NUMERACAO SECTION.
              OPEN INPUT MANIFESTOS-FILE
              IF WRK-STATUS-MANIFESTOS = "00"
                  PERFORM UNTIL FIM-MANIFESTOS
                      READ MANIFESTOS-FILE INTO MANIFESTOS-REG
                          AT END
                              SET FIM-MANIFESTOS TO TRUE
                          NOT AT END
                              IF MF-NUMERO IS NUMERIC
                                  AND MF-NUMERO GREATER
                                      WRK-PROXIMO-NUMERO
                                  MOVE MF-NUMERO
                                      TO WRK-PROXIMO-NUMERO
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE MANIFESTOS-FILE
              END-IF.

         1050-CARREGA-TRILHA SECTION.
              MOVE WRK-DATA-INICIO-LOTE(1:6) TO WRK-FP-COMP-DE
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
                  READ FRETEAUD-FILE INTO FRETEAUD-REG
                      AT END
                          PERFORM 7720-PROXIMA-PARTICAO
                      NOT AT END
                          IF AUD-STATUS = "ATENDIDO"
                              AND (AUD-DATA GREATER
                                  WRK-DATA-INICIO-LOTE
                              OR (AUD-DATA = WRK-DATA-INICIO-LOTE
                              AND AUD-HORA NOT LESS
                                  WRK-HORA-INICIO-LOTE))
                              PERFORM 1055-GUARDA-COLETA
                          END-IF
                  END-READ
              END-PERFORM
              PERFORM 7740-FECHA-TRILHA.

      *    Um recalculo do mesmo pedido no lote (reinicio) traz um
      *    novo grupo de linhas: o valor declarado recomeca nele.
         1055-GUARDA-COLETA SECTION.
              MOVE "N" TO WRK-ACHOU-COLETA
              IF WRK-QTD-COLETA GREATER ZERO
                  SET TAB-CO-IDX TO 1
                  SEARCH TAB-CO-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CO-PEDIDO(TAB-CO-IDX) = AUD-PEDIDO
                          SET ACHOU-COLETA TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-COLETA
                  IF WRK-QTD-COLETA NOT LESS 1000
                      DISPLAY "Mais de 1000 pedidos no lote"
                          " - manifesto abortado"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-COLETA
                  SET TAB-CO-IDX TO WRK-QTD-COLETA
                  MOVE AUD-PEDIDO TO TAB-CO-PEDIDO(TAB-CO-IDX)
                  MOVE ZEROS TO TAB-CO-DATA(TAB-CO-IDX)
                  MOVE ZEROS TO TAB-CO-HORA(TAB-CO-IDX)
                  MOVE SPACES TO TAB-CO-ORIGEM(TAB-CO-IDX)
                  MOVE ZEROS TO TAB-CO-PESO(TAB-CO-IDX)
                  MOVE ZEROS TO TAB-CO-CUBADO(TAB-CO-IDX)
                  MOVE "N" TO TAB-CO-ACHOU-PED(TAB-CO-IDX)
              END-IF
              IF AUD-DATA NOT = TAB-CO-DATA(TAB-CO-IDX)
                  OR AUD-HORA NOT = TAB-CO-HORA(TAB-CO-IDX)
                  MOVE AUD-DATA TO TAB-CO-DATA(TAB-CO-IDX)
                  MOVE AUD-HORA TO TAB-CO-HORA(TAB-CO-IDX)
                  MOVE ZEROS TO TAB-CO-VALOR(TAB-CO-IDX)
              END-IF
              MOVE AUD-CLIENTE        TO TAB-CO-CLIENTE(TAB-CO-IDX)
              MOVE AUD-CEP            TO TAB-CO-CEP(TAB-CO-IDX)
              MOVE AUD-TRANSPORTADORA TO TAB-CO-TRANSP(TAB-CO-IDX)
              ADD AUD-VALOR TO TAB-CO-VALOR(TAB-CO-IDX).

      *    Pesos e armazem de origem vem das linhas do pedido no
      *    arquivo editado do lote.
         1070-CARREGA-PESOS SECTION.
              OPEN INPUT PEDIDOS-FILE
              IF WRK-STATUS-PEDIDOS NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PEDIDOSOK.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PEDIDOS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-PEDIDOS
                  READ PEDIDOS-FILE INTO PEDIDOS-REG
                      AT END
                          SET FIM-PEDIDOS TO TRUE
                      NOT AT END
                          PERFORM 1075-SOMA-PESO
                  END-READ
              END-PERFORM
              CLOSE PEDIDOS-FILE
              PERFORM VARYING TAB-CO-IDX FROM 1 BY 1
                  UNTIL TAB-CO-IDX GREATER WRK-QTD-COLETA
                  PERFORM 1080-MONTA-GRUPO
              END-PERFORM.

         1075-SOMA-PESO SECTION.
              MOVE "N" TO WRK-ACHOU-COLETA
              IF WRK-QTD-COLETA GREATER ZERO
                  SET TAB-CO-IDX TO 1
                  SEARCH TAB-CO-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CO-PEDIDO(TAB-CO-IDX) = PD-PEDIDO
                          SET ACHOU-COLETA TO TRUE
                  END-SEARCH
              END-IF
              IF ACHOU-COLETA
                  MOVE "S" TO TAB-CO-ACHOU-PED(TAB-CO-IDX)
                  MOVE PD-ORIGEM TO TAB-CO-ORIGEM(TAB-CO-IDX)
                  ADD PD-PESO TO TAB-CO-PESO(TAB-CO-IDX)
                  ADD PD-PESO-CUBADO TO TAB-CO-CUBADO(TAB-CO-IDX)
              END-IF.

      *    So pedido ainda CALCULADO vai para a doca; cancelado ou ja
      *    coletado (reinicio da etapa) fica fora do manifesto.
         1080-MONTA-GRUPO SECTION.
              ADD 1 TO WRK-JOB-LIDOS
              MOVE "N" TO WRK-ACHOU-SITUACAO
              IF WRK-QTD-SITUACAO GREATER ZERO
                  SET TAB-ST-IDX TO 1
                  SEARCH TAB-ST-REG
                      AT END
                          CONTINUE
                      WHEN TAB-ST-PEDIDO(TAB-ST-IDX) =
                          TAB-CO-PEDIDO(TAB-CO-IDX)
                          SET ACHOU-SITUACAO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-SITUACAO
                  OR TAB-ST-STATUS(TAB-ST-IDX) NOT = "CALCULADO"
                  ADD 1 TO WRK-QTD-FORA
                  MOVE "X" TO TAB-CO-ACHOU-PED(TAB-CO-IDX)
                  GO TO 1080-SAIDA
              END-IF
              IF TAB-CO-ACHOU-PED(TAB-CO-IDX) = "N"
                  DISPLAY "Aviso: pedido " TAB-CO-PEDIDO(TAB-CO-IDX)
                      " sem linhas em PEDIDOSOK.DAT - peso zerado"
                  MOVE TAB-CO-PEDIDO(TAB-CO-IDX) TO WRK-EXC-CHAVE
                  MOVE "PEDIDO SEM PESO NO LOTE EDITADO"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
              END-IF
              MOVE "N" TO WRK-ACHOU-GRUPO
              IF WRK-QTD-GRUPO GREATER ZERO
                  SET TAB-GR-IDX TO 1
                  SEARCH TAB-GR-REG
                      AT END
                          CONTINUE
                      WHEN TAB-GR-TRANSP(TAB-GR-IDX) =
                          TAB-CO-TRANSP(TAB-CO-IDX)
                          AND TAB-GR-ORIGEM(TAB-GR-IDX) =
                          TAB-CO-ORIGEM(TAB-CO-IDX)
                          SET ACHOU-GRUPO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-GRUPO
                  IF WRK-QTD-GRUPO NOT LESS 200
                      DISPLAY "Mais de 200 manifestos no lote"
                          " - manifesto abortado"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-GRUPO
                  SET TAB-GR-IDX TO WRK-QTD-GRUPO
                  MOVE TAB-CO-TRANSP(TAB-CO-IDX)
                      TO TAB-GR-TRANSP(TAB-GR-IDX)
                  MOVE TAB-CO-ORIGEM(TAB-CO-IDX)
                      TO TAB-GR-ORIGEM(TAB-GR-IDX)
              END-IF.
         1080-SAIDA.
              EXIT.

      *    Um manifesto: numero novo, paginas proprias, uma linha por
      *    pedido do grupo, totais e bloco de assinatura.
         0100-EMITE-MANIFESTO SECTION.
              ADD 1 TO WRK-PROXIMO-NUMERO
              ADD 1 TO WRK-QTD-MANIFESTOS
              MOVE WRK-PROXIMO-NUMERO TO WRK-NUMERO-ED
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              MOVE ZEROS TO WRK-MF-PEDIDOS
              MOVE ZEROS TO WRK-MF-PESO
              MOVE ZEROS TO WRK-MF-CUBADO
              MOVE ZEROS TO WRK-MF-VALOR
              MOVE SPACES TO WRK-IMP-TITULO
              STRING "MANIFESTO DE COLETA " DELIMITED BY SIZE
                  WRK-NUMERO-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TITULO
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS
              PERFORM 0110-BUSCA-NOME-ORIGEM
              MOVE TAB-GR-TRANSP(TAB-GR-IDX) TO WRK-LO-TRANSP
              MOVE TAB-GR-ORIGEM(TAB-GR-IDX) TO WRK-LO-ORIGEM
              MOVE WRK-NOME-ORIGEM TO WRK-LO-NOME
              MOVE WRK-LINHA-ORIGEM TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM 0120-IMPRIME-PEDIDO
                  VARYING TAB-CO-IDX FROM 1 BY 1
                  UNTIL TAB-CO-IDX GREATER WRK-QTD-COLETA
              PERFORM 0140-IMPRIME-TOTAIS
              PERFORM 0150-BLOCO-ASSINATURA
              DISPLAY "MANIFESTO " WRK-NUMERO-ED " TRANSP "
                  TAB-GR-TRANSP(TAB-GR-IDX) " ORIGEM "
                  TAB-GR-ORIGEM(TAB-GR-IDX) " PEDIDOS "
                  WRK-MF-PEDIDOS.
         0100-EXIT.
              EXIT.

         0110-BUSCA-NOME-ORIGEM SECTION.
              MOVE "ARMAZEM NAO CADASTRADO" TO WRK-NOME-ORIGEM
              IF WRK-QTD-ARMAZENS GREATER ZERO
                  SET TAB-AR-IDX TO 1
                  SEARCH TAB-AR-REG
                      AT END
                          CONTINUE
                      WHEN TAB-AR-CODIGO(TAB-AR-IDX) =
                          TAB-GR-ORIGEM(TAB-GR-IDX)
                          MOVE TAB-AR-NOME(TAB-AR-IDX)
                              TO WRK-NOME-ORIGEM
                  END-SEARCH
              END-IF.

         0120-IMPRIME-PEDIDO SECTION.
              IF TAB-CO-ACHOU-PED(TAB-CO-IDX) = "X"
                  OR TAB-CO-TRANSP(TAB-CO-IDX) NOT =
                      TAB-GR-TRANSP(TAB-GR-IDX)
                  OR TAB-CO-ORIGEM(TAB-CO-IDX) NOT =
                      TAB-GR-ORIGEM(TAB-GR-IDX)
                  GO TO 0120-SAIDA
              END-IF
              MOVE TAB-CO-PEDIDO(TAB-CO-IDX)  TO WRK-LM-PEDIDO
              MOVE TAB-CO-CLIENTE(TAB-CO-IDX) TO WRK-LM-CLIENTE
              MOVE TAB-CO-CEP(TAB-CO-IDX)     TO WRK-CEP-TRAB
              MOVE WRK-CEP-PREFIXO            TO WRK-LM-CEP-PREFIXO
              MOVE WRK-CEP-SUFIXO             TO WRK-LM-CEP-SUFIXO
              MOVE TAB-CO-PESO(TAB-CO-IDX)    TO WRK-LM-PESO
              MOVE TAB-CO-CUBADO(TAB-CO-IDX)  TO WRK-LM-CUBADO
              MOVE TAB-CO-VALOR(TAB-CO-IDX)   TO WRK-LM-VALOR
              MOVE WRK-LINHA-PEDIDO TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD 1 TO WRK-MF-PEDIDOS
              ADD TAB-CO-PESO(TAB-CO-IDX)   TO WRK-MF-PESO
              ADD TAB-CO-CUBADO(TAB-CO-IDX) TO WRK-MF-CUBADO
              ADD TAB-CO-VALOR(TAB-CO-IDX)  TO WRK-MF-VALOR
              PERFORM 0130-REGISTRA-COLETA.
         0120-SAIDA.
              EXIT.

      *    O pedido impresso sai da doca: transicao COLETADO, linha
      *    no registro de manifestos.
         0130-REGISTRA-COLETA SECTION.
              MOVE WRK-PROXIMO-NUMERO        TO MF-NUMERO
              MOVE WRK-DATA-SISTEMA          TO MF-DATA
              MOVE WRK-HORA-SISTEMA          TO MF-HORA
              MOVE TAB-GR-TRANSP(TAB-GR-IDX) TO MF-TRANSPORTADORA
              MOVE TAB-GR-ORIGEM(TAB-GR-IDX) TO MF-ORIGEM
              MOVE TAB-CO-PEDIDO(TAB-CO-IDX) TO MF-PEDIDO
              WRITE MANIFESTOS-REG
              MOVE TAB-CO-PEDIDO(TAB-CO-IDX) TO PS-PEDIDO
              MOVE "COLETADO"                TO PS-STATUS
              MOVE WRK-DATA-SISTEMA          TO PS-DATA-STATUS
              MOVE WRK-HORA-SISTEMA          TO PS-HORA-STATUS
              WRITE PEDSTAT-REG
              ADD 1 TO WRK-JOB-GRAVADOS
              ADD 1 TO WRK-TOT-PEDIDOS.

         0140-IMPRIME-TOTAIS SECTION.
              PERFORM 8800-IMP-LINHA
              MOVE WRK-MF-PEDIDOS TO WRK-LT-PEDIDOS
              MOVE WRK-MF-PESO    TO WRK-LT-PESO
              MOVE WRK-MF-CUBADO  TO WRK-LT-CUBADO
              MOVE WRK-MF-VALOR   TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

      *    Sem espaco para o bloco inteiro na pagina, ele comeca na
      *    pagina seguinte.
         0150-BLOCO-ASSINATURA SECTION.
              IF WRK-IMP-LINHAS + WRK-LINHAS-BLOCO GREATER
                  WRK-IMP-POR-PAG
                  MOVE WRK-IMP-POR-PAG TO WRK-IMP-LINHAS
              END-IF
              PERFORM 8800-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM VARYING WRK-AS-IDX FROM 1 BY 1
                  UNTIL WRK-AS-IDX GREATER 4
                  MOVE WRK-AS-LINHA(WRK-AS-IDX) TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-PERFORM.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "MANIF-COLETA" TO WRK-EXC-SISTEMA
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

         8000-FIM-RELATORIO SECTION.
              IF WRK-QTD-MANIFESTOS = ZEROS
                  MOVE "MANIFESTO DE COLETA" TO WRK-IMP-TITULO
                  MOVE "NENHUM PEDIDO AGUARDANDO COLETA NO LOTE"
                      TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              MOVE WRK-QTD-MANIFESTOS TO WRK-QTD-MF-ED
              MOVE WRK-TOT-PEDIDOS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "MANIFESTOS " DELIMITED BY SIZE
                  WRK-QTD-MF-ED DELIMITED BY SIZE
                  "  PEDIDOS " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         9000-FINALIZAR SECTION.
              CLOSE PEDSTAT-FILE
              CLOSE MANIFESTOS-FILE
              CLOSE MANIFREL-FILE
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
              DISPLAY "PEDIDOS DO LOTE         : " WRK-JOB-LIDOS
              DISPLAY "PEDIDOS COLETADOS       : " WRK-JOB-GRAVADOS
              DISPLAY "FORA DO MANIFESTO       : " WRK-QTD-FORA
              DISPLAY "MANIFESTOS EMITIDOS     : " WRK-QTD-MANIFESTOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==MANIFREL-REG==.

           COPY FRETELECPY.

       END PROGRAM MANIFCOLETA.
