      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 30/01/2025
      * Purpose: Averbacao mensal do seguro de carga. A apolice exige
      *          declarar a seguradora o valor de todo embarque, e a
      *          declaracao era montada a mao a partir do
      *          CONFFRETE.DAT, com embarques faltando. Este lote le
      *          o arquivo morto (FRETEAUDARQ.DAT) e a trilha viva
      *          (FRETEAUD.DAT), agrupa os itens por pedido e
      *          data/hora do calculo e averba o pedido cujo ultimo
      *          calculo e ATENDIDO na competencia de PARAMAVERB.DAT
      *          (zeros = mes anterior). Pedido estornado pelo
      *          CANCFRETE, ou recalculado depois fora da competencia,
      *          sai da averbacao. O valor declarado e o valor da
      *          mercadoria em BRL da trilha (itens em moeda
      *          estrangeira ja convertidos pelo PROGRAMA11 com a taxa
      *          do dia do pedido). Grava o arquivo de layout fixo da
      *          seguradora AVERB<aaaamm>.DAT (cabecalho 1, um detalhe
      *          2 por embarque com data, pedido, UF de origem e de
      *          destino, transportadora e valor, trailer 9 com
      *          quantidade e total) e o relatorio de controle
      *          AVERBREL.DAT (padrao IMPRESSAOCPY) com os embarques,
      *          os pedidos retirados e o premio devido pela taxa da
      *          apolice, respeitado o premio minimo.
      * Tectonics: cobc
      * Mod Log:
      *   31/01/2025 - JLS - Layout da trilha ganha o numero da cotacao
      *                      previa do pedido (AUD-COTACAO), 161 bytes,
      *                      acompanhando o PROGRAMA11.
      *   08/03/2025 - JLS - Trilha lida pelas particoes mensais
      *                      listadas em FRETEDIR.DAT (FRETELECPY),
      *                      arquivadas e vivas, so da competencia
      *                      averbada em diante, em vez de
      *                      FRETEAUDARQ.DAT e FRETEAUD.DAT inteiros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVERBACAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT PARAMAVERB-FILE ASSIGN TO "PARAMAVERB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT ARMAZENS-FILE ASSIGN TO "ARMAZENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARMAZENS.
           SELECT AVERB-FILE ASSIGN TO WRK-NOME-AVERB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AVERB.
           SELECT AVERBREL-FILE ASSIGN TO "AVERBREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETEAUD-FILE.
       01  FRETEAUD-REG               PIC X(161).

      *    Parametro da apolice: competencia (zeros = mes anterior),
      *    taxa em % sobre o valor declarado, premio minimo, numero
      *    da apolice e CNPJ do segurado para o cabecalho.
       FD  PARAMAVERB-FILE.
       01  PARAMAVERB-REG.
           05 PA-COMPETENCIA          PIC 9(06).
           05 PA-TAXA-PREMIO          PIC 9(02)V9999.
           05 PA-PREMIO-MINIMO        PIC 9(07)V99.
           05 PA-APOLICE              PIC X(15).
           05 PA-CNPJ                 PIC X(14).

       FD  ARMAZENS-FILE.
       01  ARMAZENS-REG.
           05 AR-CODIGO               PIC X(03).
           05 AR-NOME                 PIC X(30).
           05 AR-UF                   PIC X(02).
           05 AR-CEP                  PIC 9(08).

       FD  AVERB-FILE.
       01  AVERB-REG                  PIC X(80).

       FD  AVERBREL-FILE.
       01  AVERBREL-REG               PIC X(80).

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

         77 WRK-STATUS-FRETEAUD   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAM      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-ARMAZENS   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AVERB      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-NOME-AVERB        PIC X(20) VALUE SPACES.
         77 WRK-FIM-ARMAZENS      PIC X(01) VALUE "N".
             88 FIM-ARMAZENS VALUE "S".

         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         01 WRK-COMPETENCIA.
             05 WRK-CP-ANO         PIC 9(04).
             05 WRK-CP-MES         PIC 9(02).
         77 WRK-COMPETENCIA-N     PIC 9(06) VALUE ZEROS.
         77 WRK-TAXA-PREMIO       PIC 9(02)V9999 VALUE ZEROS.
         77 WRK-PREMIO-MINIMO     PIC 9(07)V99 VALUE ZEROS.
         77 WRK-APOLICE           PIC X(15) VALUE SPACES.
         77 WRK-CNPJ              PIC X(14) VALUE SPACES.
      *    UF da matriz (armazem de codigo em branco), para calculo
      *    antigo da trilha, de antes da UF de origem.
         77 WRK-UF-MATRIZ         PIC X(02) VALUE SPACES.

      *    Area de leitura adiantada para fechar o grupo de itens do
      *    mesmo calculo, como no EXTRATOANO.
         01 WRK-PROX-AUD-REG.
             05 WRK-PX-DATA          PIC 9(08).
             05 WRK-PX-HORA          PIC 9(08).
             05 WRK-PX-PEDIDO        PIC 9(08).
             05 WRK-PX-CLIENTE       PIC 9(05).
             05 WRK-PX-QTD-ITENS     PIC 9(02).
             05 WRK-PX-PRODUTO       PIC X(10).
             05 WRK-PX-CEP           PIC 9(08).
             05 WRK-PX-ESTADO        PIC X(02).
             05 WRK-PX-VALOR         PIC 9(08).
             05 WRK-PX-FRETE         PIC 9(08)V99.
             05 WRK-PX-VALORTOTAL    PIC 9(09)V99.
             05 WRK-PX-STATUS        PIC X(09).
             05 WRK-PX-TRANSP        PIC X(03).
             05 WRK-PX-PROMOCAO      PIC X(05).
             05 WRK-PX-DATA-PEDIDO   PIC 9(08).
             05 WRK-PX-MOEDA         PIC X(03).
             05 WRK-PX-VALOR-ORIG    PIC 9(09).
             05 WRK-PX-CONTRATO      PIC X(01).
             05 WRK-PX-UF-ORIGEM     PIC X(02).
             05 WRK-PX-RESTO         PIC X(40).

      *    Grupo corrente (um calculo de um pedido).
         77 WRK-PEDIDO-ATUAL      PIC 9(08) VALUE ZEROS.
         77 WRK-DATA-ATUAL        PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-ATUAL        PIC 9(08) VALUE ZEROS.
         77 WRK-STATUS-ATUAL      PIC X(09) VALUE SPACES.
         77 WRK-DESTINO-ATUAL     PIC X(02) VALUE SPACES.
         77 WRK-ORIGEM-ATUAL      PIC X(02) VALUE SPACES.
         77 WRK-TRANSP-ATUAL      PIC X(03) VALUE SPACES.
         77 WRK-MOEDA-ATUAL       PIC X(03) VALUE SPACES.
         77 WRK-ORIGINAL-ATUAL    PIC 9(09) VALUE ZEROS.
         77 WRK-SOMA-VALOR        PIC 9(11) VALUE ZEROS.

      *    Um registro por pedido ATENDIDO na competencia; calculo
      *    posterior do mesmo pedido decide: A averbado, E estornado
      *    pelo CANCFRETE, F recalculado fora da competencia ou
      *    rejeitado no reprocesso.
         01 TAB-AVERB.
             05 TAB-AV-REG OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WRK-QTD-AVERB
                 INDEXED BY TAB-AV-IDX.
                 10 TAB-AV-DATA        PIC 9(08).
                 10 TAB-AV-PEDIDO      PIC 9(08).
                 10 TAB-AV-ORIGEM      PIC X(02).
                 10 TAB-AV-DESTINO     PIC X(02).
                 10 TAB-AV-TRANSP      PIC X(03).
                 10 TAB-AV-MOEDA       PIC X(03).
                 10 TAB-AV-ORIGINAL    PIC 9(09).
                 10 TAB-AV-VALOR       PIC 9(11).
                 10 TAB-AV-SITUACAO    PIC X(01).
                     88 AV-AVERBADO  VALUE "A".
                     88 AV-ESTORNADO VALUE "E".
         77 WRK-QTD-AVERB         PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-PEDIDO      PIC X(01) VALUE "N".
             88 ACHOU-PEDIDO VALUE "S".

         01 WRK-TROCA-AVERB       PIC X(47).
         77 WRK-IDX-I             PIC 9(04) VALUE ZEROS.
         77 WRK-IDX-J             PIC 9(04) VALUE ZEROS.
         77 WRK-HOUVE-TROCA       PIC X(01) VALUE "N".
             88 HOUVE-TROCA VALUE "S".

         77 WRK-QTD-DECLARADOS    PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-ESTORNADOS    PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-FORA          PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-SEM-ORIGEM    PIC 9(06) VALUE ZEROS.
         77 WRK-TOT-DECLARADO     PIC 9(13) VALUE ZEROS.
         77 WRK-PREMIO-CALC       PIC 9(11)V99 VALUE ZEROS.
         77 WRK-PREMIO-DEVIDO     PIC 9(11)V99 VALUE ZEROS.

      *    Registros do arquivo da seguradora (80 posicoes, valores
      *    com 2 decimais implicitas).
         01 WRK-AV-CABEC.
             05 FILLER             PIC X(01) VALUE "1".
             05 WRK-AH-CNPJ        PIC X(14).
             05 WRK-AH-APOLICE     PIC X(15).
             05 WRK-AH-COMPETENCIA PIC 9(06).
             05 WRK-AH-GERACAO     PIC 9(08).
             05 FILLER             PIC X(36) VALUE SPACES.
         01 WRK-AV-DETALHE.
             05 FILLER             PIC X(01) VALUE "2".
             05 WRK-AD-SEQUENCIA   PIC 9(06).
             05 WRK-AD-DATA        PIC 9(08).
             05 WRK-AD-PEDIDO      PIC 9(08).
             05 WRK-AD-UF-ORIGEM   PIC X(02).
             05 WRK-AD-UF-DESTINO  PIC X(02).
             05 WRK-AD-TRANSP      PIC X(03).
             05 WRK-AD-VALOR       PIC 9(13)V99.
             05 FILLER             PIC X(35) VALUE SPACES.
         01 WRK-AV-TRAILER.
             05 FILLER             PIC X(01) VALUE "9".
             05 WRK-AT-QTD         PIC 9(06).
             05 WRK-AT-TOTAL       PIC 9(13)V99.
             05 FILLER             PIC X(58) VALUE SPACES.

         01 WRK-DATA-ED-AUX.
             05 WRK-DA-ANO         PIC X(04).
             05 WRK-DA-MES         PIC X(02).
             05 WRK-DA-DIA         PIC X(02).
         01 WRK-LINHA-EMBARQUE.
             05 WRK-LE-DIA         PIC X(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-LE-MES         PIC X(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-LE-ANO         PIC X(04).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LE-PEDIDO      PIC 9(08).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LE-ORIGEM      PIC X(02).
             05 FILLER             PIC X(01) VALUE ">".
             05 WRK-LE-DESTINO     PIC X(02).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LE-TRANSP      PIC X(03).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LE-MOEDA       PIC X(03).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LE-ORIGINAL    PIC ZZZ.ZZZ.ZZ9.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LE-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
         01 WRK-LINHA-RETIRADO.
             05 WRK-LX-PEDIDO      PIC 9(08).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LX-MOTIVO      PIC X(40).

         77 WRK-QTD-ED            PIC ZZZ.ZZ9.
         77 WRK-VALOR-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
         77 WRK-TAXA-ED           PIC Z9,9999.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-LE-TRILHA
              PERFORM 0400-ORDENA-EMBARQUES
              PERFORM 0500-GRAVA-AVERBACAO
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-TRILHA
              MOVE "N" TO WRK-FIM-ARMAZENS
              MOVE "N" TO WRK-HOUVE-TROCA
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-AVERB
              MOVE ZEROS TO WRK-QTD-DECLARADOS
              MOVE ZEROS TO WRK-QTD-ESTORNADOS
              MOVE ZEROS TO WRK-QTD-FORA
              MOVE ZEROS TO WRK-QTD-SEM-ORIGEM
              MOVE ZEROS TO WRK-TOT-DECLARADO
              MOVE ZEROS TO WRK-PREMIO-CALC
              MOVE ZEROS TO WRK-PREMIO-DEVIDO
              MOVE SPACES TO WRK-UF-MATRIZ
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "AVERBACAO" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-PARAMETRO
              PERFORM 1060-CARREGA-MATRIZ
              MOVE SPACES TO WRK-NOME-AVERB
              STRING "AVERB" DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WRK-NOME-AVERB
              OPEN OUTPUT AVERBREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "AVERBREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE SPACES TO WRK-IMP-TITULO
              STRING "AVERBACAO DO SEGURO DE CARGA " DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  INTO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "EMBARQUE   PEDIDO    ROTA   TRN  MOEDA"
                  DELIMITED BY SIZE
                  "  VAL.ORIGINAL     VALOR DECLARADO"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

      *    Sem o parametro nao ha taxa da apolice para o premio: o
      *    lote nao roda.
         1050-CARREGA-PARAMETRO SECTION.
              OPEN INPUT PARAMAVERB-FILE
              IF WRK-STATUS-PARAM NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PARAMAVERB.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PARAM TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE ZEROS TO PA-COMPETENCIA
              MOVE ZEROS TO PA-TAXA-PREMIO
              READ PARAMAVERB-FILE INTO PARAMAVERB-REG
                  AT END
                      CONTINUE
              END-READ
              CLOSE PARAMAVERB-FILE
              IF PA-TAXA-PREMIO NOT NUMERIC
                  OR PA-TAXA-PREMIO = ZEROS
                  DISPLAY "TAXA DA APOLICE INVALIDA EM PARAMAVERB.DAT"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              MOVE PA-TAXA-PREMIO TO WRK-TAXA-PREMIO
              MOVE ZEROS TO WRK-PREMIO-MINIMO
              IF PA-PREMIO-MINIMO NUMERIC
                  MOVE PA-PREMIO-MINIMO TO WRK-PREMIO-MINIMO
              END-IF
              MOVE PA-APOLICE TO WRK-APOLICE
              MOVE PA-CNPJ TO WRK-CNPJ
              IF PA-COMPETENCIA NUMERIC
                  AND PA-COMPETENCIA(5:2) GREATER "00"
                  AND PA-COMPETENCIA(5:2) LESS "13"
                  MOVE PA-COMPETENCIA TO WRK-COMPETENCIA
              ELSE
                  MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA
                  IF WRK-CP-MES GREATER 1
                      SUBTRACT 1 FROM WRK-CP-MES
                  ELSE
                      MOVE 12 TO WRK-CP-MES
                      SUBTRACT 1 FROM WRK-CP-ANO
                  END-IF
              END-IF
              MOVE WRK-COMPETENCIA TO WRK-COMPETENCIA-N
              MOVE WRK-TAXA-PREMIO TO WRK-TAXA-ED
              DISPLAY "Competencia averbada : " WRK-COMPETENCIA-N
              DISPLAY "Taxa da apolice      : " WRK-TAXA-ED "%".

         1060-CARREGA-MATRIZ SECTION.
              OPEN INPUT ARMAZENS-FILE
              IF WRK-STATUS-ARMAZENS NOT = "00"
                  GO TO 1060-SAIDA
              END-IF
              PERFORM UNTIL FIM-ARMAZENS
                  READ ARMAZENS-FILE INTO ARMAZENS-REG
                      AT END
                          SET FIM-ARMAZENS TO TRUE
                      NOT AT END
                          IF AR-CODIGO = SPACES
                              MOVE AR-UF TO WRK-UF-MATRIZ
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ARMAZENS-FILE.
         1060-SAIDA.
              EXIT.

      *    Da competencia averbada em diante, arquivada ou viva: um
      *    calculo anterior a ela nunca entra na averbacao, e os
      *    meses seguintes ainda podem retirar o pedido. Os grupos
      *    nunca atravessam a fronteira porque a particao e cortada
      *    por AUD-DATA.
         0100-LE-TRILHA SECTION.
              MOVE WRK-COMPETENCIA-N TO WRK-FP-COMP-DE
              MOVE 999999 TO WRK-FP-COMP-ATE
              MOVE "T" TO WRK-FP-ESCOPO
              PERFORM 7700-ABRE-TRILHA
              IF WRK-FP-RESULTADO NOT = "0"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FRETEDIR.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-FP-STATUS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM 1100-LER-TRILHA
              PERFORM UNTIL FIM-TRILHA
                  PERFORM 0150-MONTA-GRUPO
                  PERFORM 0170-AVALIA-GRUPO
              END-PERFORM
              PERFORM 7740-FECHA-TRILHA.

         1100-LER-TRILHA SECTION.
              PERFORM 7760-LE-TRILHA
              IF NOT FIM-TRILHA
                  MOVE FRETEAUD-REG TO WRK-PROX-AUD-REG
              END-IF.

         0150-MONTA-GRUPO SECTION.
              MOVE WRK-PX-PEDIDO       TO WRK-PEDIDO-ATUAL
              MOVE WRK-PX-DATA         TO WRK-DATA-ATUAL
              MOVE WRK-PX-HORA         TO WRK-HORA-ATUAL
              MOVE WRK-PX-STATUS       TO WRK-STATUS-ATUAL
              MOVE WRK-PX-ESTADO       TO WRK-DESTINO-ATUAL
              MOVE WRK-PX-TRANSP       TO WRK-TRANSP-ATUAL
              MOVE WRK-PX-UF-ORIGEM    TO WRK-ORIGEM-ATUAL
              MOVE WRK-PX-MOEDA        TO WRK-MOEDA-ATUAL
              IF WRK-MOEDA-ATUAL = SPACES
                  MOVE "BRL" TO WRK-MOEDA-ATUAL
              END-IF
              MOVE ZEROS TO WRK-ORIGINAL-ATUAL
              IF WRK-PX-VALOR-ORIG NUMERIC
                  MOVE WRK-PX-VALOR-ORIG TO WRK-ORIGINAL-ATUAL
              END-IF
              MOVE ZEROS TO WRK-SOMA-VALOR
              ADD WRK-PX-VALOR TO WRK-SOMA-VALOR
              PERFORM 1100-LER-TRILHA
              PERFORM UNTIL FIM-TRILHA
                  OR WRK-PX-PEDIDO NOT = WRK-PEDIDO-ATUAL
                  OR WRK-PX-DATA NOT = WRK-DATA-ATUAL
                  OR WRK-PX-HORA NOT = WRK-HORA-ATUAL
                  ADD WRK-PX-VALOR TO WRK-SOMA-VALOR
                  PERFORM 1100-LER-TRILHA
              END-PERFORM.

      *    A trilha e cronologica: um calculo posterior do mesmo
      *    pedido sempre substitui o anterior. Devolucao (DEVFRETE)
      *    e um frete de retorno e nao desfaz o embarque de ida.
         0170-AVALIA-GRUPO SECTION.
              ADD 1 TO WRK-JOB-LIDOS
              IF WRK-STATUS-ATUAL = "DEVOL-CLI"
                  OR WRK-STATUS-ATUAL = "DEVOL-EMP"
                  GO TO 0170-SAIDA
              END-IF
              PERFORM 0180-LOCALIZA-PEDIDO
              IF WRK-DATA-ATUAL(1:6) = WRK-COMPETENCIA
                  AND WRK-STATUS-ATUAL = "ATENDIDO"
                  PERFORM 0190-GUARDA-EMBARQUE
                  GO TO 0170-SAIDA
              END-IF
              IF NOT ACHOU-PEDIDO
                  GO TO 0170-SAIDA
              END-IF
              IF WRK-STATUS-ATUAL = "ESTORNADO"
                  MOVE "E" TO TAB-AV-SITUACAO(TAB-AV-IDX)
              ELSE
                  MOVE "F" TO TAB-AV-SITUACAO(TAB-AV-IDX)
              END-IF.
         0170-SAIDA.
              EXIT.

         0180-LOCALIZA-PEDIDO SECTION.
              MOVE "N" TO WRK-ACHOU-PEDIDO
              IF WRK-QTD-AVERB GREATER ZERO
                  SET TAB-AV-IDX TO 1
                  SEARCH TAB-AV-REG
                      AT END
                          CONTINUE
                      WHEN TAB-AV-PEDIDO(TAB-AV-IDX) = WRK-PEDIDO-ATUAL
                          SET ACHOU-PEDIDO TO TRUE
                  END-SEARCH
              END-IF.

         0190-GUARDA-EMBARQUE SECTION.
              IF NOT ACHOU-PEDIDO
                  IF WRK-QTD-AVERB NOT LESS 3000
                      DISPLAY "Mais de 3000 embarques na competencia"
                          " - abortado"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-AVERB
                  SET TAB-AV-IDX TO WRK-QTD-AVERB
                  MOVE WRK-PEDIDO-ATUAL TO TAB-AV-PEDIDO(TAB-AV-IDX)
              END-IF
              IF WRK-ORIGEM-ATUAL = SPACES
                  MOVE WRK-UF-MATRIZ TO WRK-ORIGEM-ATUAL
              END-IF
              MOVE WRK-DATA-ATUAL     TO TAB-AV-DATA(TAB-AV-IDX)
              MOVE WRK-ORIGEM-ATUAL   TO TAB-AV-ORIGEM(TAB-AV-IDX)
              MOVE WRK-DESTINO-ATUAL  TO TAB-AV-DESTINO(TAB-AV-IDX)
              MOVE WRK-TRANSP-ATUAL   TO TAB-AV-TRANSP(TAB-AV-IDX)
              MOVE WRK-MOEDA-ATUAL    TO TAB-AV-MOEDA(TAB-AV-IDX)
              MOVE WRK-ORIGINAL-ATUAL TO TAB-AV-ORIGINAL(TAB-AV-IDX)
              MOVE WRK-SOMA-VALOR     TO TAB-AV-VALOR(TAB-AV-IDX)
              MOVE "A" TO TAB-AV-SITUACAO(TAB-AV-IDX).

      *    Ordem de data do embarque e pedido, para o arquivo da
      *    seguradora e o relatorio sairem na mesma sequencia.
         0400-ORDENA-EMBARQUES SECTION.
              SET HOUVE-TROCA TO TRUE
              PERFORM UNTIL NOT HOUVE-TROCA
                  MOVE "N" TO WRK-HOUVE-TROCA
                  PERFORM VARYING WRK-IDX-I FROM 1 BY 1
                      UNTIL WRK-IDX-I NOT LESS WRK-QTD-AVERB
                      ADD 1 WRK-IDX-I GIVING WRK-IDX-J
                      IF TAB-AV-DATA(WRK-IDX-I) GREATER
                          TAB-AV-DATA(WRK-IDX-J)
                          OR (TAB-AV-DATA(WRK-IDX-I) =
                              TAB-AV-DATA(WRK-IDX-J)
                          AND TAB-AV-PEDIDO(WRK-IDX-I) GREATER
                              TAB-AV-PEDIDO(WRK-IDX-J))
                          MOVE TAB-AV-REG(WRK-IDX-I)
                              TO WRK-TROCA-AVERB
                          MOVE TAB-AV-REG(WRK-IDX-J)
                              TO TAB-AV-REG(WRK-IDX-I)
                          MOVE WRK-TROCA-AVERB
                              TO TAB-AV-REG(WRK-IDX-J)
                          SET HOUVE-TROCA TO TRUE
                      END-IF
                  END-PERFORM
              END-PERFORM.

      *    Arquivo da seguradora: cabecalho, um detalhe por embarque
      *    averbado e trailer com quantidade e total declarado.
         0500-GRAVA-AVERBACAO SECTION.
              OPEN OUTPUT AVERB-FILE
              IF WRK-STATUS-AVERB NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE WRK-NOME-AVERB TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-AVERB TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-CNPJ TO WRK-AH-CNPJ
              MOVE WRK-APOLICE TO WRK-AH-APOLICE
              MOVE WRK-COMPETENCIA-N TO WRK-AH-COMPETENCIA
              MOVE WRK-DATA-SISTEMA TO WRK-AH-GERACAO
              WRITE AVERB-REG FROM WRK-AV-CABEC
              PERFORM VARYING TAB-AV-IDX FROM 1 BY 1
                  UNTIL TAB-AV-IDX GREATER WRK-QTD-AVERB
                  EVALUATE TRUE
                      WHEN AV-AVERBADO(TAB-AV-IDX)
                          PERFORM 0550-GRAVA-DETALHE
                      WHEN AV-ESTORNADO(TAB-AV-IDX)
                          ADD 1 TO WRK-QTD-ESTORNADOS
                      WHEN OTHER
                          ADD 1 TO WRK-QTD-FORA
                  END-EVALUATE
              END-PERFORM
              MOVE WRK-QTD-DECLARADOS TO WRK-AT-QTD
              MOVE WRK-TOT-DECLARADO TO WRK-AT-TOTAL
              WRITE AVERB-REG FROM WRK-AV-TRAILER
              CLOSE AVERB-FILE
              COMPUTE WRK-PREMIO-CALC ROUNDED =
                  WRK-TOT-DECLARADO * WRK-TAXA-PREMIO / 100
              MOVE WRK-PREMIO-CALC TO WRK-PREMIO-DEVIDO
              IF WRK-PREMIO-DEVIDO LESS WRK-PREMIO-MINIMO
                  MOVE WRK-PREMIO-MINIMO TO WRK-PREMIO-DEVIDO
              END-IF.

         0550-GRAVA-DETALHE SECTION.
              ADD 1 TO WRK-QTD-DECLARADOS
              MOVE WRK-QTD-DECLARADOS TO WRK-AD-SEQUENCIA
              MOVE TAB-AV-DATA(TAB-AV-IDX)    TO WRK-AD-DATA
              MOVE TAB-AV-PEDIDO(TAB-AV-IDX)  TO WRK-AD-PEDIDO
              MOVE TAB-AV-ORIGEM(TAB-AV-IDX)  TO WRK-AD-UF-ORIGEM
              MOVE TAB-AV-DESTINO(TAB-AV-IDX) TO WRK-AD-UF-DESTINO
              MOVE TAB-AV-TRANSP(TAB-AV-IDX)  TO WRK-AD-TRANSP
              MOVE TAB-AV-VALOR(TAB-AV-IDX)   TO WRK-AD-VALOR
              WRITE AVERB-REG FROM WRK-AV-DETALHE
              ADD 1 TO WRK-JOB-GRAVADOS
              ADD TAB-AV-VALOR(TAB-AV-IDX) TO WRK-TOT-DECLARADO
              IF TAB-AV-ORIGEM(TAB-AV-IDX) = SPACES
                  ADD 1 TO WRK-QTD-SEM-ORIGEM
                  MOVE 4 TO RETURN-CODE
                  MOVE TAB-AV-PEDIDO(TAB-AV-IDX) TO WRK-EXC-CHAVE
                  MOVE "EMBARQUE AVERBADO SEM UF DE ORIGEM"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
              END-IF.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "AVERBACAO" TO WRK-EXC-SISTEMA
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

         8000-GRAVA-RELATORIO SECTION.
              PERFORM VARYING TAB-AV-IDX FROM 1 BY 1
                  UNTIL TAB-AV-IDX GREATER WRK-QTD-AVERB
                  IF AV-AVERBADO(TAB-AV-IDX)
                      PERFORM 8100-LINHA-EMBARQUE
                  END-IF
              END-PERFORM
              IF WRK-QTD-DECLARADOS = ZEROS
                  MOVE "NENHUM EMBARQUE NA COMPETENCIA"
                      TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "PEDIDOS RETIRADOS DA AVERBACAO" TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              IF WRK-QTD-ESTORNADOS = ZEROS AND WRK-QTD-FORA = ZEROS
                  MOVE "NENHUM" TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              PERFORM VARYING TAB-AV-IDX FROM 1 BY 1
                  UNTIL TAB-AV-IDX GREATER WRK-QTD-AVERB
                  IF NOT AV-AVERBADO(TAB-AV-IDX)
                      MOVE TAB-AV-PEDIDO(TAB-AV-IDX) TO WRK-LX-PEDIDO
                      IF AV-ESTORNADO(TAB-AV-IDX)
                          MOVE "ESTORNADO PELO CANCFRETE"
                              TO WRK-LX-MOTIVO
                      ELSE
                          MOVE "RECALCULADO FORA DA COMPETENCIA"
                              TO WRK-LX-MOTIVO
                      END-IF
                      MOVE WRK-LINHA-RETIRADO TO WRK-IMP-LINHA
                      PERFORM 8800-IMP-LINHA
                  END-IF
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "APOLICE                : " DELIMITED BY SIZE
                  WRK-APOLICE DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "ARQUIVO DA SEGURADORA  : " DELIMITED BY SIZE
                  WRK-NOME-AVERB DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-DECLARADOS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "EMBARQUES AVERBADOS    : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-ESTORNADOS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "ESTORNADOS RETIRADOS   : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-FORA TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "RECALCULADOS RETIRADOS : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOT-DECLARADO TO WRK-VALOR-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "VALOR TOTAL DECLARADO  : " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TAXA-PREMIO TO WRK-TAXA-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "TAXA DA APOLICE (%)    : " DELIMITED BY SIZE
                  WRK-TAXA-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-PREMIO-CALC TO WRK-VALOR-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "PREMIO PELA TAXA       : " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-PREMIO-MINIMO TO WRK-VALOR-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "PREMIO MINIMO          : " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-PREMIO-DEVIDO TO WRK-VALOR-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "PREMIO DEVIDO          : " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-DECLARADOS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "EMBARQUES " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " PREMIO " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         8100-LINHA-EMBARQUE SECTION.
              MOVE TAB-AV-DATA(TAB-AV-IDX) TO WRK-DATA-ED-AUX
              MOVE WRK-DA-DIA TO WRK-LE-DIA
              MOVE WRK-DA-MES TO WRK-LE-MES
              MOVE WRK-DA-ANO TO WRK-LE-ANO
              MOVE TAB-AV-PEDIDO(TAB-AV-IDX)   TO WRK-LE-PEDIDO
              MOVE TAB-AV-ORIGEM(TAB-AV-IDX)   TO WRK-LE-ORIGEM
              MOVE TAB-AV-DESTINO(TAB-AV-IDX)  TO WRK-LE-DESTINO
              MOVE TAB-AV-TRANSP(TAB-AV-IDX)   TO WRK-LE-TRANSP
              MOVE TAB-AV-MOEDA(TAB-AV-IDX)    TO WRK-LE-MOEDA
              MOVE TAB-AV-ORIGINAL(TAB-AV-IDX) TO WRK-LE-ORIGINAL
              MOVE TAB-AV-VALOR(TAB-AV-IDX)    TO WRK-LE-VALOR
              MOVE WRK-LINHA-EMBARQUE TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         9000-FINALIZAR SECTION.
              CLOSE AVERBREL-FILE
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
              DISPLAY "GRUPOS LIDOS          : " WRK-JOB-LIDOS
              DISPLAY "EMBARQUES AVERBADOS   : " WRK-QTD-DECLARADOS
              DISPLAY "PEDIDOS RETIRADOS     : " WRK-QTD-ESTORNADOS
                  " ESTORNADOS / " WRK-QTD-FORA " RECALCULADOS"
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==AVERBREL-REG==.

           COPY FRETELECPY.

       END PROGRAM AVERBACAO.
