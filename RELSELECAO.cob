      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 24/01/2025
      * Purpose: Comparativo da escolha de transportadora por rota.
      *          O PROGRAMA11 passou a escolher a transportadora pelo
      *          frete ponderado pela pontualidade (PARAMSEL.DAT) e
      *          grava na trilha o motivo da escolha e o frete que a
      *          escolha so por preco teria dado. Este relatorio le os
      *          calculos ATENDIDOS da competencia (PARAMFAT.DAT,
      *          AAAAMM; na falta do parametro, o mes corrente) em
      *          FRETEAUD.DAT, um por grupo pedido + data/hora, e soma
      *          por rota (UF do armazem de origem -> UF de destino):
      *          pedidos, pedidos em que a pontualidade trocou a
      *          transportadora, frete so por preco, frete da escolha
      *          feita e a diferenca (RELSELECAO.DAT, padrao
      *          IMPRESSAOCPY). Entram so as escolhas pela tabela
      *          publica; contrato, cotacao honrada e calculo anterior
      *          ao motivo na trilha ficam de fora.
      * Tectonics: cobc
      * Mod Log:
      *   27/01/2025 - JLS - Layout da trilha ganha o numero da
      *                      consolidacao de carga (AUD-CONSOLIDACAO),
      *                      155 bytes, acompanhando o PROGRAMA11.
      *   31/01/2025 - JLS - Layout da trilha ganha o numero da cotacao
      *                      previa do pedido (AUD-COTACAO), 161 bytes,
      *                      acompanhando o PROGRAMA11.
      *   08/03/2025 - JLS - Le so a particao mensal da competencia,
      *                      viva ou arquivada, listada em FRETEDIR.DAT
      *                      (FRETELECPY), em vez de FRETEAUD.DAT
      *                      inteiro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSELECAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT PARAMFAT-FILE ASSIGN TO "PARAMFAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMFAT.
           SELECT RELSELECAO-FILE ASSIGN TO "RELSELECAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PARAMFAT-FILE.
       01  PARAMFAT-REG.
           05 PF-COMPETENCIA          PIC 9(06).

       FD  RELSELECAO-FILE.
       01  RELSELECAO-REG             PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-FRETEAUD   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAMFAT   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.

         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.

      *    Chave do grupo corrente da trilha: as linhas de item do
      *    mesmo calculo repetem frete e motivo, vale a primeira.
         77 WRK-PEDIDO-ANT        PIC 9(08) VALUE ZEROS.
         77 WRK-DATA-ANT          PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-ANT          PIC 9(08) VALUE ZEROS.

      *    Uma linha por rota, ordenada por origem e destino antes da
      *    impressao.
         01 TAB-ROTA.
             05 TAB-RT-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-ROTA
                 INDEXED BY TAB-RT-IDX.
                 10 TAB-RT-ORIGEM      PIC X(02).
                 10 TAB-RT-DESTINO     PIC X(02).
                 10 TAB-RT-PEDIDOS     PIC 9(06).
                 10 TAB-RT-TROCAS      PIC 9(06).
                 10 TAB-RT-FRETE-PRECO PIC 9(11)V99.
                 10 TAB-RT-FRETE-ESCOL PIC 9(11)V99.
         77 WRK-QTD-ROTA          PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-ROTA        PIC X(01) VALUE "N".
             88 ACHOU-ROTA VALUE "S".

         01 WRK-TROCA-ROTA.
             05 WRK-TR-ORIGEM      PIC X(02).
             05 WRK-TR-DESTINO     PIC X(02).
             05 WRK-TR-PEDIDOS     PIC 9(06).
             05 WRK-TR-TROCAS      PIC 9(06).
             05 WRK-TR-FRETE-PRECO PIC 9(11)V99.
             05 WRK-TR-FRETE-ESCOL PIC 9(11)V99.
         77 WRK-IDX-I             PIC 9(03) VALUE ZEROS.
         77 WRK-IDX-J             PIC 9(03) VALUE ZEROS.
         77 WRK-HOUVE-TROCA       PIC X(01) VALUE "N".
             88 HOUVE-TROCA VALUE "S".

         77 WRK-TOT-PEDIDOS       PIC 9(07) VALUE ZEROS.
         77 WRK-TOT-TROCAS        PIC 9(07) VALUE ZEROS.
         77 WRK-TOT-FRETE-PRECO   PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOT-FRETE-ESCOL   PIC 9(11)V99 VALUE ZEROS.
         77 WRK-DIFERENCA         PIC S9(11)V99 VALUE ZEROS.

         01 WRK-LINHA-ROTA.
             05 WRK-LR-ORIGEM      PIC X(02).
             05 FILLER             PIC X(04) VALUE " -> ".
             05 WRK-LR-DESTINO     PIC X(02).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LR-PEDIDOS     PIC ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LR-TROCAS      PIC ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LR-FRETE-PRECO PIC Z.ZZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LR-FRETE-ESCOL PIC Z.ZZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LR-DIFERENCA   PIC -Z.ZZZ.ZZZ.ZZ9,99.

         77 WRK-QTD-ED            PIC Z.ZZZ.ZZ9.
         77 WRK-TROCAS-ED         PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-RECEBE THRU 0100-EXIT
                  UNTIL FIM-TRILHA
              PERFORM 0500-ORDENA-ROTAS
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-TRILHA
              MOVE "N" TO WRK-HOUVE-TROCA
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-PEDIDO-ANT
              MOVE ZEROS TO WRK-DATA-ANT
              MOVE ZEROS TO WRK-HORA-ANT
              MOVE ZEROS TO WRK-QTD-ROTA
              MOVE ZEROS TO WRK-TOT-PEDIDOS
              MOVE ZEROS TO WRK-TOT-TROCAS
              MOVE ZEROS TO WRK-TOT-FRETE-PRECO
              MOVE ZEROS TO WRK-TOT-FRETE-ESCOL
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "REL-SELECAO-TRANSP" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-PARAMETRO
      *    So a particao da competencia; arquivada tambem serve, para
      *    o comparativo de um mes ja expurgado poder ser refeito.
              MOVE WRK-COMPETENCIA TO WRK-FP-COMP-DE
              MOVE WRK-COMPETENCIA TO WRK-FP-COMP-ATE
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
              OPEN OUTPUT RELSELECAO-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "RELSELECAO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE SPACES TO WRK-IMP-TITULO
              STRING "SELECAO DE TRANSPORTADORA " DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  INTO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "ROTA      PEDIDOS  TROCAS   FRETE SO PRECO"
                  DELIMITED BY SIZE
                  "    FRETE ESCOLHIDO        DIFERENCA"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

         1050-CARREGA-PARAMETRO SECTION.
              MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA
              OPEN INPUT PARAMFAT-FILE
              IF WRK-STATUS-PARAMFAT = "00"
                  READ PARAMFAT-FILE INTO PARAMFAT-REG
                      NOT AT END
                          MOVE PF-COMPETENCIA TO WRK-COMPETENCIA
                  END-READ
                  CLOSE PARAMFAT-FILE
              END-IF
              DISPLAY "Competencia do comparativo : " WRK-COMPETENCIA.

         0100-RECEBE SECTION.
              PERFORM 7760-LE-TRILHA
              IF FIM-TRILHA
                  GO TO 0100-EXIT
              END-IF
              IF AUD-PEDIDO = WRK-PEDIDO-ANT
                  AND AUD-DATA = WRK-DATA-ANT
                  AND AUD-HORA = WRK-HORA-ANT
                  GO TO 0100-EXIT
              END-IF
              MOVE AUD-PEDIDO TO WRK-PEDIDO-ANT
              MOVE AUD-DATA TO WRK-DATA-ANT
              MOVE AUD-HORA TO WRK-HORA-ANT
              ADD 1 TO WRK-JOB-LIDOS
              IF AUD-STATUS NOT = "ATENDIDO"
                  OR AUD-DATA(1:6) NOT = WRK-COMPETENCIA
                  GO TO 0100-EXIT
              END-IF
              IF AUD-FRETE-PRECO NOT NUMERIC
                  OR (AUD-MOTIVO-ESCOLHA NOT = "P"
                  AND AUD-MOTIVO-ESCOLHA NOT = "Q"
                  AND AUD-MOTIVO-ESCOLHA NOT = "F"
                  AND AUD-MOTIVO-ESCOLHA NOT = "U"
                  AND AUD-MOTIVO-ESCOLHA NOT = "M")
                  ADD 1 TO WRK-JOB-REJEITADOS
                  GO TO 0100-EXIT
              END-IF
              PERFORM 0200-ACUMULA-ROTA.
         0100-EXIT.
              EXIT.

         0200-ACUMULA-ROTA SECTION.
              MOVE "N" TO WRK-ACHOU-ROTA
              IF WRK-QTD-ROTA GREATER ZERO
                  SET TAB-RT-IDX TO 1
                  SEARCH TAB-RT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-RT-ORIGEM(TAB-RT-IDX) = AUD-UF-ORIGEM
                          AND TAB-RT-DESTINO(TAB-RT-IDX) = AUD-ESTADO
                          SET ACHOU-ROTA TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-ROTA
                  IF WRK-QTD-ROTA NOT LESS 500
                      DISPLAY "Mais de 500 rotas no comparativo"
                          " - abortado"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-ROTA
                  SET TAB-RT-IDX TO WRK-QTD-ROTA
                  MOVE AUD-UF-ORIGEM TO TAB-RT-ORIGEM(TAB-RT-IDX)
                  MOVE AUD-ESTADO TO TAB-RT-DESTINO(TAB-RT-IDX)
                  MOVE ZEROS TO TAB-RT-PEDIDOS(TAB-RT-IDX)
                  MOVE ZEROS TO TAB-RT-TROCAS(TAB-RT-IDX)
                  MOVE ZEROS TO TAB-RT-FRETE-PRECO(TAB-RT-IDX)
                  MOVE ZEROS TO TAB-RT-FRETE-ESCOL(TAB-RT-IDX)
              END-IF
              ADD 1 TO TAB-RT-PEDIDOS(TAB-RT-IDX)
              IF AUD-MOTIVO-ESCOLHA = "Q" OR AUD-MOTIVO-ESCOLHA = "F"
                  ADD 1 TO TAB-RT-TROCAS(TAB-RT-IDX)
              END-IF
              ADD AUD-FRETE-PRECO TO TAB-RT-FRETE-PRECO(TAB-RT-IDX)
              ADD AUD-FRETE TO TAB-RT-FRETE-ESCOL(TAB-RT-IDX)
              ADD 1 TO WRK-JOB-GRAVADOS.

         0500-ORDENA-ROTAS SECTION.
              SET HOUVE-TROCA TO TRUE
              PERFORM UNTIL NOT HOUVE-TROCA
                  MOVE "N" TO WRK-HOUVE-TROCA
                  PERFORM VARYING WRK-IDX-I FROM 1 BY 1
                      UNTIL WRK-IDX-I NOT LESS WRK-QTD-ROTA
                      ADD 1 WRK-IDX-I GIVING WRK-IDX-J
                      IF TAB-RT-ORIGEM(WRK-IDX-I) GREATER
                          TAB-RT-ORIGEM(WRK-IDX-J)
                          OR (TAB-RT-ORIGEM(WRK-IDX-I) =
                              TAB-RT-ORIGEM(WRK-IDX-J)
                          AND TAB-RT-DESTINO(WRK-IDX-I) GREATER
                              TAB-RT-DESTINO(WRK-IDX-J))
                          MOVE TAB-RT-REG(WRK-IDX-I) TO WRK-TROCA-ROTA
                          MOVE TAB-RT-REG(WRK-IDX-J)
                              TO TAB-RT-REG(WRK-IDX-I)
                          MOVE WRK-TROCA-ROTA TO TAB-RT-REG(WRK-IDX-J)
                          SET HOUVE-TROCA TO TRUE
                      END-IF
                  END-PERFORM
              END-PERFORM.

         8000-GRAVA-RELATORIO SECTION.
              IF WRK-QTD-ROTA = ZEROS
                  MOVE "NENHUMA ESCOLHA PELA TABELA NA COMPETENCIA"
                      TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              PERFORM VARYING TAB-RT-IDX FROM 1 BY 1
                  UNTIL TAB-RT-IDX GREATER WRK-QTD-ROTA
                  PERFORM 8100-GRAVA-LINHA-ROTA
              END-PERFORM
              IF WRK-QTD-ROTA GREATER ZERO
                  PERFORM 8800-IMP-LINHA
                  MOVE WRK-TOT-PEDIDOS TO WRK-LR-PEDIDOS
                  MOVE WRK-TOT-TROCAS TO WRK-LR-TROCAS
                  MOVE WRK-TOT-FRETE-PRECO TO WRK-LR-FRETE-PRECO
                  MOVE WRK-TOT-FRETE-ESCOL TO WRK-LR-FRETE-ESCOL
                  COMPUTE WRK-DIFERENCA =
                      WRK-TOT-FRETE-ESCOL - WRK-TOT-FRETE-PRECO
                  MOVE WRK-DIFERENCA TO WRK-LR-DIFERENCA
                  MOVE WRK-LINHA-ROTA TO WRK-IMP-LINHA
                  MOVE "TOTAL     " TO WRK-IMP-LINHA(1:10)
                  PERFORM 8800-IMP-LINHA
              END-IF
              MOVE WRK-TOT-PEDIDOS TO WRK-QTD-ED
              MOVE WRK-TOT-TROCAS TO WRK-TROCAS-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "PEDIDOS " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " TROCAS " DELIMITED BY SIZE
                  WRK-TROCAS-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         8100-GRAVA-LINHA-ROTA SECTION.
              MOVE TAB-RT-ORIGEM(TAB-RT-IDX) TO WRK-LR-ORIGEM
              MOVE TAB-RT-DESTINO(TAB-RT-IDX) TO WRK-LR-DESTINO
              MOVE TAB-RT-PEDIDOS(TAB-RT-IDX) TO WRK-LR-PEDIDOS
              MOVE TAB-RT-TROCAS(TAB-RT-IDX) TO WRK-LR-TROCAS
              MOVE TAB-RT-FRETE-PRECO(TAB-RT-IDX)
                  TO WRK-LR-FRETE-PRECO
              MOVE TAB-RT-FRETE-ESCOL(TAB-RT-IDX)
                  TO WRK-LR-FRETE-ESCOL
              COMPUTE WRK-DIFERENCA =
                  TAB-RT-FRETE-ESCOL(TAB-RT-IDX) -
                  TAB-RT-FRETE-PRECO(TAB-RT-IDX)
              MOVE WRK-DIFERENCA TO WRK-LR-DIFERENCA
              MOVE WRK-LINHA-ROTA TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD TAB-RT-PEDIDOS(TAB-RT-IDX) TO WRK-TOT-PEDIDOS
              ADD TAB-RT-TROCAS(TAB-RT-IDX) TO WRK-TOT-TROCAS
              ADD TAB-RT-FRETE-PRECO(TAB-RT-IDX)
                  TO WRK-TOT-FRETE-PRECO
              ADD TAB-RT-FRETE-ESCOL(TAB-RT-IDX)
                  TO WRK-TOT-FRETE-ESCOL.

         9000-FINALIZAR SECTION.
              PERFORM 7740-FECHA-TRILHA
              CLOSE RELSELECAO-FILE
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
              DISPLAY "CALCULOS LIDOS NA TRILHA : " WRK-JOB-LIDOS
              DISPLAY "ESCOLHAS COMPARADAS      : " WRK-JOB-GRAVADOS
              DISPLAY "FORA DA COMPARACAO       : " WRK-JOB-REJEITADOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==RELSELECAO-REG==.

           COPY FRETELECPY.

       END PROGRAM RELSELECAO.
