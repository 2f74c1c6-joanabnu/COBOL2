      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 08/03/2025
      * Purpose: Diretorio das particoes mensais da trilha de
      *          auditoria de frete. A trilha e gravada em um arquivo
      *          por mes do AUD-DATA: FRETEAUD<AAAAMM>.DAT enquanto
      *          viva e FRETEARQ<AAAAMM>.DAT depois de arquivada pelo
      *          ARQFRETEAUD. FRETEDIR.DAT tem uma linha por arquivo
      *          (competencia, local "V" viva ou "A" arquivo morto,
      *          nome, quantidade de registros, soma do valor total e
      *          soma do frete), em ordem de competencia e com o
      *          arquivo morto antes da viva. Funcoes:
      *            N - devolve o nome do arquivo da competencia/local;
      *            L - lista as particoes de uma faixa de
      *                competencias, so as vivas (escopo "V") ou vivas
      *                e arquivadas (escopo "T");
      *            S - soma quantidade e totais ao arquivo da
      *                competencia/local, criando a linha se preciso;
      *            R - retira a linha da competencia/local.
      *          A leitura e a gravacao das particoes pelos programas
      *          ficam em FRETELECPY e FRETEGRCPY. Como o DIAUTIL,
      *          devolve ao chamador o RETURN-CODE recebido em
      *          FP-RETORNO.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETEPART.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEDIR-FILE ASSIGN TO "FRETEDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DIR.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETEDIR-FILE.
       01  FRETEDIR-REG.
           05 DR-COMPETENCIA          PIC 9(06).
           05 DR-LOCAL                PIC X(01).
           05 DR-ARQUIVO              PIC X(20).
           05 DR-QTD-REG              PIC 9(09).
           05 DR-SOMA-VALOR           PIC 9(13)V99.
           05 DR-SOMA-FRETE           PIC 9(11)V99.
           05 DR-DATA-ATUALIZ         PIC 9(08).

       WORKING-STORAGE SECTION.
         77 WRK-STATUS-DIR       PIC X(02) VALUE SPACES.
         77 WRK-FIM-ARQUIVO      PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".
         77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
         77 WRK-ACHOU            PIC X(01) VALUE "N".
             88 ACHOU-LINHA VALUE "S".
         77 WRK-POSICAO          PIC 9(03) VALUE ZEROS.
         77 WRK-IDX-DESLOCA      PIC 9(03) VALUE ZEROS.

      *    FRETEDIR.DAT inteiro: um mes tem no maximo duas linhas
      *    (viva e arquivada), 600 linhas cobrem 25 anos de trilha.
         01 TAB-DIRETORIO.
             05 TAB-DR-REG OCCURS 1 TO 600 TIMES
                 DEPENDING ON WRK-QTD-DIR
                 INDEXED BY TAB-DR-IDX.
                 10 TAB-DR-CHAVE.
                     15 TAB-DR-COMPETENCIA PIC 9(06).
                     15 TAB-DR-LOCAL       PIC X(01).
                 10 TAB-DR-ARQUIVO     PIC X(20).
                 10 TAB-DR-QTD-REG     PIC 9(09).
                 10 TAB-DR-SOMA-VALOR  PIC 9(13)V99.
                 10 TAB-DR-SOMA-FRETE  PIC 9(11)V99.
                 10 TAB-DR-DATA-ATUALIZ PIC 9(08).
         77 WRK-QTD-DIR          PIC 9(03) VALUE ZEROS.

         01 WRK-CHAVE-PEDIDA.
             05 WRK-CP-COMPETENCIA PIC 9(06).
             05 WRK-CP-LOCAL       PIC X(01).

         01 WRK-COMPETENCIA-VAL.
             05 WRK-CV-ANO         PIC 9(04).
             05 WRK-CV-MES         PIC 9(02).

       LINKAGE SECTION.
       01  FRETEPART-PARM.
           05 FP-FUNCAO              PIC X(01).
               88 FP-NOME     VALUE "N".
               88 FP-LISTA    VALUE "L".
               88 FP-SOMA     VALUE "S".
               88 FP-RETIRA   VALUE "R".
           05 FP-COMPETENCIA         PIC 9(06).
           05 FP-LOCAL               PIC X(01).
           05 FP-COMP-DE             PIC 9(06).
           05 FP-COMP-ATE            PIC 9(06).
           05 FP-ESCOPO              PIC X(01).
           05 FP-ARQUIVO             PIC X(20).
           05 FP-QTD                 PIC 9(09).
           05 FP-VALOR               PIC 9(13)V99.
           05 FP-FRETE               PIC 9(11)V99.
           05 FP-RESULTADO           PIC X(01).
           05 FP-STATUS              PIC X(02).
           05 FP-QTD-PART            PIC 9(03).
           05 FP-PARTICAO OCCURS 300 TIMES.
               10 FP-PT-COMPETENCIA  PIC 9(06).
               10 FP-PT-LOCAL        PIC X(01).
               10 FP-PT-ARQUIVO      PIC X(20).
               10 FP-PT-QTD          PIC 9(09).
               10 FP-PT-VALOR        PIC 9(13)V99.
               10 FP-PT-FRETE        PIC 9(11)V99.
           05 FP-RETORNO             PIC 9(02).

       PROCEDURE DIVISION USING FRETEPART-PARM.

         0000-PRINCIPAL SECTION.
              MOVE "0" TO FP-RESULTADO
              MOVE "00" TO FP-STATUS
              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
              EVALUATE TRUE
                  WHEN FP-NOME
                      PERFORM 0100-MONTA-NOME
                  WHEN FP-LISTA
                      PERFORM 0200-LISTA-PARTICOES
                  WHEN FP-SOMA
                      PERFORM 0300-SOMA-PARTICAO
                  WHEN FP-RETIRA
                      PERFORM 0400-RETIRA-PARTICAO
                  WHEN OTHER
                      DISPLAY "Funcao de particao invalida : "
                          FP-FUNCAO
                      MOVE "1" TO FP-RESULTADO
              END-EVALUATE
              MOVE FP-RETORNO TO RETURN-CODE
              GOBACK.

      *    FRETEAUD200503.DAT / FRETEARQ200503.DAT: o prefixo de oito
      *    posicoes mantem o nome em 18 e o arquivo morto separado da
      *    trilha viva no diretorio de dados.
         0100-MONTA-NOME SECTION.
              MOVE SPACES TO FP-ARQUIVO
              MOVE FP-COMPETENCIA TO WRK-COMPETENCIA-VAL
              IF FP-COMPETENCIA NOT NUMERIC
                  OR WRK-CV-MES LESS 1 OR WRK-CV-MES GREATER 12
                  OR (FP-LOCAL NOT = "V" AND FP-LOCAL NOT = "A")
                  DISPLAY "Particao de frete invalida : "
                      FP-COMPETENCIA " " FP-LOCAL
                  MOVE "1" TO FP-RESULTADO
                  GO TO 0100-SAIDA
              END-IF
              IF FP-LOCAL = "V"
                  STRING "FRETEAUD" DELIMITED BY SIZE
                      FP-COMPETENCIA DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO FP-ARQUIVO
              ELSE
                  STRING "FRETEARQ" DELIMITED BY SIZE
                      FP-COMPETENCIA DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO FP-ARQUIVO
              END-IF.
         0100-SAIDA.
              EXIT.

      *    Sem diretorio nao ha trilha: o chamador recebe o status da
      *    abertura e trata como trataria a falta do arquivo.
         0200-LISTA-PARTICOES SECTION.
              MOVE ZEROS TO FP-QTD-PART
              PERFORM 1000-CARREGA-DIRETORIO
              IF WRK-STATUS-DIR NOT = "00"
                  MOVE "1" TO FP-RESULTADO
                  MOVE WRK-STATUS-DIR TO FP-STATUS
                  GO TO 0200-SAIDA
              END-IF
              PERFORM VARYING TAB-DR-IDX FROM 1 BY 1
                  UNTIL TAB-DR-IDX GREATER WRK-QTD-DIR
                  IF TAB-DR-COMPETENCIA(TAB-DR-IDX) NOT LESS FP-COMP-DE
                      AND TAB-DR-COMPETENCIA(TAB-DR-IDX)
                          NOT GREATER FP-COMP-ATE
                      AND (FP-ESCOPO = "T"
                          OR TAB-DR-LOCAL(TAB-DR-IDX) = "V")
                      IF FP-QTD-PART NOT LESS 300
                          DISPLAY "Lista de particoes maior que o"
                              " limite de 300 - faixa " FP-COMP-DE
                              " a " FP-COMP-ATE
                          MOVE "1" TO FP-RESULTADO
                          MOVE "LM" TO FP-STATUS
                          GO TO 0200-SAIDA
                      END-IF
                      ADD 1 TO FP-QTD-PART
                      MOVE TAB-DR-COMPETENCIA(TAB-DR-IDX)
                          TO FP-PT-COMPETENCIA(FP-QTD-PART)
                      MOVE TAB-DR-LOCAL(TAB-DR-IDX)
                          TO FP-PT-LOCAL(FP-QTD-PART)
                      MOVE TAB-DR-ARQUIVO(TAB-DR-IDX)
                          TO FP-PT-ARQUIVO(FP-QTD-PART)
                      MOVE TAB-DR-QTD-REG(TAB-DR-IDX)
                          TO FP-PT-QTD(FP-QTD-PART)
                      MOVE TAB-DR-SOMA-VALOR(TAB-DR-IDX)
                          TO FP-PT-VALOR(FP-QTD-PART)
                      MOVE TAB-DR-SOMA-FRETE(TAB-DR-IDX)
                          TO FP-PT-FRETE(FP-QTD-PART)
                  END-IF
              END-PERFORM.
         0200-SAIDA.
              EXIT.

      *    Linha nova entra na posicao da chave, para o diretorio
      *    continuar em ordem de competencia (arquivo morto antes da
      *    viva no mesmo mes) sem precisar de SORT.
         0300-SOMA-PARTICAO SECTION.
              PERFORM 0100-MONTA-NOME
              IF FP-RESULTADO NOT = "0"
                  GO TO 0300-SAIDA
              END-IF
              PERFORM 1000-CARREGA-DIRETORIO
              IF WRK-STATUS-DIR NOT = "00"
                  AND WRK-STATUS-DIR NOT = "35"
                  MOVE "1" TO FP-RESULTADO
                  MOVE WRK-STATUS-DIR TO FP-STATUS
                  GO TO 0300-SAIDA
              END-IF
              PERFORM 0500-PROCURA-LINHA
              IF NOT ACHOU-LINHA
                  IF WRK-QTD-DIR NOT LESS 600
                      DISPLAY "FRETEDIR.DAT maior que o limite de 600"
                          " particoes"
                      MOVE "1" TO FP-RESULTADO
                      MOVE "LM" TO FP-STATUS
                      GO TO 0300-SAIDA
                  END-IF
                  ADD 1 TO WRK-QTD-DIR
                  PERFORM VARYING WRK-IDX-DESLOCA FROM WRK-QTD-DIR BY -1
                      UNTIL WRK-IDX-DESLOCA NOT GREATER WRK-POSICAO
                      MOVE TAB-DR-REG(WRK-IDX-DESLOCA - 1)
                          TO TAB-DR-REG(WRK-IDX-DESLOCA)
                  END-PERFORM
                  MOVE WRK-CHAVE-PEDIDA TO TAB-DR-CHAVE(WRK-POSICAO)
                  MOVE FP-ARQUIVO TO TAB-DR-ARQUIVO(WRK-POSICAO)
                  MOVE ZEROS TO TAB-DR-QTD-REG(WRK-POSICAO)
                  MOVE ZEROS TO TAB-DR-SOMA-VALOR(WRK-POSICAO)
                  MOVE ZEROS TO TAB-DR-SOMA-FRETE(WRK-POSICAO)
              END-IF
              ADD FP-QTD TO TAB-DR-QTD-REG(WRK-POSICAO)
              ADD FP-VALOR TO TAB-DR-SOMA-VALOR(WRK-POSICAO)
              ADD FP-FRETE TO TAB-DR-SOMA-FRETE(WRK-POSICAO)
              MOVE WRK-DATA-HOJE TO TAB-DR-DATA-ATUALIZ(WRK-POSICAO)
              PERFORM 1100-REGRAVA-DIRETORIO.
         0300-SAIDA.
              EXIT.

         0400-RETIRA-PARTICAO SECTION.
              PERFORM 1000-CARREGA-DIRETORIO
              IF WRK-STATUS-DIR NOT = "00"
                  MOVE "1" TO FP-RESULTADO
                  MOVE WRK-STATUS-DIR TO FP-STATUS
                  GO TO 0400-SAIDA
              END-IF
              PERFORM 0500-PROCURA-LINHA
              IF NOT ACHOU-LINHA
                  GO TO 0400-SAIDA
              END-IF
              PERFORM VARYING WRK-IDX-DESLOCA FROM WRK-POSICAO BY 1
                  UNTIL WRK-IDX-DESLOCA NOT LESS WRK-QTD-DIR
                  MOVE TAB-DR-REG(WRK-IDX-DESLOCA + 1)
                      TO TAB-DR-REG(WRK-IDX-DESLOCA)
              END-PERFORM
              SUBTRACT 1 FROM WRK-QTD-DIR
              PERFORM 1100-REGRAVA-DIRETORIO.
         0400-SAIDA.
              EXIT.

      *    Posicao da linha da competencia/local pedida ou, se ela nao
      *    existe, a posicao onde deve entrar.
         0500-PROCURA-LINHA SECTION.
              MOVE "N" TO WRK-ACHOU
              MOVE FP-COMPETENCIA TO WRK-CP-COMPETENCIA
              MOVE FP-LOCAL TO WRK-CP-LOCAL
              ADD 1 TO WRK-QTD-DIR GIVING WRK-POSICAO
              PERFORM VARYING TAB-DR-IDX FROM 1 BY 1
                  UNTIL TAB-DR-IDX GREATER WRK-QTD-DIR
                  OR ACHOU-LINHA
                  IF TAB-DR-CHAVE(TAB-DR-IDX) = WRK-CHAVE-PEDIDA
                      SET ACHOU-LINHA TO TRUE
                      SET WRK-POSICAO TO TAB-DR-IDX
                  ELSE
                      IF TAB-DR-CHAVE(TAB-DR-IDX) GREATER
                          WRK-CHAVE-PEDIDA
                          AND WRK-POSICAO GREATER WRK-QTD-DIR
                          SET WRK-POSICAO TO TAB-DR-IDX
                      END-IF
                  END-IF
              END-PERFORM.

         1000-CARREGA-DIRETORIO SECTION.
              MOVE ZEROS TO WRK-QTD-DIR
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT FRETEDIR-FILE
              IF WRK-STATUS-DIR NOT = "00"
                  GO TO 1000-SAIDA
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ FRETEDIR-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-DIR NOT LESS 600
                              DISPLAY "FRETEDIR.DAT maior que o limite"
                                  " de 600 particoes"
                              MOVE "LM" TO WRK-STATUS-DIR
                              SET FIM-ARQUIVO TO TRUE
                          ELSE
                              ADD 1 TO WRK-QTD-DIR
                              SET TAB-DR-IDX TO WRK-QTD-DIR
                              MOVE DR-COMPETENCIA
                                  TO TAB-DR-COMPETENCIA(TAB-DR-IDX)
                              MOVE DR-LOCAL
                                  TO TAB-DR-LOCAL(TAB-DR-IDX)
                              MOVE DR-ARQUIVO
                                  TO TAB-DR-ARQUIVO(TAB-DR-IDX)
                              MOVE DR-QTD-REG
                                  TO TAB-DR-QTD-REG(TAB-DR-IDX)
                              MOVE DR-SOMA-VALOR
                                  TO TAB-DR-SOMA-VALOR(TAB-DR-IDX)
                              MOVE DR-SOMA-FRETE
                                  TO TAB-DR-SOMA-FRETE(TAB-DR-IDX)
                              MOVE DR-DATA-ATUALIZ
                                  TO TAB-DR-DATA-ATUALIZ(TAB-DR-IDX)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FRETEDIR-FILE.
         1000-SAIDA.
              EXIT.

         1100-REGRAVA-DIRETORIO SECTION.
              OPEN OUTPUT FRETEDIR-FILE
              IF WRK-STATUS-DIR NOT = "00"
                  DISPLAY "Erro ao regravar FRETEDIR.DAT : "
                      WRK-STATUS-DIR
                  MOVE "1" TO FP-RESULTADO
                  MOVE WRK-STATUS-DIR TO FP-STATUS
                  GO TO 1100-SAIDA
              END-IF
              PERFORM VARYING TAB-DR-IDX FROM 1 BY 1
                  UNTIL TAB-DR-IDX GREATER WRK-QTD-DIR
                  MOVE TAB-DR-COMPETENCIA(TAB-DR-IDX) TO DR-COMPETENCIA
                  MOVE TAB-DR-LOCAL(TAB-DR-IDX)       TO DR-LOCAL
                  MOVE TAB-DR-ARQUIVO(TAB-DR-IDX)     TO DR-ARQUIVO
                  MOVE TAB-DR-QTD-REG(TAB-DR-IDX)     TO DR-QTD-REG
                  MOVE TAB-DR-SOMA-VALOR(TAB-DR-IDX)  TO DR-SOMA-VALOR
                  MOVE TAB-DR-SOMA-FRETE(TAB-DR-IDX)  TO DR-SOMA-FRETE
                  MOVE TAB-DR-DATA-ATUALIZ(TAB-DR-IDX)
                      TO DR-DATA-ATUALIZ
                  WRITE FRETEDIR-REG
              END-PERFORM
              CLOSE FRETEDIR-FILE.
         1100-SAIDA.
              EXIT.
       END PROGRAM FRETEPART.
