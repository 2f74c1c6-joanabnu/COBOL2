      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 04/02/2025
      * Purpose: Arquivo de deposito do FGTS da competencia. Le a
      *          competencia pedida em PARAMFGTS.DAT (AAAAMM; na falta,
      *          o mes corrente) no historico FUNCHIST.DAT, soma por
      *          funcionario todas as verbas do mes (salario, ferias,
      *          parcela do 13o e rescisao) e grava FGTSDEP.DAT no
      *          layout fixo de 60 posicoes da REMESSA.DAT: um header
      *          com data de geracao e competencia, um detalhe por
      *          funcionario com a base e o FGTS a depositar, e um
      *          trailer com contagem e soma. Linha do historico sem
      *          encargo gravado (layout antigo) nao entra no deposito
      *          e sai contada no relatorio de controle FGTSDEPREL.DAT
      *          com RETURN-CODE 4.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPFGTS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCHIST-FILE ASSIGN TO "FUNCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FUNCHIST.
           SELECT PARAMFGTS-FILE ASSIGN TO "PARAMFGTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT FGTSDEP-FILE ASSIGN TO "FGTSDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEP.
           SELECT FGTSDEPREL-FILE ASSIGN TO "FGTSDEPREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCHIST-FILE.
       01  FUNCHIST-REG.
           05 FH-COMPETENCIA         PIC 9(06).
           05 FH-CODIGO              PIC 9(04).
           05 FH-NOME                PIC X(15).
           05 FH-DEPTO               PIC X(04).
           05 FH-SALARIO             PIC 9(06).
           05 FH-INSS                PIC 9(06)V99.
           05 FH-IRRF                PIC 9(06)V99.
           05 FH-SALARIO-LIQUIDO     PIC 9(06)V99.
           05 FH-TIPO-VERBA          PIC X(01).
           05 FH-FGTS                PIC 9(06)V99.
           05 FH-INSS-EMPRESA        PIC 9(06)V99.
           05 FH-TERCEIROS           PIC 9(06)V99.

       FD  PARAMFGTS-FILE.
       01  PARAMFGTS-REG.
           05 PF-COMPETENCIA         PIC 9(06).

       FD  FGTSDEP-FILE.
       01  FGTSDEP-REG               PIC X(60).

       FD  FGTSDEPREL-FILE.
       01  FGTSDEPREL-REG            PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         77 WRK-STATUS-FUNCHIST   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAM      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-DEP        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-FIM-FUNCHIST      PIC X(01) VALUE "N".
             88 FIM-FUNCHIST VALUE "S".

         77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.

      *    Acumulo por funcionario das verbas da competencia.
         01 TAB-DEPOSITO.
             05 TAB-DF-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-DEPOSITO
                 INDEXED BY TAB-DF-IDX.
                 10 TAB-DF-CODIGO     PIC 9(04).
                 10 TAB-DF-NOME       PIC X(15).
                 10 TAB-DF-DEPTO      PIC X(04).
                 10 TAB-DF-BASE       PIC 9(08)V99.
                 10 TAB-DF-FGTS       PIC 9(08)V99.
         77 WRK-QTD-DEPOSITO      PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-FUNC        PIC X(01) VALUE "N".
             88 ACHOU-FUNC VALUE "S".

      *    Layout fixo do deposito, o mesmo da REMESSA.DAT.
         01 WRK-DEP-HEADER.
             05 FILLER             PIC X(01) VALUE "H".
             05 WRK-DH-DATA        PIC 9(08).
             05 FILLER             PIC X(15) VALUE "DEPOSITO FGTS  ".
             05 WRK-DH-COMPETENCIA PIC 9(06).
             05 FILLER             PIC X(30) VALUE SPACES.
         01 WRK-DEP-DETALHE.
             05 FILLER             PIC X(01) VALUE "D".
             05 WRK-DD-COMPETENCIA PIC 9(06).
             05 WRK-DD-CODIGO      PIC 9(04).
             05 WRK-DD-NOME        PIC X(15).
             05 WRK-DD-DEPTO       PIC X(04).
             05 WRK-DD-BASE        PIC 9(08)V99.
             05 WRK-DD-FGTS        PIC 9(08)V99.
             05 FILLER             PIC X(10) VALUE SPACES.
         01 WRK-DEP-TRAILER.
             05 FILLER             PIC X(01) VALUE "T".
             05 WRK-DT-QTD         PIC 9(06).
             05 WRK-DT-SOMA        PIC 9(10)V99.
             05 FILLER             PIC X(41) VALUE SPACES.

         77 WRK-QTD-DETALHES      PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-SEM-ENCARGO   PIC 9(06) VALUE ZEROS.
         77 WRK-SOMA-BASE         PIC 9(10)V99 VALUE ZEROS.
         77 WRK-SOMA-FGTS         PIC 9(10)V99 VALUE ZEROS.

         01 WRK-LINHA-REL.
             05 WRK-RL-ROTULO      PIC X(28).
             05 WRK-RL-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.
         77 WRK-QTD-ED             PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-ACUMULA-HISTORICO
              PERFORM 0200-GRAVA-DETALHES
              PERFORM 0300-GRAVA-TRAILER
              PERFORM 8000-RELATORIO-CONTROLE
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-FUNCHIST
              MOVE "N" TO WRK-ACHOU-FUNC
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-DEPOSITO
              MOVE ZEROS TO WRK-QTD-DETALHES
              MOVE ZEROS TO WRK-QTD-SEM-ENCARGO
              MOVE ZEROS TO WRK-SOMA-BASE
              MOVE ZEROS TO WRK-SOMA-FGTS.

         0010-CABECALHO SECTION.
              MOVE "DEPOSITO-FGTS" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA
              OPEN INPUT PARAMFGTS-FILE
              IF WRK-STATUS-PARAM = "00"
                  READ PARAMFGTS-FILE INTO PARAMFGTS-REG
                      NOT AT END
                          IF PF-COMPETENCIA NUMERIC
                              AND PF-COMPETENCIA GREATER ZERO
                              MOVE PF-COMPETENCIA TO WRK-COMPETENCIA
                          END-IF
                  END-READ
                  CLOSE PARAMFGTS-FILE
              END-IF
              DISPLAY "Competencia do deposito : " WRK-COMPETENCIA
              OPEN INPUT FUNCHIST-FILE
              IF WRK-STATUS-FUNCHIST NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FUNCHIST.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FUNCHIST TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT FGTSDEP-FILE
              IF WRK-STATUS-DEP NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FGTSDEP.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-DEP TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT FGTSDEPREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FGTSDEPREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-DH-DATA
              MOVE WRK-COMPETENCIA TO WRK-DH-COMPETENCIA
              WRITE FGTSDEP-REG FROM WRK-DEP-HEADER.

         0100-ACUMULA-HISTORICO SECTION.
              PERFORM UNTIL FIM-FUNCHIST
                  READ FUNCHIST-FILE INTO FUNCHIST-REG
                      AT END
                          SET FIM-FUNCHIST TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          IF FH-COMPETENCIA = WRK-COMPETENCIA
                              PERFORM 0150-ACUMULA-FUNC
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FUNCHIST-FILE.

         0150-ACUMULA-FUNC SECTION.
              IF FH-FGTS NOT NUMERIC
                  ADD 1 TO WRK-QTD-SEM-ENCARGO
                  ADD 1 TO WRK-JOB-REJEITADOS
                  DISPLAY "FUNC " FH-CODIGO
                      " SEM ENCARGO NO HISTORICO - FORA DO DEPOSITO"
                  GO TO 0150-SAIDA
              END-IF
              MOVE "N" TO WRK-ACHOU-FUNC
              IF WRK-QTD-DEPOSITO GREATER ZERO
                  SET TAB-DF-IDX TO 1
                  SEARCH TAB-DF-REG
                      AT END
                          CONTINUE
                      WHEN TAB-DF-CODIGO(TAB-DF-IDX) = FH-CODIGO
                          SET ACHOU-FUNC TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-FUNC
                  IF WRK-QTD-DEPOSITO NOT LESS 500
                      ADD 1 TO WRK-JOB-REJEITADOS
                      DISPLAY "FUNC " FH-CODIGO
                          " ALEM DO LIMITE DA TABELA - FORA DO DEPOSITO"
                      MOVE 4 TO RETURN-CODE
                      GO TO 0150-SAIDA
                  END-IF
                  ADD 1 TO WRK-QTD-DEPOSITO
                  SET TAB-DF-IDX TO WRK-QTD-DEPOSITO
                  MOVE FH-CODIGO TO TAB-DF-CODIGO(TAB-DF-IDX)
                  MOVE ZEROS TO TAB-DF-BASE(TAB-DF-IDX)
                  MOVE ZEROS TO TAB-DF-FGTS(TAB-DF-IDX)
              END-IF
              MOVE FH-NOME  TO TAB-DF-NOME(TAB-DF-IDX)
              MOVE FH-DEPTO TO TAB-DF-DEPTO(TAB-DF-IDX)
              ADD FH-SALARIO TO TAB-DF-BASE(TAB-DF-IDX)
              ADD FH-FGTS    TO TAB-DF-FGTS(TAB-DF-IDX).
         0150-SAIDA.
              EXIT.

      *    Um detalhe por funcionario com FGTS a depositar.
         0200-GRAVA-DETALHES SECTION.
              PERFORM VARYING TAB-DF-IDX FROM 1 BY 1
                  UNTIL TAB-DF-IDX GREATER WRK-QTD-DEPOSITO
                  IF TAB-DF-FGTS(TAB-DF-IDX) GREATER ZEROS
                      MOVE WRK-COMPETENCIA TO WRK-DD-COMPETENCIA
                      MOVE TAB-DF-CODIGO(TAB-DF-IDX) TO WRK-DD-CODIGO
                      MOVE TAB-DF-NOME(TAB-DF-IDX)   TO WRK-DD-NOME
                      MOVE TAB-DF-DEPTO(TAB-DF-IDX)  TO WRK-DD-DEPTO
                      MOVE TAB-DF-BASE(TAB-DF-IDX)   TO WRK-DD-BASE
                      MOVE TAB-DF-FGTS(TAB-DF-IDX)   TO WRK-DD-FGTS
                      WRITE FGTSDEP-REG FROM WRK-DEP-DETALHE
                      ADD 1 TO WRK-QTD-DETALHES
                      ADD 1 TO WRK-JOB-GRAVADOS
                      ADD TAB-DF-BASE(TAB-DF-IDX) TO WRK-SOMA-BASE
                      ADD TAB-DF-FGTS(TAB-DF-IDX) TO WRK-SOMA-FGTS
                  END-IF
              END-PERFORM.

         0300-GRAVA-TRAILER SECTION.
              MOVE WRK-QTD-DETALHES TO WRK-DT-QTD
              MOVE WRK-SOMA-FGTS    TO WRK-DT-SOMA
              WRITE FGTSDEP-REG FROM WRK-DEP-TRAILER
              CLOSE FGTSDEP-FILE.

         8000-RELATORIO-CONTROLE SECTION.
              MOVE "CONTROLE DO DEPOSITO DO FGTS"
                  TO FGTSDEPREL-REG
              WRITE FGTSDEPREL-REG
              MOVE SPACES TO FGTSDEPREL-REG
              STRING "COMPETENCIA : " DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  INTO FGTSDEPREL-REG
              WRITE FGTSDEPREL-REG
              MOVE SPACES TO FGTSDEPREL-REG
              WRITE FGTSDEPREL-REG
              MOVE WRK-QTD-DETALHES TO WRK-QTD-ED
              MOVE SPACES TO FGTSDEPREL-REG
              STRING "FUNCIONARIOS NO DEPOSITO : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO FGTSDEPREL-REG
              WRITE FGTSDEPREL-REG
              MOVE "SOMA DA BASE" TO WRK-RL-ROTULO
              MOVE WRK-SOMA-BASE TO WRK-RL-VALOR
              WRITE FGTSDEPREL-REG FROM WRK-LINHA-REL
              MOVE "SOMA DO FGTS A DEPOSITAR" TO WRK-RL-ROTULO
              MOVE WRK-SOMA-FGTS TO WRK-RL-VALOR
              WRITE FGTSDEPREL-REG FROM WRK-LINHA-REL
              IF WRK-QTD-SEM-ENCARGO GREATER ZEROS
                  MOVE WRK-QTD-SEM-ENCARGO TO WRK-QTD-ED
                  MOVE SPACES TO FGTSDEPREL-REG
                  STRING "LINHAS SEM ENCARGO (FORA) : "
                      DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO FGTSDEPREL-REG
                  WRITE FGTSDEPREL-REG
                  MOVE 4 TO RETURN-CODE
              END-IF
              IF WRK-QTD-DETALHES = ZEROS
                  MOVE "NENHUM DEPOSITO PARA A COMPETENCIA"
                      TO FGTSDEPREL-REG
                  WRITE FGTSDEPREL-REG
                  MOVE 4 TO RETURN-CODE
              END-IF.

         9000-FINALIZAR SECTION.
              CLOSE FGTSDEPREL-FILE
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
              DISPLAY "LINHAS LIDAS       : " WRK-JOB-LIDOS
              DISPLAY "DEPOSITOS GERADOS  : " WRK-JOB-GRAVADOS
              DISPLAY "==========================================".
       END PROGRAM DEPFGTS.
