      *          (PREVIACARTA.DAT, mesmo padrao de impressao).
      * Tectonics: cobc
      * Mod Log:
      *   07/03/2025 - JLS - Grava tambem PREVIARISCO.DAT, um registro
      *                      por aluno em risco, lido pelo NOTIFICA
      *                      para o aviso por e-mail ao responsavel.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVIA14.
           SELECT PREVIACARTA-FILE ASSIGN TO "PREVIACARTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARTA.
           SELECT PREVIARISCO-FILE ASSIGN TO "PREVIARISCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RISCO.

       DATA DIVISION.
       FILE SECTION.
       FD  PREVIACARTA-FILE.
       01  PREVIACARTA-REG           PIC X(80).

      *    Alunos em risco da previa, para o aviso aos responsaveis.
       FD  PREVIARISCO-FILE.
       01  PREVIARISCO-REG.
           05 PR-DATA-PREVIA         PIC 9(08).
           05 PR-TERMO               PIC X(06).
           05 PR-MATRICULA           PIC 9(06).
           05 PR-NOME                PIC X(20).
           05 PR-SECAO               PIC X(03).
           05 PR-MEDIA               PIC 9(02)V99.
           05 PR-PRESENCA            PIC 9(03).
           05 PR-MOTIVO              PIC X(14).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.
         77 WRK-STATUS-PARAM     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-WRK       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CARTA     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-RISCO     PIC X(02) VALUE SPACES.
         77 WRK-FIM-NOTASM       PIC X(01) VALUE "N".
             88 FIM-NOTASM VALUE "S".
         77 WRK-FIM-FREQ         PIC X(01) VALUE "N".
              PERFORM 0500-ORDENA-POR-SECAO
              PERFORM 8000-LISTA-TRABALHO
              PERFORM 8500-CARTAS
              PERFORM 8600-GRAVA-RISCO
              PERFORM 9000-FINALIZAR
              GOBACK.

                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT PREVIARISCO-FILE
              IF WRK-STATUS-RISCO NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PREVIARISCO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-RISCO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              ACCEPT WRK-IMP-DATA FROM DATE YYYYMMDD
              MOVE WRK-IMP-DATA TO WRK-IMC-DATA
              MOVE "PREVIA DE MEIO DE TERMO - ALUNOS EM RISCO"
                  INTO WRK-IMC-TOTAIS
              PERFORM 8740-IMP-FIM.

      *    Um registro por aluno em risco, com a data da previa; o
      *    NOTIFICA leva ao responsavel um aviso por termo e motivo.
         8600-GRAVA-RISCO SECTION.
              PERFORM VARYING TAB-RI-IDX FROM 1 BY 1
                  UNTIL TAB-RI-IDX GREATER WRK-QTD-RISCO
                  MOVE WRK-IMP-DATA TO PR-DATA-PREVIA
                  MOVE TAB-RI-TERMO(TAB-RI-IDX)     TO PR-TERMO
                  MOVE TAB-RI-MATRICULA(TAB-RI-IDX) TO PR-MATRICULA
                  MOVE TAB-RI-NOME(TAB-RI-IDX)      TO PR-NOME
                  MOVE TAB-RI-SECAO(TAB-RI-IDX)     TO PR-SECAO
                  MOVE TAB-RI-MEDIA(TAB-RI-IDX)     TO PR-MEDIA
                  MOVE TAB-RI-PRESENCA(TAB-RI-IDX)  TO PR-PRESENCA
                  MOVE TAB-RI-MOTIVO(TAB-RI-IDX)    TO PR-MOTIVO
                  WRITE PREVIARISCO-REG
              END-PERFORM.

         9000-FINALIZAR SECTION.
              CLOSE NOTASM-FILE
              CLOSE PREVIAWRK-FILE
              CLOSE PREVIACARTA-FILE
              CLOSE PREVIARISCO-FILE
              PERFORM 9900-RODAPE.

         9900-RODAPE SECTION.
