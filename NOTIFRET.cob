      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 07/03/2025
      * Purpose: Processamento do arquivo de retorno do gateway de
      *          e-mail para a fila de avisos do NOTIFICA. Le
      *          NOTIFRET.DAT (um registro por aviso enviado: a chave
      *          do aviso como saiu na fila, a situacao E entregue /
      *          D devolvido por endereco invalido / F falha
      *          temporaria, a data e o motivo do gateway) e grava a
      *          situacao de cada envio no historico NOTIFHIST.DAT. O
      *          aviso em FALHA volta na proxima fila do NOTIFICA; o
      *          DEVOLVIDO so volta depois que o cadastro trouxer outro
      *          endereco. Enderecos devolvidos saem no relatorio
      *          NOTIFRETREL.DAT (padrao IMPRESSAOCPY), junto com os
      *          retornos sem aviso no historico, e no EXCDIARIO. O
      *          mesmo retorno lido de novo nao e contado duas vezes.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFRET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFRET-FILE ASSIGN TO "NOTIFRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RET.
           SELECT NOTIFHIST-FILE ASSIGN TO "NOTIFHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HIST.
           SELECT NOTIFRETREL-FILE ASSIGN TO "NOTIFRETREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
      *    Retorno do gateway, com a chave do aviso da fila.
       FD  NOTIFRET-FILE.
       01  NOTIFRET-REG.
           05 NR-CHAVE-AVISO.
               10 NR-MODELO           PIC X(04).
               10 NR-TIPO-DEST        PIC X(01).
               10 NR-CHAVE-DEST       PIC X(10).
               10 NR-REFERENCIA       PIC X(16).
           05 NR-SITUACAO             PIC X(01).
           05 NR-DATA                 PIC 9(08).
           05 NR-MOTIVO               PIC X(30).

       FD  NOTIFHIST-FILE.
       01  NOTIFHIST-REG.
           05 NH-CHAVE-AVISO.
               10 NH-MODELO           PIC X(04).
               10 NH-TIPO-DEST        PIC X(01).
               10 NH-CHAVE-DEST       PIC X(10).
               10 NH-REFERENCIA       PIC X(16).
           05 NH-ENDERECO             PIC X(50).
           05 NH-DATA-ENVIO           PIC 9(08).
           05 NH-STATUS               PIC X(10).
           05 NH-DATA-STATUS          PIC 9(08).
           05 NH-MOTIVO               PIC X(30).

       FD  NOTIFRETREL-FILE.
       01  NOTIFRETREL-REG            PIC X(80).

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

         77 WRK-STATUS-RET         PIC X(02) VALUE SPACES.
         77 WRK-STATUS-HIST        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL         PIC X(02) VALUE SPACES.
         77 WRK-FIM-RET            PIC X(01) VALUE "N".
             88 FIM-RET VALUE "S".
         77 WRK-FIM-HIST           PIC X(01) VALUE "N".
             88 FIM-HIST VALUE "S".

         77 WRK-DATA-SISTEMA       PIC 9(08) VALUE ZEROS.

         01 TAB-HIST.
             05 TAB-NH-REG OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WRK-QTD-HIST
                 INDEXED BY TAB-NH-IDX.
                 10 TAB-NH-CHAVE       PIC X(31).
                 10 TAB-NH-ENDERECO    PIC X(50).
                 10 TAB-NH-DATA-ENVIO  PIC 9(08).
                 10 TAB-NH-STATUS      PIC X(10).
                 10 TAB-NH-DATA-STATUS PIC 9(08).
                 10 TAB-NH-MOTIVO      PIC X(30).
         77 WRK-QTD-HIST           PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-HIST         PIC X(01) VALUE "N".
             88 ACHOU-HIST VALUE "S".

         77 WRK-NOVO-STATUS        PIC X(10) VALUE SPACES.
         77 WRK-OCORRENCIA         PIC X(30) VALUE SPACES.
         77 WRK-QTD-ENTREGUES      PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-DEVOLVIDOS     PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-FALHAS         PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-SEM-AVISO      PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-JA-LIDOS       PIC 9(05) VALUE ZEROS.

         01 WRK-LINHA-DEVOLVIDO.
             05 WRK-LD-TIPO-DEST   PIC X(01).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LD-CHAVE-DEST  PIC X(10).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LD-ENDERECO    PIC X(40).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LD-MOTIVO      PIC X(26).

         01 WRK-LINHA-OCORRENCIA.
             05 WRK-LO-MODELO      PIC X(04).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LO-TIPO-DEST   PIC X(01).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LO-CHAVE-DEST  PIC X(10).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LO-REFERENCIA  PIC X(16).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LO-OCORRENCIA  PIC X(30).

         77 WRK-QTD-ED             PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-RECEBE THRU 0100-EXIT
                  UNTIL FIM-RET
              PERFORM 8000-TOTAIS
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-RET
              MOVE "N" TO WRK-FIM-HIST
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-HIST
              MOVE ZEROS TO WRK-QTD-ENTREGUES
              MOVE ZEROS TO WRK-QTD-DEVOLVIDOS
              MOVE ZEROS TO WRK-QTD-FALHAS
              MOVE ZEROS TO WRK-QTD-SEM-AVISO
              MOVE ZEROS TO WRK-QTD-JA-LIDOS
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "NOTIFRET" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-HISTORICO
              OPEN INPUT NOTIFRET-FILE
              IF WRK-STATUS-RET NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "NOTIFRET.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-RET TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT NOTIFRETREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "NOTIFRETREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "GATEWAY DE E-MAIL - ENDERECOS DEVOLVIDOS"
                  TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "T DESTINAT.  ENDERECO" DELIMITED BY SIZE
                  "                                 MOTIVO"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS
              PERFORM 1100-LER-RETORNO.

      *    Sem historico nao ha o que casar: o retorno inteiro sai
      *    como aviso desconhecido.
         1050-CARREGA-HISTORICO SECTION.
              OPEN INPUT NOTIFHIST-FILE
              IF WRK-STATUS-HIST = "35"
                  GO TO 1050-SAIDA
              END-IF
              IF WRK-STATUS-HIST NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "NOTIFHIST.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-HIST TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-HIST
                  READ NOTIFHIST-FILE
                      AT END
                          SET FIM-HIST TO TRUE
                      NOT AT END
                          IF WRK-QTD-HIST NOT LESS 5000
                              DISPLAY "NOTIFHIST.DAT maior que o"
                                  " limite de 5000 avisos"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-HIST
                          MOVE NOTIFHIST-REG
                              TO TAB-NH-REG(WRK-QTD-HIST)
                  END-READ
              END-PERFORM
              CLOSE NOTIFHIST-FILE.
         1050-SAIDA.
              EXIT.

         1100-LER-RETORNO SECTION.
              READ NOTIFRET-FILE
                  AT END
                      SET FIM-RET TO TRUE
              END-READ.

         0100-RECEBE SECTION.
              ADD 1 TO WRK-JOB-LIDOS
              EVALUATE NR-SITUACAO
                  WHEN "E"
                      MOVE "ENTREGUE" TO WRK-NOVO-STATUS
                  WHEN "D"
                      MOVE "DEVOLVIDO" TO WRK-NOVO-STATUS
                  WHEN "F"
                      MOVE "FALHA" TO WRK-NOVO-STATUS
                  WHEN OTHER
                      MOVE "SITUACAO DE RETORNO INVALIDA"
                          TO WRK-OCORRENCIA
                      PERFORM 0400-REGISTRA-OCORRENCIA
                      PERFORM 1100-LER-RETORNO
                      GO TO 0100-EXIT
              END-EVALUATE
              PERFORM 0200-CASA-COM-AVISO
              IF NOT ACHOU-HIST
                  ADD 1 TO WRK-QTD-SEM-AVISO
                  MOVE "AVISO FORA DO HISTORICO" TO WRK-OCORRENCIA
                  PERFORM 0400-REGISTRA-OCORRENCIA
                  PERFORM 1100-LER-RETORNO
                  GO TO 0100-EXIT
              END-IF
              IF TAB-NH-STATUS(TAB-NH-IDX) = WRK-NOVO-STATUS
                  AND TAB-NH-DATA-STATUS(TAB-NH-IDX) = NR-DATA
                  ADD 1 TO WRK-QTD-JA-LIDOS
                  PERFORM 1100-LER-RETORNO
                  GO TO 0100-EXIT
              END-IF
              PERFORM 0300-ATUALIZA-AVISO
              PERFORM 1100-LER-RETORNO.
         0100-EXIT.
              EXIT.

         0200-CASA-COM-AVISO SECTION.
              MOVE "N" TO WRK-ACHOU-HIST
              IF WRK-QTD-HIST GREATER ZERO
                  SET TAB-NH-IDX TO 1
                  SEARCH TAB-NH-REG
                      AT END
                          CONTINUE
                      WHEN TAB-NH-CHAVE(TAB-NH-IDX) = NR-CHAVE-AVISO
                          SET ACHOU-HIST TO TRUE
                  END-SEARCH
              END-IF.

      *    Grava a situacao no historico; endereco devolvido vai
      *    para o relatorio e para o EXCDIARIO com o motivo do
      *    gateway.
         0300-ATUALIZA-AVISO SECTION.
              MOVE WRK-NOVO-STATUS TO TAB-NH-STATUS(TAB-NH-IDX)
              MOVE NR-DATA TO TAB-NH-DATA-STATUS(TAB-NH-IDX)
              MOVE NR-MOTIVO TO TAB-NH-MOTIVO(TAB-NH-IDX)
              ADD 1 TO WRK-JOB-GRAVADOS
              EVALUATE NR-SITUACAO
                  WHEN "E"
                      ADD 1 TO WRK-QTD-ENTREGUES
                  WHEN "F"
                      ADD 1 TO WRK-QTD-FALHAS
                  WHEN "D"
                      ADD 1 TO WRK-QTD-DEVOLVIDOS
                      MOVE 4 TO RETURN-CODE
                      MOVE NR-TIPO-DEST  TO WRK-LD-TIPO-DEST
                      MOVE NR-CHAVE-DEST TO WRK-LD-CHAVE-DEST
                      MOVE TAB-NH-ENDERECO(TAB-NH-IDX)
                          TO WRK-LD-ENDERECO
                      MOVE NR-MOTIVO TO WRK-LD-MOTIVO
                      MOVE WRK-LINHA-DEVOLVIDO TO WRK-IMP-LINHA
                      PERFORM 8800-IMP-LINHA
                      MOVE SPACES TO WRK-EXC-CHAVE
                      STRING NR-MODELO DELIMITED BY SIZE
                          NR-TIPO-DEST DELIMITED BY SIZE
                          NR-CHAVE-DEST DELIMITED BY SIZE
                          INTO WRK-EXC-CHAVE
                      MOVE SPACES TO WRK-EXC-MOTIVO
                      STRING "E-MAIL DEVOLVIDO: " DELIMITED BY SIZE
                          NR-MOTIVO DELIMITED BY SIZE
                          INTO WRK-EXC-MOTIVO
                      PERFORM 0255-GRAVA-EXCDIARIO
              END-EVALUATE.

         0400-REGISTRA-OCORRENCIA SECTION.
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE NR-MODELO       TO WRK-LO-MODELO
              MOVE NR-TIPO-DEST    TO WRK-LO-TIPO-DEST
              MOVE NR-CHAVE-DEST   TO WRK-LO-CHAVE-DEST
              MOVE NR-REFERENCIA   TO WRK-LO-REFERENCIA
              MOVE WRK-OCORRENCIA  TO WRK-LO-OCORRENCIA
              MOVE WRK-LINHA-OCORRENCIA TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-EXC-CHAVE
              STRING NR-MODELO DELIMITED BY SIZE
                  NR-TIPO-DEST DELIMITED BY SIZE
                  NR-CHAVE-DEST DELIMITED BY SIZE
                  INTO WRK-EXC-CHAVE
              MOVE WRK-OCORRENCIA TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "NOTIFRET" TO WRK-EXC-SISTEMA
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

         8000-TOTAIS SECTION.
              IF WRK-QTD-DEVOLVIDOS = ZEROS
                  AND WRK-JOB-REJEITADOS = ZEROS
                  MOVE "NENHUM ENDERECO DEVOLVIDO" TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              MOVE WRK-QTD-DEVOLVIDOS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "ENDERECOS DEVOLVIDOS " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         9000-FINALIZAR SECTION.
              CLOSE NOTIFRET-FILE
              CLOSE NOTIFRETREL-FILE
              CLOSE EXCDIARIO-FILE
              OPEN OUTPUT NOTIFHIST-FILE
              IF WRK-STATUS-HIST NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "NOTIFHIST.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-HIST TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-NH-IDX FROM 1 BY 1
                  UNTIL TAB-NH-IDX GREATER WRK-QTD-HIST
                  MOVE TAB-NH-REG(TAB-NH-IDX) TO NOTIFHIST-REG
                  WRITE NOTIFHIST-REG
              END-PERFORM
              CLOSE NOTIFHIST-FILE
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
              DISPLAY "RETORNOS LIDOS       : " WRK-JOB-LIDOS
              DISPLAY "ENTREGUES            : " WRK-QTD-ENTREGUES
              DISPLAY "DEVOLVIDOS           : " WRK-QTD-DEVOLVIDOS
              DISPLAY "FALHAS (VOLTAM)      : " WRK-QTD-FALHAS
              DISPLAY "SEM AVISO NO HIST.   : " WRK-QTD-SEM-AVISO
              DISPLAY "JA PROCESSADOS       : " WRK-QTD-JA-LIDOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==NOTIFRETREL-REG==.

       END PROGRAM NOTIFRET.
