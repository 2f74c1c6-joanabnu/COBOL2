      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 06/02/2025
      * Purpose: Levantamento dos funcionarios ativos com a
      *          identificacao civil incompleta, para o RH completar
      *          o cadastro antes da primeira declaracao com CPF e PIS.
      *          Varre o mestre FUNCM.DAT pela chave e, para cada
      *          funcionario, confere em FUNCIDENT.DAT o nome
      *          completo, o CPF, o PIS, a data de nascimento e o nome
      *          da mae; quem tem alguma pendencia sai no relatorio
      *          IDENTREL.DAT (padrao de paginacao de IMPRESSAOCPY)
      *          com os itens que faltam. Funcionario sem registro de
      *          identificacao aparece com todos os itens pendentes.
      * Tectonics: cobc
      * Mod Log:
      *   07/03/2025 - JLS - Layout do FUNCIDENT.DAT acompanha o e-mail
      *                      do funcionario (FI-EMAIL) no final.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELIDENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCM-FILE ASSIGN TO "FUNCM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-CODIGO
               FILE STATUS IS WRK-STATUS-FUNCM.
           SELECT FUNCIDENT-FILE ASSIGN TO "FUNCIDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-CODIGO
               ALTERNATE RECORD KEY IS FI-CPF WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-FUNCIDENT.
           SELECT IDENTREL-FILE ASSIGN TO "IDENTREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCM-FILE.
       01  FUNCM-REG.
           05 FM-CODIGO              PIC 9(04).
           05 FM-NOME                PIC X(15).
           05 FM-SALARIO             PIC 9(06).
           05 FM-DEPTO               PIC X(04).
           05 FM-INSS                PIC 9(06)V99.
           05 FM-IRRF                PIC 9(06)V99.
           05 FM-SALARIO-LIQUIDO     PIC 9(06)V99.
           05 FM-BANCO               PIC 9(03).
           05 FM-AGENCIA             PIC 9(04).
           05 FM-CONTA               PIC 9(08).
           05 FM-ADMISSAO            PIC 9(08).

       FD  FUNCIDENT-FILE.
       01  FUNCIDENT-REG.
           05 FI-CODIGO              PIC 9(04).
           05 FI-NOME-COMPLETO       PIC X(60).
           05 FI-CPF                 PIC 9(11).
           05 FI-PIS                 PIC 9(11).
           05 FI-NASCIMENTO          PIC 9(08).
           05 FI-NOME-MAE            PIC X(60).
           05 FI-ATUALIZACAO         PIC 9(08).
           05 FI-EMAIL               PIC X(50).

       FD  IDENTREL-FILE.
       01  IDENTREL-REG              PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         77 WRK-STATUS-FUNCM      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FUNCIDENT  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-FIM-MESTRE        PIC X(01) VALUE "N".
             88 FIM-MESTRE VALUE "S".
         77 WRK-HA-IDENT          PIC X(01) VALUE "N".
             88 HA-IDENT VALUE "S".
         77 WRK-ACHOU-IDENT       PIC X(01) VALUE "N".
             88 ACHOU-IDENT VALUE "S".
         77 WRK-PENDENTE          PIC X(01) VALUE "N".
             88 FUNC-PENDENTE VALUE "S".

         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-QTD-PENDENTES     PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-ED            PIC ZZ.ZZ9.

         01 WRK-LINHA-DET.
             05 WRK-LD-CODIGO      PIC 9(04).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LD-NOME        PIC X(15).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LD-NOME-COMPL  PIC X(11).
             05 WRK-LD-CPF         PIC X(11).
             05 WRK-LD-PIS         PIC X(11).
             05 WRK-LD-NASC        PIC X(11).
             05 WRK-LD-MAE         PIC X(11).

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-VARRE-MESTRE
              PERFORM 8000-GRAVA-TOTAIS
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-MESTRE
              MOVE "N" TO WRK-HA-IDENT
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-PENDENTES
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "REL-IDENTIDADE" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              OPEN INPUT FUNCM-FILE
              IF WRK-STATUS-FUNCM NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FUNCM.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FUNCM TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
      *    Sem o arquivo de identificacao ninguem tem cadastro: todo
      *    ativo sai com todos os itens pendentes.
              OPEN INPUT FUNCIDENT-FILE
              IF WRK-STATUS-FUNCIDENT = "00"
                  SET HA-IDENT TO TRUE
              ELSE
                  DISPLAY "Aviso: FUNCIDENT.DAT indisponivel : "
                      WRK-STATUS-FUNCIDENT
              END-IF
              OPEN OUTPUT IDENTREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "IDENTREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "IDENTIFICACAO INCOMPLETA" TO WRK-IMP-TITULO
              MOVE "CODI  NOME             PENDENCIAS"
                  TO WRK-IMP-COLUNAS.

         0100-VARRE-MESTRE SECTION.
              MOVE LOW-VALUES TO FM-CODIGO
              START FUNCM-FILE KEY NOT LESS FM-CODIGO
                  INVALID KEY
                      SET FIM-MESTRE TO TRUE
              END-START
              PERFORM UNTIL FIM-MESTRE
                  READ FUNCM-FILE NEXT
                      AT END
                          SET FIM-MESTRE TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          PERFORM 0200-CONFERE-IDENTIDADE
                  END-READ
              END-PERFORM.

      *    Cada item faltante ocupa a sua coluna na linha; funcionario
      *    sem pendencia nao sai no relatorio.
         0200-CONFERE-IDENTIDADE SECTION.
              MOVE "N" TO WRK-ACHOU-IDENT
              MOVE "N" TO WRK-PENDENTE
              IF HA-IDENT
                  MOVE FM-CODIGO TO FI-CODIGO
                  READ FUNCIDENT-FILE KEY IS FI-CODIGO
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          SET ACHOU-IDENT TO TRUE
                  END-READ
              END-IF
              IF NOT ACHOU-IDENT
                  MOVE SPACES TO FI-NOME-COMPLETO
                  MOVE SPACES TO FI-NOME-MAE
                  MOVE ZEROS TO FI-CPF
                  MOVE ZEROS TO FI-PIS
                  MOVE ZEROS TO FI-NASCIMENTO
              END-IF
              MOVE SPACES TO WRK-LD-NOME-COMPL
              MOVE SPACES TO WRK-LD-CPF
              MOVE SPACES TO WRK-LD-PIS
              MOVE SPACES TO WRK-LD-NASC
              MOVE SPACES TO WRK-LD-MAE
              IF FI-NOME-COMPLETO = SPACES
                  MOVE "NOME COMPL" TO WRK-LD-NOME-COMPL
                  SET FUNC-PENDENTE TO TRUE
              END-IF
              IF FI-CPF = ZEROS
                  MOVE "CPF" TO WRK-LD-CPF
                  SET FUNC-PENDENTE TO TRUE
              END-IF
              IF FI-PIS = ZEROS
                  MOVE "PIS" TO WRK-LD-PIS
                  SET FUNC-PENDENTE TO TRUE
              END-IF
              IF FI-NASCIMENTO = ZEROS
                  MOVE "NASCIMENTO" TO WRK-LD-NASC
                  SET FUNC-PENDENTE TO TRUE
              END-IF
              IF FI-NOME-MAE = SPACES
                  MOVE "NOME MAE" TO WRK-LD-MAE
                  SET FUNC-PENDENTE TO TRUE
              END-IF
              IF NOT FUNC-PENDENTE
                  GO TO 0200-SAIDA
              END-IF
              MOVE FM-CODIGO TO WRK-LD-CODIGO
              MOVE FM-NOME   TO WRK-LD-NOME
              MOVE WRK-LINHA-DET TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD 1 TO WRK-QTD-PENDENTES
              ADD 1 TO WRK-JOB-GRAVADOS.
         0200-SAIDA.
              EXIT.

         8000-GRAVA-TOTAIS SECTION.
              IF WRK-QTD-PENDENTES = ZEROS
                  MOVE "NENHUM FUNCIONARIO COM CADASTRO INCOMPLETO"
                      TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              ELSE
                  MOVE 4 TO RETURN-CODE
              END-IF
              MOVE WRK-QTD-PENDENTES TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "PENDENTES " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         9000-FINALIZAR SECTION.
              CLOSE FUNCM-FILE
              IF HA-IDENT
                  CLOSE FUNCIDENT-FILE
              END-IF
              CLOSE IDENTREL-FILE
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
              DISPLAY "FUNCIONARIOS LIDOS  : " WRK-JOB-LIDOS
              DISPLAY "COM PENDENCIA       : " WRK-QTD-PENDENTES
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==IDENTREL-REG==.

       END PROGRAM RELIDENT.
