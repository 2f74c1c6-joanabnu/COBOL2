      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 25/02/2025
      * Purpose: Cadastro do orcamento anual por conta contabil
      *          (ORCAMENTO.DAT: conta, ano e os doze valores
      *          mensais), que a diretoria aprova mas que nao existia
      *          no sistema -- a variacao so aparecia na reuniao
      *          trimestral. Manutencao por arquivo de movimentos
      *          (ORCAMOV.DAT), no fluxo do MANTERMO: A inclui, C
      *          altera, D exclui e P aprova. A conta tem de existir
      *          em PLANOCONTAS.DAT. O orcamento nasce em elaboracao
      *          (E) e, aprovado (A), fica travado: nao aceita mais
      *          alteracao nem exclusao. Cada movimento leva o
      *          operador; antes/depois de cada mudanca (valores,
      *          situacao e operador) sai em ORCAAUD.DAT e movimento
      *          invalido vai para ORCAEXC.DAT e EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANORCAMENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMOV-FILE ASSIGN TO "ORCAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT ORCAMENTO-FILE ASSIGN TO "ORCAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCAMENTO.
           SELECT PLANOCONTAS-FILE ASSIGN TO "PLANOCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANO.
           SELECT ORCAEXC-FILE ASSIGN TO "ORCAEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT ORCAAUD-FILE ASSIGN TO "ORCAAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUD.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMOV-FILE.
       01  ORCAMOV-REG.
           05 OV-TIPO-MOVTO          PIC X(01).
           05 OV-CONTA               PIC 9(04).
           05 OV-ANO                 PIC 9(04).
           05 OV-VALOR-MES           PIC 9(09)V99 OCCURS 12 TIMES.
           05 OV-OPERADOR            PIC X(08).

       FD  ORCAMENTO-FILE.
       01  ORCAMENTO-REG.
           05 OR-CONTA               PIC 9(04).
           05 OR-ANO                 PIC 9(04).
           05 OR-VALOR-MES           PIC 9(09)V99 OCCURS 12 TIMES.
           05 OR-SITUACAO            PIC X(01).
           05 OR-DATA-APROVACAO      PIC 9(08).
           05 OR-OPERADOR-APROV      PIC X(08).

       FD  PLANOCONTAS-FILE.
       01  PLANOCONTAS-REG.
           05 PL-CONTA               PIC 9(04).
           05 PL-DESCRICAO           PIC X(30).
           05 PL-TIPO                PIC X(01).
           05 PL-ATIVO               PIC X(01).
           05 PL-GRUPO               PIC X(20).
           05 PL-ORDEM               PIC 9(03).

       FD  ORCAEXC-FILE.
       01  ORCAEXC-REG.
           05 EX-TIPO-MOVTO          PIC X(01).
           05 EX-CONTA               PIC X(04).
           05 EX-ANO                 PIC X(04).
           05 EX-OPERADOR            PIC X(08).
           05 EX-MOTIVO              PIC X(30).

       FD  ORCAAUD-FILE.
       01  ORCAAUD-REG.
           05 OA-DATA                PIC 9(08).
           05 OA-HORA                PIC 9(08).
           05 OA-TIPO                PIC X(12).
           05 OA-CONTA               PIC 9(04).
           05 OA-ANO                 PIC 9(04).
           05 OA-OPERADOR            PIC X(08).
           05 OA-SITUACAO-ANTES      PIC X(01).
           05 OA-SITUACAO-DEPOIS     PIC X(01).
           05 OA-VALOR-ANTES         PIC 9(09)V99 OCCURS 12 TIMES.
           05 OA-VALOR-DEPOIS        PIC 9(09)V99 OCCURS 12 TIMES.

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG             PIC X(91).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.

         77 WRK-STATUS-MOV       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-ORCAMENTO PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PLANO     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD       PIC X(02) VALUE SPACES.
         77 WRK-FIM-MOV          PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-FIM-ARQUIVO      PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".

         77 WRK-MOVTO-VALIDO     PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO           PIC X(30) VALUE SPACES.

         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-MES              PIC 9(02) VALUE ZEROS.

      *    Contas do plano, so para validar o movimento.
         01 TAB-PLANO.
             05 TAB-PL-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-PLANO
                 INDEXED BY TAB-PL-IDX.
                 10 TAB-PL-CONTA      PIC 9(04).
         77 WRK-QTD-PLANO        PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-CONTA      PIC X(01) VALUE "N".
             88 ACHOU-CONTA VALUE "S".

      *    Copia do cadastro mantida em memoria, com status de linha
      *    "A" (presente) ou "E" (excluida), como no MANTERMO.
         01 TAB-ORCAMENTO.
             05 TAB-OR-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-ORCAMENTO
                 INDEXED BY TAB-OR-IDX.
                 10 TAB-OR-CONTA       PIC 9(04).
                 10 TAB-OR-ANO         PIC 9(04).
                 10 TAB-OR-VALOR-MES   PIC 9(09)V99 OCCURS 12 TIMES.
                 10 TAB-OR-SITUACAO    PIC X(01).
                 10 TAB-OR-DATA-APROV  PIC 9(08).
                 10 TAB-OR-OPER-APROV  PIC X(08).
                 10 TAB-OR-STATUS      PIC X(01).
         77 WRK-QTD-ORCAMENTO    PIC 9(04) VALUE ZEROS.
         77 WRK-LIMITE-ORCAMENTO PIC 9(04) VALUE 1000.
         77 WRK-ACHOU-ORCAMENTO  PIC X(01) VALUE "N".
             88 ACHOU-ORCAMENTO VALUE "S".
         77 WRK-TOTAL-ATIVOS     PIC 9(04) VALUE ZEROS.
         77 WRK-TOTAL-APROVADOS  PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0200-RECEBEMOVTO THRU 0200-EXIT
                  UNTIL FIM-ARQUIVO-MOV
              PERFORM 0700-GRAVA-CADASTRO-FINAL
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-MOV
              MOVE "N" TO WRK-FIM-ARQUIVO
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE "N" TO WRK-ACHOU-ORCAMENTO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-PLANO
              MOVE ZEROS TO WRK-QTD-ORCAMENTO
              MOVE ZEROS TO WRK-TOTAL-ATIVOS
              MOVE ZEROS TO WRK-TOTAL-APROVADOS.

         0010-CABECALHO SECTION.
              MOVE "MANUT-ORCAMENTO" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              PERFORM 1050-CARREGA-PLANO
              PERFORM 1060-CARREGA-ORCAMENTO-ANT
              OPEN INPUT ORCAMOV-FILE
              IF WRK-STATUS-MOV NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "ORCAMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT ORCAEXC-FILE
              IF WRK-STATUS-EXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "ORCAEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND ORCAAUD-FILE
              IF WRK-STATUS-AUD = "35"
                  OPEN OUTPUT ORCAAUD-FILE
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              PERFORM 1100-LER-MOVTO.

      *    Sem o plano de contas nao ha como validar a conta.
         1050-CARREGA-PLANO SECTION.
              OPEN INPUT PLANOCONTAS-FILE
              IF WRK-STATUS-PLANO NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PLANOCONTAS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PLANO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ PLANOCONTAS-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-PLANO NOT LESS 200
                              DISPLAY "PLANOCONTAS.DAT maior que o"
                                  " limite de 200 contas"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-PLANO
                          MOVE PL-CONTA TO TAB-PL-CONTA(WRK-QTD-PLANO)
                  END-READ
              END-PERFORM
              CLOSE PLANOCONTAS-FILE.

         1060-CARREGA-ORCAMENTO-ANT SECTION.
              OPEN INPUT ORCAMENTO-FILE
              IF WRK-STATUS-ORCAMENTO = "00"
                  MOVE "N" TO WRK-FIM-ARQUIVO
                  PERFORM UNTIL FIM-ARQUIVO
                      READ ORCAMENTO-FILE
                          AT END
                              SET FIM-ARQUIVO TO TRUE
                          NOT AT END
                              IF WRK-QTD-ORCAMENTO NOT LESS
                                  WRK-LIMITE-ORCAMENTO
                                  DISPLAY "ORCAMENTO.DAT excede o"
                                      " limite de "
                                      WRK-LIMITE-ORCAMENTO
                                      " orcamentos"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-ORCAMENTO
                              SET TAB-OR-IDX TO WRK-QTD-ORCAMENTO
                              MOVE OR-CONTA TO
                                  TAB-OR-CONTA(TAB-OR-IDX)
                              MOVE OR-ANO TO TAB-OR-ANO(TAB-OR-IDX)
                              PERFORM VARYING WRK-MES FROM 1 BY 1
                                  UNTIL WRK-MES GREATER 12
                                  MOVE OR-VALOR-MES(WRK-MES) TO
                                      TAB-OR-VALOR-MES(TAB-OR-IDX,
                                          WRK-MES)
                              END-PERFORM
                              MOVE OR-SITUACAO TO
                                  TAB-OR-SITUACAO(TAB-OR-IDX)
                              MOVE OR-DATA-APROVACAO TO
                                  TAB-OR-DATA-APROV(TAB-OR-IDX)
                              MOVE OR-OPERADOR-APROV TO
                                  TAB-OR-OPER-APROV(TAB-OR-IDX)
                              MOVE "A" TO TAB-OR-STATUS(TAB-OR-IDX)
                      END-READ
                  END-PERFORM
                  CLOSE ORCAMENTO-FILE
              END-IF.

         1100-LER-MOVTO SECTION.
              READ ORCAMOV-FILE
                  AT END
                      SET FIM-ARQUIVO-MOV TO TRUE
              END-READ.

         0200-RECEBEMOVTO SECTION.
              PERFORM 0210-VALIDA-MOVTO
              IF MOVTO-VALIDO
                  PERFORM 0400-APLICA-MOVIMENTO
                  ADD 1 TO WRK-JOB-GRAVADOS
              ELSE
                  PERFORM 0250-GRAVA-EXCECAO
              END-IF
              ADD 1 TO WRK-JOB-LIDOS
              PERFORM 1100-LER-MOVTO.
         0200-EXIT.
              EXIT.

         0210-VALIDA-MOVTO SECTION.
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE SPACES TO WRK-MOTIVO
              EVALUATE TRUE
                  WHEN OV-TIPO-MOVTO NOT = "A" AND
                       OV-TIPO-MOVTO NOT = "C" AND
                       OV-TIPO-MOVTO NOT = "D" AND
                       OV-TIPO-MOVTO NOT = "P"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TIPO DE MOVIMENTO INVALIDO" TO WRK-MOTIVO
                  WHEN OV-CONTA NOT NUMERIC OR OV-CONTA = ZEROS
                      OR OV-ANO NOT NUMERIC OR OV-ANO LESS 1900
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "CONTA OU ANO INVALIDO" TO WRK-MOTIVO
                  WHEN OV-OPERADOR = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO
              END-EVALUATE
              IF MOVTO-VALIDO
                  AND (OV-TIPO-MOVTO = "A" OR OV-TIPO-MOVTO = "C")
                  PERFORM VARYING WRK-MES FROM 1 BY 1
                      UNTIL WRK-MES GREATER 12
                      IF OV-VALOR-MES(WRK-MES) NOT NUMERIC
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "VALORES MENSAIS INVALIDOS"
                              TO WRK-MOTIVO
                      END-IF
                  END-PERFORM
              END-IF
              IF MOVTO-VALIDO AND OV-TIPO-MOVTO = "A"
                  MOVE "N" TO WRK-ACHOU-CONTA
                  SET TAB-PL-IDX TO 1
                  SEARCH TAB-PL-REG
                      AT END
                          CONTINUE
                      WHEN TAB-PL-CONTA(TAB-PL-IDX) = OV-CONTA
                          SET ACHOU-CONTA TO TRUE
                  END-SEARCH
                  IF NOT ACHOU-CONTA
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "CONTA FORA DO PLANO" TO WRK-MOTIVO
                  END-IF
              END-IF
              IF MOVTO-VALIDO
                  PERFORM 0220-LOCALIZA-ORCAMENTO
                  EVALUATE TRUE
                      WHEN OV-TIPO-MOVTO = "A"
                              AND ACHOU-ORCAMENTO
                              AND TAB-OR-STATUS(TAB-OR-IDX) = "A"
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "ORCAMENTO JA CADASTRADO" TO WRK-MOTIVO
                      WHEN OV-TIPO-MOVTO = "A"
                              AND NOT ACHOU-ORCAMENTO
                              AND WRK-QTD-ORCAMENTO NOT LESS
                                  WRK-LIMITE-ORCAMENTO
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "CADASTRO CHEIO" TO WRK-MOTIVO
                      WHEN OV-TIPO-MOVTO NOT = "A"
                              AND (NOT ACHOU-ORCAMENTO
                              OR TAB-OR-STATUS(TAB-OR-IDX) NOT = "A")
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "ORCAMENTO NAO CADASTRADO" TO WRK-MOTIVO
      *    Orcamento aprovado esta travado: so outro orcamento (outro
      *    ano) muda o numero aprovado.
                      WHEN OV-TIPO-MOVTO = "P"
                              AND TAB-OR-SITUACAO(TAB-OR-IDX) = "A"
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "ORCAMENTO JA APROVADO" TO WRK-MOTIVO
                      WHEN OV-TIPO-MOVTO NOT = "A"
                              AND TAB-OR-SITUACAO(TAB-OR-IDX) = "A"
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "ORCAMENTO APROVADO - TRAVADO"
                              TO WRK-MOTIVO
                  END-EVALUATE
              END-IF.

         0220-LOCALIZA-ORCAMENTO SECTION.
              MOVE "N" TO WRK-ACHOU-ORCAMENTO
              IF WRK-QTD-ORCAMENTO GREATER ZERO
                  SET TAB-OR-IDX TO 1
                  SEARCH TAB-OR-REG
                      AT END
                          CONTINUE
                      WHEN TAB-OR-CONTA(TAB-OR-IDX) = OV-CONTA
                          AND TAB-OR-ANO(TAB-OR-IDX) = OV-ANO
                          SET ACHOU-ORCAMENTO TO TRUE
                  END-SEARCH
              END-IF.

         0250-GRAVA-EXCECAO SECTION.
              MOVE OV-TIPO-MOVTO TO EX-TIPO-MOVTO
              MOVE OV-CONTA      TO EX-CONTA
              MOVE OV-ANO        TO EX-ANO
              MOVE OV-OPERADOR   TO EX-OPERADOR
              MOVE WRK-MOTIVO    TO EX-MOTIVO
              WRITE ORCAEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE SPACES TO WRK-EXC-CHAVE
              STRING EX-CONTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EX-ANO DELIMITED BY SIZE
                  INTO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "MANUT-ORCAMENTO" TO WRK-EXC-SISTEMA
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

         0400-APLICA-MOVIMENTO SECTION.
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              MOVE WRK-DATA-SISTEMA TO OA-DATA
              MOVE WRK-HORA-SISTEMA TO OA-HORA
              MOVE OV-CONTA         TO OA-CONTA
              MOVE OV-ANO           TO OA-ANO
              MOVE OV-OPERADOR      TO OA-OPERADOR
              IF OV-TIPO-MOVTO = "A"
                  MOVE SPACES TO OA-SITUACAO-ANTES
                  PERFORM VARYING WRK-MES FROM 1 BY 1
                      UNTIL WRK-MES GREATER 12
                      MOVE ZEROS TO OA-VALOR-ANTES(WRK-MES)
                  END-PERFORM
              ELSE
                  MOVE TAB-OR-SITUACAO(TAB-OR-IDX)
                      TO OA-SITUACAO-ANTES
                  PERFORM VARYING WRK-MES FROM 1 BY 1
                      UNTIL WRK-MES GREATER 12
                      MOVE TAB-OR-VALOR-MES(TAB-OR-IDX, WRK-MES)
                          TO OA-VALOR-ANTES(WRK-MES)
                  END-PERFORM
              END-IF
              EVALUATE OV-TIPO-MOVTO
                  WHEN "A"
                      IF NOT ACHOU-ORCAMENTO
                          ADD 1 TO WRK-QTD-ORCAMENTO
                          SET TAB-OR-IDX TO WRK-QTD-ORCAMENTO
                          MOVE OV-CONTA TO TAB-OR-CONTA(TAB-OR-IDX)
                          MOVE OV-ANO   TO TAB-OR-ANO(TAB-OR-IDX)
                      END-IF
                      PERFORM 0410-COPIA-VALORES
                      MOVE "E" TO TAB-OR-SITUACAO(TAB-OR-IDX)
                      MOVE ZEROS TO TAB-OR-DATA-APROV(TAB-OR-IDX)
                      MOVE SPACES TO TAB-OR-OPER-APROV(TAB-OR-IDX)
                      MOVE "A" TO TAB-OR-STATUS(TAB-OR-IDX)
                      MOVE "INCLUSAO" TO OA-TIPO
                  WHEN "C"
                      PERFORM 0410-COPIA-VALORES
                      MOVE "ALTERACAO" TO OA-TIPO
                  WHEN "P"
                      MOVE "A" TO TAB-OR-SITUACAO(TAB-OR-IDX)
                      MOVE WRK-DATA-SISTEMA
                          TO TAB-OR-DATA-APROV(TAB-OR-IDX)
                      MOVE OV-OPERADOR
                          TO TAB-OR-OPER-APROV(TAB-OR-IDX)
                      MOVE "APROVACAO" TO OA-TIPO
                  WHEN "D"
                      MOVE "E" TO TAB-OR-STATUS(TAB-OR-IDX)
                      MOVE "EXCLUSAO" TO OA-TIPO
              END-EVALUATE
              IF OV-TIPO-MOVTO = "D"
                  MOVE SPACES TO OA-SITUACAO-DEPOIS
                  PERFORM VARYING WRK-MES FROM 1 BY 1
                      UNTIL WRK-MES GREATER 12
                      MOVE ZEROS TO OA-VALOR-DEPOIS(WRK-MES)
                  END-PERFORM
              ELSE
                  MOVE TAB-OR-SITUACAO(TAB-OR-IDX)
                      TO OA-SITUACAO-DEPOIS
                  PERFORM VARYING WRK-MES FROM 1 BY 1
                      UNTIL WRK-MES GREATER 12
                      MOVE TAB-OR-VALOR-MES(TAB-OR-IDX, WRK-MES)
                          TO OA-VALOR-DEPOIS(WRK-MES)
                  END-PERFORM
              END-IF
              WRITE ORCAAUD-REG.

         0410-COPIA-VALORES SECTION.
              PERFORM VARYING WRK-MES FROM 1 BY 1
                  UNTIL WRK-MES GREATER 12
                  MOVE OV-VALOR-MES(WRK-MES)
                      TO TAB-OR-VALOR-MES(TAB-OR-IDX, WRK-MES)
              END-PERFORM.

         0700-GRAVA-CADASTRO-FINAL SECTION.
              OPEN OUTPUT ORCAMENTO-FILE
              IF WRK-STATUS-ORCAMENTO NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "ORCAMENTO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-ORCAMENTO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-OR-IDX FROM 1 BY 1
                  UNTIL TAB-OR-IDX GREATER WRK-QTD-ORCAMENTO
                  IF TAB-OR-STATUS(TAB-OR-IDX) = "A"
                      MOVE TAB-OR-CONTA(TAB-OR-IDX) TO OR-CONTA
                      MOVE TAB-OR-ANO(TAB-OR-IDX)   TO OR-ANO
                      PERFORM VARYING WRK-MES FROM 1 BY 1
                          UNTIL WRK-MES GREATER 12
                          MOVE TAB-OR-VALOR-MES(TAB-OR-IDX, WRK-MES)
                              TO OR-VALOR-MES(WRK-MES)
                      END-PERFORM
                      MOVE TAB-OR-SITUACAO(TAB-OR-IDX) TO OR-SITUACAO
                      MOVE TAB-OR-DATA-APROV(TAB-OR-IDX)
                          TO OR-DATA-APROVACAO
                      MOVE TAB-OR-OPER-APROV(TAB-OR-IDX)
                          TO OR-OPERADOR-APROV
                      WRITE ORCAMENTO-REG
                      ADD 1 TO WRK-TOTAL-ATIVOS
                      IF OR-SITUACAO = "A"
                          ADD 1 TO WRK-TOTAL-APROVADOS
                      END-IF
                  END-IF
              END-PERFORM
              CLOSE ORCAMENTO-FILE.

         9000-FINALIZAR SECTION.
              CLOSE ORCAMOV-FILE
              CLOSE ORCAEXC-FILE
              CLOSE ORCAAUD-FILE
              CLOSE EXCDIARIO-FILE
              DISPLAY "Orcamentos no cadastro : " WRK-TOTAL-ATIVOS
              DISPLAY "Orcamentos aprovados   : " WRK-TOTAL-APROVADOS
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
              DISPLAY "MOVIMENTOS LIDOS      : " WRK-JOB-LIDOS
              DISPLAY "MOVIMENTOS APLICADOS  : " WRK-JOB-GRAVADOS
              DISPLAY "MOVIMENTOS REJEITADOS : " WRK-JOB-REJEITADOS
              DISPLAY "==========================================".
       END PROGRAM MANORCAMENTO.
