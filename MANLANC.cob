      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 26/02/2025
      * Purpose: Lancamentos contabeis manuais (provisao, reclassifi-
      *          cacao, tarifa bancaria), que o contador digitava
      *          direto em LANCAMENTOS.DAT sem conferencia nenhuma. Le
      *          LANCMOV.DAT: linhas de lote (acao I, com conta, D/C,
      *          valor, historico e o operador que preparou), aprova-
      *          cao de lote (P) e exclusao de lote pendente (E). O
      *          lote inteiro e recusado se alguma conta nao existe ou
      *          esta inativa em PLANOCONTAS.DAT, se debito nao fecha
      *          com credito ou se a competencia esta FECHADA em
      *          PERIODOS.DAT -- as mesmas regras do GERALANC. Lote
      *          aceito fica pendente em LOTEMAN.DAT ate outro
      *          operador, diferente de quem preparou, aprovar; so
      *          entao e gravado em LANCAMENTOS.DAT, com o prefixo de
      *          lote MN mais o numero do lote, fechado pelo registro
      *          de total, e nunca se confunde com os lotes automati-
      *          cos. Recusas vao para LOTEMANEXC.DAT e EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANLANC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANCMOV-FILE ASSIGN TO "LANCMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT LOTEMAN-FILE ASSIGN TO "LOTEMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOTEMAN.
           SELECT PLANOCONTAS-FILE ASSIGN TO "PLANOCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANO.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERIODO.
           SELECT LANCAMENTOS-FILE ASSIGN TO "LANCAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANC.
           SELECT LOTEMANEXC-FILE ASSIGN TO "LOTEMANEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  LANCMOV-FILE.
       01  LANCMOV-REG.
           05 LM-ACAO                PIC X(01).
           05 LM-LOTE                PIC 9(04).
           05 LM-DATA                PIC 9(08).
           05 LM-CONTA               PIC 9(04).
           05 LM-DC                  PIC X(01).
           05 LM-VALOR               PIC 9(11)V99.
           05 LM-HISTORICO           PIC X(30).
           05 LM-OPERADOR            PIC X(08).

       FD  LOTEMAN-FILE.
       01  LOTEMAN-REG.
           05 LT-LOTE                PIC 9(04).
           05 LT-DATA                PIC 9(08).
           05 LT-CONTA               PIC 9(04).
           05 LT-DC                  PIC X(01).
           05 LT-VALOR               PIC 9(11)V99.
           05 LT-HISTORICO           PIC X(30).
           05 LT-PREPARADOR          PIC X(08).
           05 LT-SITUACAO            PIC X(01).
           05 LT-APROVADOR           PIC X(08).
           05 LT-DATA-APROVACAO      PIC 9(08).

       FD  PLANOCONTAS-FILE.
       01  PLANOCONTAS-REG.
           05 PL-CONTA               PIC 9(04).
           05 PL-DESCRICAO           PIC X(30).
           05 PL-TIPO                PIC X(01).
           05 PL-ATIVO               PIC X(01).

       FD  PERIODOS-FILE.
       01  PERIODOS-REG.
           05 PE-COMPETENCIA         PIC 9(06).
           05 PE-STATUS              PIC X(01).
           05 PE-DATA-FECHO          PIC 9(08).

       FD  LANCAMENTOS-FILE.
       01  LANCAMENTOS-REG.
           05 LC-LOTE                PIC X(06).
           05 LC-DATA                PIC 9(08).
           05 LC-CONTA               PIC 9(04).
           05 LC-DC                  PIC X(01).
           05 LC-VALOR               PIC 9(11)V99.
           05 LC-HISTORICO           PIC X(30).

       FD  LOTEMANEXC-FILE.
       01  LOTEMANEXC-REG.
           05 EX-ACAO                PIC X(01).
           05 EX-LOTE                PIC X(04).
           05 EX-OPERADOR            PIC X(08).
           05 EX-QTD-LINHAS          PIC 9(03).
           05 EX-MOTIVO              PIC X(30).

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
         77 WRK-STATUS-LOTEMAN   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PLANO     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PERIODO   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-LANC      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC       PIC X(02) VALUE SPACES.
         77 WRK-FIM-MOV          PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-FIM-ARQUIVO      PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".

         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-MOTIVO           PIC X(30) VALUE SPACES.
      *    Acao e operador do movimento em tratamento: na recepcao do
      *    lote o registro de LANCMOV.DAT ja e o seguinte.
         77 WRK-ACAO-MOV         PIC X(01) VALUE SPACES.
         77 WRK-OPERADOR-MOV     PIC X(08) VALUE SPACES.

      *    Contas do plano, com a situacao (so conta ativa recebe
      *    lancamento).
         01 TAB-PLANO.
             05 TAB-PL-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-PLANO
                 INDEXED BY TAB-PL-IDX.
                 10 TAB-PL-CONTA      PIC 9(04).
                 10 TAB-PL-ATIVO      PIC X(01).
         77 WRK-QTD-PLANO        PIC 9(03) VALUE ZEROS.
         77 WRK-CONTA-OK         PIC X(01) VALUE "N".
             88 CONTA-OK VALUE "S".

      *    Competencias fechadas em PERIODOS.DAT (sem o arquivo, todo
      *    mes esta aberto, como no GERALANC).
         01 TAB-FECHADO.
             05 TAB-FE-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-FECHADO
                 INDEXED BY TAB-FE-IDX.
                 10 TAB-FE-COMPET     PIC 9(06).
         77 WRK-QTD-FECHADO      PIC 9(03) VALUE ZEROS.
         77 WRK-PERIODO-FECHADO  PIC X(01) VALUE "N".
             88 PERIODO-FECHADO VALUE "S".
         77 WRK-COMPET-LOTE      PIC 9(06) VALUE ZEROS.

      *    Linhas dos lotes manuais mantidas em memoria (pendentes e
      *    ja lancados, para o numero de lote nao se repetir), com
      *    status de linha "A" (presente) ou "E" (excluida).
         01 TAB-LOTEMAN.
             05 TAB-LT-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-LINHAS
                 INDEXED BY TAB-LT-IDX.
                 10 TAB-LT-LOTE       PIC 9(04).
                 10 TAB-LT-DATA       PIC 9(08).
                 10 TAB-LT-CONTA      PIC 9(04).
                 10 TAB-LT-DC         PIC X(01).
                 10 TAB-LT-VALOR      PIC 9(11)V99.
                 10 TAB-LT-HISTORICO  PIC X(30).
                 10 TAB-LT-PREPARADOR PIC X(08).
                 10 TAB-LT-SITUACAO   PIC X(01).
                 10 TAB-LT-APROVADOR  PIC X(08).
                 10 TAB-LT-DATA-APROV PIC 9(08).
                 10 TAB-LT-STATUS     PIC X(01).
         77 WRK-QTD-LINHAS       PIC 9(04) VALUE ZEROS.
         77 WRK-LIMITE-LINHAS    PIC 9(04) VALUE 2000.
         77 WRK-ACHOU-LOTE       PIC X(01) VALUE "N".
             88 ACHOU-LOTE VALUE "S".

      *    Lote em recepcao: as linhas so entram no cadastro se o
      *    lote inteiro passa.
         01 TAB-NOVO.
             05 TAB-NV-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-NOVO
                 INDEXED BY TAB-NV-IDX.
                 10 TAB-NV-CONTA      PIC 9(04).
                 10 TAB-NV-DC         PIC X(01).
                 10 TAB-NV-VALOR      PIC 9(11)V99.
                 10 TAB-NV-HISTORICO  PIC X(30).
         77 WRK-QTD-NOVO         PIC 9(03) VALUE ZEROS.
         77 WRK-QTD-LIDAS-LOTE   PIC 9(03) VALUE ZEROS.
         77 WRK-LOTE-MOV         PIC 9(04) VALUE ZEROS.
         77 WRK-DATA-LOTE        PIC 9(08) VALUE ZEROS.
         77 WRK-PREPARADOR       PIC X(08) VALUE SPACES.
         77 WRK-TOT-DEBITO       PIC 9(13)V99 VALUE ZEROS.
         77 WRK-TOT-CREDITO      PIC 9(13)V99 VALUE ZEROS.

         01 WRK-LOTE-LANC.
             05 FILLER             PIC X(02) VALUE "MN".
             05 WRK-LL-NUMERO      PIC 9(04) VALUE ZEROS.

         77 WRK-QTD-PENDENTES    PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-LANCADOS     PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-LANC-GRAV    PIC 9(06) VALUE ZEROS.

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
              MOVE "N" TO WRK-ACHOU-LOTE
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-PLANO
              MOVE ZEROS TO WRK-QTD-FECHADO
              MOVE ZEROS TO WRK-QTD-LINHAS
              MOVE ZEROS TO WRK-QTD-NOVO
              MOVE ZEROS TO WRK-QTD-PENDENTES
              MOVE ZEROS TO WRK-QTD-LANCADOS
              MOVE ZEROS TO WRK-QTD-LANC-GRAV.

         0010-CABECALHO SECTION.
              MOVE "LANC-MANUAL" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-PLANO
              PERFORM 1060-CARREGA-PERIODOS
              PERFORM 1070-CARREGA-LOTES
              OPEN INPUT LANCMOV-FILE
              IF WRK-STATUS-MOV NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "LANCMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND LANCAMENTOS-FILE
              IF WRK-STATUS-LANC = "35"
                  OPEN OUTPUT LANCAMENTOS-FILE
              END-IF
              IF WRK-STATUS-LANC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "LANCAMENTOS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-LANC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT LOTEMANEXC-FILE
              IF WRK-STATUS-EXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "LOTEMANEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              PERFORM 1100-LER-MOVTO.

      *    Sem o plano de contas nao ha como validar o lote.
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
                  READ PLANOCONTAS-FILE INTO PLANOCONTAS-REG
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
                          MOVE PL-ATIVO TO TAB-PL-ATIVO(WRK-QTD-PLANO)
                  END-READ
              END-PERFORM
              CLOSE PLANOCONTAS-FILE.

         1060-CARREGA-PERIODOS SECTION.
              OPEN INPUT PERIODOS-FILE
              IF WRK-STATUS-PERIODO = "00"
                  MOVE "N" TO WRK-FIM-ARQUIVO
                  PERFORM UNTIL FIM-ARQUIVO
                      READ PERIODOS-FILE INTO PERIODOS-REG
                          AT END
                              SET FIM-ARQUIVO TO TRUE
                          NOT AT END
                              IF PE-STATUS = "F"
                                  AND WRK-QTD-FECHADO LESS 100
                                  ADD 1 TO WRK-QTD-FECHADO
                                  MOVE PE-COMPETENCIA TO
                                      TAB-FE-COMPET(WRK-QTD-FECHADO)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE PERIODOS-FILE
              END-IF.

         1070-CARREGA-LOTES SECTION.
              OPEN INPUT LOTEMAN-FILE
              IF WRK-STATUS-LOTEMAN = "00"
                  MOVE "N" TO WRK-FIM-ARQUIVO
                  PERFORM UNTIL FIM-ARQUIVO
                      READ LOTEMAN-FILE
                          AT END
                              SET FIM-ARQUIVO TO TRUE
                          NOT AT END
                              IF WRK-QTD-LINHAS NOT LESS
                                  WRK-LIMITE-LINHAS
                                  DISPLAY "LOTEMAN.DAT excede o"
                                      " limite de "
                                      WRK-LIMITE-LINHAS " linhas"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-LINHAS
                              SET TAB-LT-IDX TO WRK-QTD-LINHAS
                              MOVE LT-LOTE TO TAB-LT-LOTE(TAB-LT-IDX)
                              MOVE LT-DATA TO TAB-LT-DATA(TAB-LT-IDX)
                              MOVE LT-CONTA TO
                                  TAB-LT-CONTA(TAB-LT-IDX)
                              MOVE LT-DC TO TAB-LT-DC(TAB-LT-IDX)
                              MOVE LT-VALOR TO
                                  TAB-LT-VALOR(TAB-LT-IDX)
                              MOVE LT-HISTORICO TO
                                  TAB-LT-HISTORICO(TAB-LT-IDX)
                              MOVE LT-PREPARADOR TO
                                  TAB-LT-PREPARADOR(TAB-LT-IDX)
                              MOVE LT-SITUACAO TO
                                  TAB-LT-SITUACAO(TAB-LT-IDX)
                              MOVE LT-APROVADOR TO
                                  TAB-LT-APROVADOR(TAB-LT-IDX)
                              MOVE LT-DATA-APROVACAO TO
                                  TAB-LT-DATA-APROV(TAB-LT-IDX)
                              MOVE "A" TO TAB-LT-STATUS(TAB-LT-IDX)
                      END-READ
                  END-PERFORM
                  CLOSE LOTEMAN-FILE
              END-IF.

         1100-LER-MOVTO SECTION.
              READ LANCMOV-FILE
                  AT END
                      SET FIM-ARQUIVO-MOV TO TRUE
              END-READ.

         0200-RECEBEMOVTO SECTION.
              MOVE SPACES TO WRK-MOTIVO
              MOVE LM-ACAO TO WRK-ACAO-MOV
              MOVE LM-OPERADOR TO WRK-OPERADOR-MOV
              EVALUATE LM-ACAO
                  WHEN "I"
                      PERFORM 0300-RECEBE-LOTE
                  WHEN "P"
                      ADD 1 TO WRK-JOB-LIDOS
                      PERFORM 0500-APROVA-LOTE
                      PERFORM 1100-LER-MOVTO
                  WHEN "E"
                      ADD 1 TO WRK-JOB-LIDOS
                      PERFORM 0600-EXCLUI-LOTE
                      PERFORM 1100-LER-MOVTO
                  WHEN OTHER
                      ADD 1 TO WRK-JOB-LIDOS
                      MOVE LM-LOTE TO WRK-LOTE-MOV
                      MOVE 1 TO WRK-QTD-LIDAS-LOTE
                      MOVE "ACAO INVALIDA" TO WRK-MOTIVO
                      PERFORM 0250-GRAVA-EXCECAO
                      PERFORM 1100-LER-MOVTO
              END-EVALUATE.
         0200-EXIT.
              EXIT.

         0250-GRAVA-EXCECAO SECTION.
              MOVE WRK-ACAO-MOV       TO EX-ACAO
              MOVE WRK-LOTE-MOV       TO EX-LOTE
              MOVE WRK-OPERADOR-MOV   TO EX-OPERADOR
              MOVE WRK-QTD-LIDAS-LOTE TO EX-QTD-LINHAS
              MOVE WRK-MOTIVO         TO EX-MOTIVO
              WRITE LOTEMANEXC-REG
              ADD WRK-QTD-LIDAS-LOTE TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              DISPLAY "LOTE " WRK-LOTE-MOV " RECUSADO : " WRK-MOTIVO
              MOVE SPACES TO WRK-EXC-CHAVE
              STRING "LOTE " DELIMITED BY SIZE
                  EX-LOTE DELIMITED BY SIZE
                  INTO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "LANC-MANUAL" TO WRK-EXC-SISTEMA
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

      *    Lote novo: linhas I seguidas com o mesmo numero de lote. O
      *    primeiro problema encontrado recusa o lote inteiro.
         0300-RECEBE-LOTE SECTION.
              MOVE LM-LOTE     TO WRK-LOTE-MOV
              MOVE LM-DATA     TO WRK-DATA-LOTE
              MOVE LM-OPERADOR TO WRK-PREPARADOR
              MOVE ZEROS TO WRK-QTD-NOVO
              MOVE ZEROS TO WRK-QTD-LIDAS-LOTE
              MOVE ZEROS TO WRK-TOT-DEBITO
              MOVE ZEROS TO WRK-TOT-CREDITO
              PERFORM 0310-RECEBE-LINHA
                  UNTIL FIM-ARQUIVO-MOV
                  OR LM-ACAO NOT = "I"
                  OR LM-LOTE NOT = WRK-LOTE-MOV
              IF WRK-MOTIVO = SPACES
                  PERFORM 0330-VALIDA-LOTE
              END-IF
              IF WRK-MOTIVO NOT = SPACES
                  PERFORM 0250-GRAVA-EXCECAO
                  GO TO 0300-SAIDA
              END-IF
              PERFORM VARYING TAB-NV-IDX FROM 1 BY 1
                  UNTIL TAB-NV-IDX GREATER WRK-QTD-NOVO
                  ADD 1 TO WRK-QTD-LINHAS
                  SET TAB-LT-IDX TO WRK-QTD-LINHAS
                  MOVE WRK-LOTE-MOV  TO TAB-LT-LOTE(TAB-LT-IDX)
                  MOVE WRK-DATA-LOTE TO TAB-LT-DATA(TAB-LT-IDX)
                  MOVE TAB-NV-CONTA(TAB-NV-IDX)
                      TO TAB-LT-CONTA(TAB-LT-IDX)
                  MOVE TAB-NV-DC(TAB-NV-IDX)
                      TO TAB-LT-DC(TAB-LT-IDX)
                  MOVE TAB-NV-VALOR(TAB-NV-IDX)
                      TO TAB-LT-VALOR(TAB-LT-IDX)
                  MOVE TAB-NV-HISTORICO(TAB-NV-IDX)
                      TO TAB-LT-HISTORICO(TAB-LT-IDX)
                  MOVE WRK-PREPARADOR TO TAB-LT-PREPARADOR(TAB-LT-IDX)
                  MOVE "P"    TO TAB-LT-SITUACAO(TAB-LT-IDX)
                  MOVE SPACES TO TAB-LT-APROVADOR(TAB-LT-IDX)
                  MOVE ZEROS  TO TAB-LT-DATA-APROV(TAB-LT-IDX)
                  MOVE "A"    TO TAB-LT-STATUS(TAB-LT-IDX)
              END-PERFORM
              ADD WRK-QTD-NOVO TO WRK-JOB-GRAVADOS
              DISPLAY "LOTE " WRK-LOTE-MOV
                  " PENDENTE DE APROVACAO".
         0300-SAIDA.
              EXIT.

         0310-RECEBE-LINHA SECTION.
              ADD 1 TO WRK-JOB-LIDOS
              ADD 1 TO WRK-QTD-LIDAS-LOTE
              IF WRK-MOTIVO = SPACES
                  PERFORM 0315-VALIDA-LINHA
              END-IF
              PERFORM 1100-LER-MOVTO.

         0315-VALIDA-LINHA SECTION.
              EVALUATE TRUE
                  WHEN LM-OPERADOR = SPACES
                      MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO
                  WHEN LM-OPERADOR NOT = WRK-PREPARADOR
                      MOVE "LOTE COM MAIS DE UM OPERADOR"
                          TO WRK-MOTIVO
                  WHEN LM-DATA NOT NUMERIC
                      OR LM-DATA(5:2) LESS "01"
                      OR LM-DATA(5:2) GREATER "12"
                      OR LM-DATA(7:2) LESS "01"
                      OR LM-DATA(7:2) GREATER "31"
                      MOVE "DATA INVALIDA" TO WRK-MOTIVO
                  WHEN LM-DATA NOT = WRK-DATA-LOTE
                      MOVE "LOTE COM MAIS DE UMA DATA" TO WRK-MOTIVO
                  WHEN LM-DC NOT = "D" AND LM-DC NOT = "C"
                      MOVE "DEBITO/CREDITO INVALIDO" TO WRK-MOTIVO
                  WHEN LM-VALOR NOT NUMERIC OR LM-VALOR = ZERO
                      MOVE "VALOR INVALIDO" TO WRK-MOTIVO
                  WHEN LM-HISTORICO = SPACES
                      MOVE "HISTORICO NAO INFORMADO" TO WRK-MOTIVO
                  WHEN WRK-QTD-NOVO NOT LESS 100
                      MOVE "LOTE COM MAIS DE 100 LINHAS" TO WRK-MOTIVO
              END-EVALUATE
              IF WRK-MOTIVO = SPACES
                  PERFORM 0320-VALIDA-CONTA
                  IF NOT CONTA-OK
                      DISPLAY "CONTA " LM-CONTA
                          " FORA DO PLANO DE CONTAS"
                      MOVE "CONTA FORA DO PLANO DE CONTAS"
                          TO WRK-MOTIVO
                      MOVE "E" TO WRK-EXC-SEVERIDADE
                      MOVE "L002" TO WRK-EXC-COD-MOTIVO
                  END-IF
              END-IF
              IF WRK-MOTIVO = SPACES
                  ADD 1 TO WRK-QTD-NOVO
                  SET TAB-NV-IDX TO WRK-QTD-NOVO
                  MOVE LM-CONTA     TO TAB-NV-CONTA(TAB-NV-IDX)
                  MOVE LM-DC        TO TAB-NV-DC(TAB-NV-IDX)
                  MOVE LM-VALOR     TO TAB-NV-VALOR(TAB-NV-IDX)
                  MOVE LM-HISTORICO TO TAB-NV-HISTORICO(TAB-NV-IDX)
                  IF LM-DC = "D"
                      ADD LM-VALOR TO WRK-TOT-DEBITO
                  ELSE
                      ADD LM-VALOR TO WRK-TOT-CREDITO
                  END-IF
              END-IF.

      *    Conta do lancamento precisa existir e estar ativa no
      *    plano, a mesma regra do GERALANC.
         0320-VALIDA-CONTA SECTION.
              MOVE "N" TO WRK-CONTA-OK
              IF WRK-QTD-PLANO GREATER ZERO
                  SET TAB-PL-IDX TO 1
                  SEARCH TAB-PL-REG
                      AT END
                          CONTINUE
                      WHEN TAB-PL-CONTA(TAB-PL-IDX) = LM-CONTA
                          IF TAB-PL-ATIVO(TAB-PL-IDX) = "S"
                              SET CONTA-OK TO TRUE
                          END-IF
                  END-SEARCH
              END-IF.

         0330-VALIDA-LOTE SECTION.
              MOVE WRK-DATA-LOTE(1:6) TO WRK-COMPET-LOTE
              PERFORM 0340-VERIFICA-PERIODO
              PERFORM 0400-LOCALIZA-LOTE
              EVALUATE TRUE
                  WHEN WRK-LOTE-MOV = ZEROS
                      MOVE "NUMERO DE LOTE INVALIDO" TO WRK-MOTIVO
                  WHEN ACHOU-LOTE
                      MOVE "LOTE JA CADASTRADO" TO WRK-MOTIVO
                  WHEN WRK-TOT-DEBITO NOT = WRK-TOT-CREDITO
                      MOVE "LOTE CONTABIL DESBALANCEADO" TO WRK-MOTIVO
                      MOVE "E" TO WRK-EXC-SEVERIDADE
                      MOVE "L001" TO WRK-EXC-COD-MOTIVO
                  WHEN PERIODO-FECHADO
                      MOVE "LANCAMENTO EM PERIODO FECHADO"
                          TO WRK-MOTIVO
                      MOVE "E" TO WRK-EXC-SEVERIDADE
                      MOVE "L003" TO WRK-EXC-COD-MOTIVO
                  WHEN WRK-QTD-LINHAS + WRK-QTD-NOVO
                          GREATER WRK-LIMITE-LINHAS
                      MOVE "CADASTRO CHEIO" TO WRK-MOTIVO
              END-EVALUATE.

         0340-VERIFICA-PERIODO SECTION.
              MOVE "N" TO WRK-PERIODO-FECHADO
              IF WRK-QTD-FECHADO GREATER ZERO
                  SET TAB-FE-IDX TO 1
                  SEARCH TAB-FE-REG
                      AT END
                          CONTINUE
                      WHEN TAB-FE-COMPET(TAB-FE-IDX) = WRK-COMPET-LOTE
                          SET PERIODO-FECHADO TO TRUE
                  END-SEARCH
              END-IF.

      *    Posiciona na primeira linha presente do lote.
         0400-LOCALIZA-LOTE SECTION.
              MOVE "N" TO WRK-ACHOU-LOTE
              IF WRK-QTD-LINHAS GREATER ZERO
                  SET TAB-LT-IDX TO 1
                  SEARCH TAB-LT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-LT-LOTE(TAB-LT-IDX) = WRK-LOTE-MOV
                          AND TAB-LT-STATUS(TAB-LT-IDX) = "A"
                          SET ACHOU-LOTE TO TRUE
                  END-SEARCH
              END-IF.

      *    Aprovacao: so por operador diferente de quem preparou, e
      *    com a competencia ainda aberta -- o periodo pode ter
      *    fechado entre a preparacao e a aprovacao.
         0500-APROVA-LOTE SECTION.
              MOVE LM-LOTE TO WRK-LOTE-MOV
              MOVE 1 TO WRK-QTD-LIDAS-LOTE
              PERFORM 0400-LOCALIZA-LOTE
              IF ACHOU-LOTE
                  MOVE TAB-LT-DATA(TAB-LT-IDX)(1:6) TO WRK-COMPET-LOTE
                  PERFORM 0340-VERIFICA-PERIODO
              END-IF
              EVALUATE TRUE
                  WHEN NOT ACHOU-LOTE
                      MOVE "LOTE NAO CADASTRADO" TO WRK-MOTIVO
                  WHEN TAB-LT-SITUACAO(TAB-LT-IDX) NOT = "P"
                      MOVE "LOTE JA LANCADO" TO WRK-MOTIVO
                  WHEN LM-OPERADOR = SPACES
                      MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO
                  WHEN LM-OPERADOR = TAB-LT-PREPARADOR(TAB-LT-IDX)
                      MOVE "APROVADOR IGUAL AO PREPARADOR"
                          TO WRK-MOTIVO
                  WHEN PERIODO-FECHADO
                      MOVE "LANCAMENTO EM PERIODO FECHADO"
                          TO WRK-MOTIVO
                      MOVE "E" TO WRK-EXC-SEVERIDADE
                      MOVE "L003" TO WRK-EXC-COD-MOTIVO
              END-EVALUATE
              IF WRK-MOTIVO NOT = SPACES
                  PERFORM 0250-GRAVA-EXCECAO
                  GO TO 0500-SAIDA
              END-IF
              MOVE WRK-LOTE-MOV TO WRK-LL-NUMERO
              MOVE ZEROS TO WRK-TOT-DEBITO
              PERFORM VARYING TAB-LT-IDX FROM TAB-LT-IDX BY 1
                  UNTIL TAB-LT-IDX GREATER WRK-QTD-LINHAS
                  IF TAB-LT-LOTE(TAB-LT-IDX) = WRK-LOTE-MOV
                      AND TAB-LT-STATUS(TAB-LT-IDX) = "A"
                      PERFORM 0510-LANCA-LINHA
                  END-IF
              END-PERFORM
      *    Registro de total do lote: conta 0000, tipo T, com o
      *    total dos debitos (igual ao dos creditos), como no
      *    GERALANC.
              MOVE WRK-LOTE-LANC TO LC-LOTE
              MOVE WRK-DATA-LOTE TO LC-DATA
              MOVE ZEROS TO LC-CONTA
              MOVE "T" TO LC-DC
              MOVE WRK-TOT-DEBITO TO LC-VALOR
              MOVE "TOTAL DO LOTE" TO LC-HISTORICO
              WRITE LANCAMENTOS-REG
              ADD 1 TO WRK-QTD-LANC-GRAV
              ADD 1 TO WRK-QTD-LANCADOS
              ADD 1 TO WRK-JOB-GRAVADOS
              DISPLAY "LOTE " WRK-LOTE-MOV " LANCADO COMO "
                  WRK-LOTE-LANC " - APROVADO POR " LM-OPERADOR.
         0500-SAIDA.
              EXIT.

         0510-LANCA-LINHA SECTION.
              MOVE WRK-LOTE-LANC TO LC-LOTE
              MOVE TAB-LT-DATA(TAB-LT-IDX)      TO LC-DATA
              MOVE TAB-LT-DATA(TAB-LT-IDX)      TO WRK-DATA-LOTE
              MOVE TAB-LT-CONTA(TAB-LT-IDX)     TO LC-CONTA
              MOVE TAB-LT-DC(TAB-LT-IDX)        TO LC-DC
              MOVE TAB-LT-VALOR(TAB-LT-IDX)     TO LC-VALOR
              MOVE TAB-LT-HISTORICO(TAB-LT-IDX) TO LC-HISTORICO
              WRITE LANCAMENTOS-REG
              ADD 1 TO WRK-QTD-LANC-GRAV
              IF LC-DC = "D"
                  ADD LC-VALOR TO WRK-TOT-DEBITO
              END-IF
              MOVE "L" TO TAB-LT-SITUACAO(TAB-LT-IDX)
              MOVE LM-OPERADOR TO TAB-LT-APROVADOR(TAB-LT-IDX)
              MOVE WRK-DATA-SISTEMA TO TAB-LT-DATA-APROV(TAB-LT-IDX).

      *    Exclusao: so de lote ainda pendente; lote lancado se
      *    corrige com outro lote, de estorno.
         0600-EXCLUI-LOTE SECTION.
              MOVE LM-LOTE TO WRK-LOTE-MOV
              MOVE 1 TO WRK-QTD-LIDAS-LOTE
              PERFORM 0400-LOCALIZA-LOTE
              EVALUATE TRUE
                  WHEN NOT ACHOU-LOTE
                      MOVE "LOTE NAO CADASTRADO" TO WRK-MOTIVO
                  WHEN TAB-LT-SITUACAO(TAB-LT-IDX) NOT = "P"
                      MOVE "LOTE JA LANCADO" TO WRK-MOTIVO
                  WHEN LM-OPERADOR = SPACES
                      MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO
              END-EVALUATE
              IF WRK-MOTIVO NOT = SPACES
                  PERFORM 0250-GRAVA-EXCECAO
                  GO TO 0600-SAIDA
              END-IF
              PERFORM VARYING TAB-LT-IDX FROM TAB-LT-IDX BY 1
                  UNTIL TAB-LT-IDX GREATER WRK-QTD-LINHAS
                  IF TAB-LT-LOTE(TAB-LT-IDX) = WRK-LOTE-MOV
                      MOVE "E" TO TAB-LT-STATUS(TAB-LT-IDX)
                  END-IF
              END-PERFORM
              ADD 1 TO WRK-JOB-GRAVADOS
              DISPLAY "LOTE " WRK-LOTE-MOV " EXCLUIDO POR "
                  LM-OPERADOR.
         0600-SAIDA.
              EXIT.

         0700-GRAVA-CADASTRO-FINAL SECTION.
              OPEN OUTPUT LOTEMAN-FILE
              IF WRK-STATUS-LOTEMAN NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "LOTEMAN.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-LOTEMAN TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE ZEROS TO WRK-LOTE-MOV
              PERFORM VARYING TAB-LT-IDX FROM 1 BY 1
                  UNTIL TAB-LT-IDX GREATER WRK-QTD-LINHAS
                  IF TAB-LT-STATUS(TAB-LT-IDX) = "A"
                      MOVE TAB-LT-LOTE(TAB-LT-IDX)      TO LT-LOTE
                      MOVE TAB-LT-DATA(TAB-LT-IDX)      TO LT-DATA
                      MOVE TAB-LT-CONTA(TAB-LT-IDX)     TO LT-CONTA
                      MOVE TAB-LT-DC(TAB-LT-IDX)        TO LT-DC
                      MOVE TAB-LT-VALOR(TAB-LT-IDX)     TO LT-VALOR
                      MOVE TAB-LT-HISTORICO(TAB-LT-IDX)
                          TO LT-HISTORICO
                      MOVE TAB-LT-PREPARADOR(TAB-LT-IDX)
                          TO LT-PREPARADOR
                      MOVE TAB-LT-SITUACAO(TAB-LT-IDX)  TO LT-SITUACAO
                      MOVE TAB-LT-APROVADOR(TAB-LT-IDX)
                          TO LT-APROVADOR
                      MOVE TAB-LT-DATA-APROV(TAB-LT-IDX)
                          TO LT-DATA-APROVACAO
                      WRITE LOTEMAN-REG
                      IF LT-SITUACAO = "P"
                          AND LT-LOTE NOT = WRK-LOTE-MOV
                          ADD 1 TO WRK-QTD-PENDENTES
                      END-IF
                      MOVE LT-LOTE TO WRK-LOTE-MOV
                  END-IF
              END-PERFORM
              CLOSE LOTEMAN-FILE.

         9000-FINALIZAR SECTION.
              CLOSE LANCMOV-FILE
              CLOSE LANCAMENTOS-FILE
              CLOSE LOTEMANEXC-FILE
              CLOSE EXCDIARIO-FILE
              DISPLAY "Lotes lancados nesta execucao : "
                  WRK-QTD-LANCADOS
              DISPLAY "Linhas gravadas no razao      : "
                  WRK-QTD-LANC-GRAV
              DISPLAY "Lotes pendentes de aprovacao  : "
                  WRK-QTD-PENDENTES
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
       END PROGRAM MANLANC.
