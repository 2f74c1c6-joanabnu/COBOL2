      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 07/02/2025
      * Purpose: Cadastro de afastamentos dos funcionarios
      *          (AFASTAMENTOS.DAT) com manutencao por arquivo de
      *          movimentos A/C/D (AFASTMOV.DAT), no mesmo fluxo do
      *          MANDEPEND. Cada afastamento tem o codigo do
      *          funcionario, o tipo (tabela de AFASTCPY: D
      *          auxilio-doenca, A acidente de trabalho, M licenca
      *          maternidade, N nao remunerada, ou os tipos de
      *          PARAMAFAST.DAT), a data de inicio, o retorno previsto
      *          e o retorno efetivo (zerado enquanto o funcionario
      *          esta afastado). A chave e o funcionario com a data de
      *          inicio; o retorno e registrado por alteracao. Nao se
      *          aceita novo afastamento para quem ainda tem um em
      *          aberto. A folha proporcionaliza o salario pelos dias
      *          que a empresa paga em cada tipo e as ferias aplicam a
      *          regra do tipo ao periodo aquisitivo. Antes/depois de
      *          cada mudanca sai em AFASTAUD.DAT; movimento invalido
      *          em AFASTEXC.DAT e EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAFAST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFASTMOV-FILE ASSIGN TO "AFASTMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT AFASTAMENTOS-FILE ASSIGN TO "AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFAST.
           SELECT AFASTEXC-FILE ASSIGN TO "AFASTEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT AFASTAUD-FILE ASSIGN TO "AFASTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUD.
           SELECT PARAMAFAST-FILE ASSIGN TO "PARAMAFAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMAFAST.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  AFASTMOV-FILE.
       01  AFASTMOV-REG.
           05 AV-TIPO-MOVTO          PIC X(01).
           05 AV-CODIGO-FUNC         PIC 9(04).
           05 AV-TIPO-AFAST          PIC X(01).
           05 AV-INICIO              PIC 9(08).
           05 AV-INICIO-X REDEFINES AV-INICIO.
               10 AV-INI-ANO         PIC 9(04).
               10 AV-INI-MES         PIC 9(02).
               10 AV-INI-DIA         PIC 9(02).
           05 AV-RETORNO-PREV        PIC 9(08).
           05 AV-RETORNO-PREV-X REDEFINES AV-RETORNO-PREV.
               10 AV-PRV-ANO         PIC 9(04).
               10 AV-PRV-MES         PIC 9(02).
               10 AV-PRV-DIA         PIC 9(02).
           05 AV-RETORNO-REAL        PIC 9(08).
           05 AV-RETORNO-REAL-X REDEFINES AV-RETORNO-REAL.
               10 AV-RET-ANO         PIC 9(04).
               10 AV-RET-MES         PIC 9(02).
               10 AV-RET-DIA         PIC 9(02).

       FD  AFASTAMENTOS-FILE.
       01  AFASTAMENTOS-REG.
           05 AF-CODIGO-FUNC         PIC 9(04).
           05 AF-TIPO-AFAST          PIC X(01).
           05 AF-INICIO              PIC 9(08).
           05 AF-RETORNO-PREV        PIC 9(08).
           05 AF-RETORNO-REAL        PIC 9(08).

       FD  AFASTEXC-FILE.
       01  AFASTEXC-REG.
           05 EX-TIPO-MOVTO          PIC X(01).
           05 EX-CODIGO-FUNC         PIC X(04).
           05 EX-INICIO              PIC X(08).
           05 EX-MOTIVO              PIC X(30).

       FD  AFASTAUD-FILE.
       01  AFASTAUD-REG.
           05 DA-DATA                PIC 9(08).
           05 DA-HORA                PIC 9(08).
           05 DA-TIPO                PIC X(12).
           05 DA-CODIGO-FUNC         PIC 9(04).
           05 DA-INICIO              PIC 9(08).
           05 DA-TIPO-AFAST          PIC X(01).
           05 DA-RETORNO-ANTES       PIC 9(08).
           05 DA-RETORNO-DEPOIS      PIC 9(08).

       FD  PARAMAFAST-FILE.
       01  PARAMAFAST-REG.
           05 PA-TIPO                PIC X(01).
           05 PA-DIAS-EMPRESA        PIC 9(03).
           05 PA-REGRA-FERIAS        PIC X(01).
           05 PA-LIMITE-FERIAS       PIC 9(03).
           05 PA-DESCRICAO           PIC X(20).

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

           COPY AFASTCPY.

         77 WRK-STATUS-MOV       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AFAST     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD       PIC X(02) VALUE SPACES.
         77 WRK-FIM-MOV          PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-FIM-AFAST        PIC X(01) VALUE "N".
             88 FIM-AFAST VALUE "S".

         77 WRK-MOVTO-VALIDO     PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO           PIC X(30) VALUE SPACES.

         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.

      *    Copia do cadastro mantida em memoria, com status de linha
      *    "A" (presente) ou "E" (excluida), como no MANDEPEND.
         01 TAB-AFAST.
             05 TAB-AF-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-AFAST
                 INDEXED BY TAB-AF-IDX.
                 10 TAB-AF-CODIGO-FUNC PIC 9(04).
                 10 TAB-AF-TIPO-AFAST  PIC X(01).
                 10 TAB-AF-INICIO      PIC 9(08).
                 10 TAB-AF-RETORNO-PREV PIC 9(08).
                 10 TAB-AF-RETORNO-REAL PIC 9(08).
                 10 TAB-AF-STATUS      PIC X(01).
         77 WRK-QTD-AFAST        PIC 9(04) VALUE ZEROS.
         77 WRK-LIMITE-AFAST     PIC 9(04) VALUE 1000.
         77 WRK-ACHOU-AFAST      PIC X(01) VALUE "N".
             88 ACHOU-AFAST VALUE "S".
         77 WRK-ACHOU-TIPO       PIC X(01) VALUE "N".
             88 ACHOU-TIPO VALUE "S".
         77 WRK-TEM-ABERTO       PIC X(01) VALUE "N".
             88 TEM-AFAST-ABERTO VALUE "S".
         77 WRK-IDX-BUSCA        PIC 9(04) VALUE ZEROS.
         77 WRK-TOTAL-ATIVOS     PIC 9(04) VALUE ZEROS.
         77 WRK-TOTAL-ABERTOS    PIC 9(04) VALUE ZEROS.

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
              MOVE "N" TO WRK-FIM-AFAST
              MOVE "N" TO WRK-FIM-PARAMAFAST
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE "N" TO WRK-ACHOU-AFAST
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-AFAST
              MOVE ZEROS TO WRK-TOTAL-ATIVOS
              MOVE ZEROS TO WRK-TOTAL-ABERTOS.

         0010-CABECALHO SECTION.
              MOVE "MANUT-AFAST" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              PERFORM 1050-CARREGA-TIPOS-AFAST
              PERFORM 1060-CARREGA-AFAST-ANTERIOR
              OPEN INPUT AFASTMOV-FILE
              IF WRK-STATUS-MOV NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "AFASTMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT AFASTEXC-FILE
              IF WRK-STATUS-EXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "AFASTEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND AFASTAUD-FILE
              IF WRK-STATUS-AUD = "35"
                  OPEN OUTPUT AFASTAUD-FILE
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              PERFORM 1100-LER-MOVTO.

      *    Sem PARAMAFAST.DAT (ou sem linha valida nele) vale a
      *    tabela padrao de AFASTCPY.
         1050-CARREGA-TIPOS-AFAST SECTION.
              MOVE WRK-QTD-AFAST-PADRAO TO WRK-QTD-TIPO-AFAST
              MOVE WRK-AFAST-PADRAO TO TAB-TIPO-AFAST
              OPEN INPUT PARAMAFAST-FILE
              IF WRK-STATUS-PARAMAFAST = "00"
                  MOVE ZEROS TO WRK-QTD-TIPO-AFAST
                  PERFORM UNTIL FIM-PARAMAFAST
                      READ PARAMAFAST-FILE
                          AT END
                              SET FIM-PARAMAFAST TO TRUE
                          NOT AT END
                              IF PA-TIPO NOT = SPACES
                                  AND PA-DIAS-EMPRESA NUMERIC
                                  AND PA-LIMITE-FERIAS NUMERIC
                                  AND (PA-REGRA-FERIAS = "C"
                                  OR PA-REGRA-FERIAS = "S"
                                  OR PA-REGRA-FERIAS = "P")
                                  AND WRK-QTD-TIPO-AFAST LESS 10
                                  ADD 1 TO WRK-QTD-TIPO-AFAST
                                  MOVE PARAMAFAST-REG TO
                                      TAB-TA-REG(WRK-QTD-TIPO-AFAST)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE PARAMAFAST-FILE
                  IF WRK-QTD-TIPO-AFAST = ZEROS
                      MOVE WRK-QTD-AFAST-PADRAO TO WRK-QTD-TIPO-AFAST
                      MOVE WRK-AFAST-PADRAO TO TAB-TIPO-AFAST
                  END-IF
              END-IF.

         1060-CARREGA-AFAST-ANTERIOR SECTION.
              OPEN INPUT AFASTAMENTOS-FILE
              IF WRK-STATUS-AFAST = "00"
                  PERFORM UNTIL FIM-AFAST
                      READ AFASTAMENTOS-FILE INTO AFASTAMENTOS-REG
                          AT END
                              SET FIM-AFAST TO TRUE
                          NOT AT END
                              IF WRK-QTD-AFAST NOT LESS
                                  WRK-LIMITE-AFAST
                                  DISPLAY "AFASTAMENTOS.DAT excede o"
                                      " limite de " WRK-LIMITE-AFAST
                                      " afastamentos"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-AFAST
                              MOVE AF-CODIGO-FUNC TO
                                  TAB-AF-CODIGO-FUNC(WRK-QTD-AFAST)
                              MOVE AF-TIPO-AFAST TO
                                  TAB-AF-TIPO-AFAST(WRK-QTD-AFAST)
                              MOVE AF-INICIO TO
                                  TAB-AF-INICIO(WRK-QTD-AFAST)
                              MOVE AF-RETORNO-PREV TO
                                  TAB-AF-RETORNO-PREV(WRK-QTD-AFAST)
                              MOVE AF-RETORNO-REAL TO
                                  TAB-AF-RETORNO-REAL(WRK-QTD-AFAST)
                              MOVE "A" TO
                                  TAB-AF-STATUS(WRK-QTD-AFAST)
                      END-READ
                  END-PERFORM
                  CLOSE AFASTAMENTOS-FILE
              END-IF.

         1100-LER-MOVTO SECTION.
              READ AFASTMOV-FILE
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
                  WHEN AV-TIPO-MOVTO NOT = "A" AND
                       AV-TIPO-MOVTO NOT = "C" AND
                       AV-TIPO-MOVTO NOT = "D"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TIPO DE MOVIMENTO INVALIDO" TO WRK-MOTIVO
                  WHEN AV-CODIGO-FUNC NOT NUMERIC
                      OR AV-CODIGO-FUNC = ZEROS
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "CODIGO DE FUNCIONARIO INVALIDO"
                          TO WRK-MOTIVO
                  WHEN AV-INICIO NOT NUMERIC
                      OR AV-INI-MES LESS 1 OR AV-INI-MES GREATER 12
                      OR AV-INI-DIA LESS 1 OR AV-INI-DIA GREATER 31
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "DATA DE INICIO INVALIDA" TO WRK-MOTIVO
                  WHEN AV-TIPO-MOVTO = "D"
                      CONTINUE
                  WHEN AV-RETORNO-PREV NOT NUMERIC
                      OR AV-PRV-MES LESS 1 OR AV-PRV-MES GREATER 12
                      OR AV-PRV-DIA LESS 1 OR AV-PRV-DIA GREATER 31
                      OR AV-RETORNO-PREV NOT GREATER AV-INICIO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "RETORNO PREVISTO INVALIDO" TO WRK-MOTIVO
                  WHEN AV-RETORNO-REAL NOT NUMERIC
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "RETORNO EFETIVO INVALIDO" TO WRK-MOTIVO
                  WHEN AV-RETORNO-REAL NOT = ZEROS
                      AND (AV-RET-MES LESS 1 OR AV-RET-MES GREATER 12
                      OR AV-RET-DIA LESS 1 OR AV-RET-DIA GREATER 31
                      OR AV-RETORNO-REAL NOT GREATER AV-INICIO)
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "RETORNO EFETIVO INVALIDO" TO WRK-MOTIVO
                  WHEN OTHER
                      PERFORM 0230-LOCALIZA-TIPO
                      IF NOT ACHOU-TIPO
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "TIPO DE AFASTAMENTO INVALIDO"
                              TO WRK-MOTIVO
                      END-IF
              END-EVALUATE
              IF MOVTO-VALIDO
                  PERFORM 0220-LOCALIZA-AFAST
                  EVALUATE TRUE
                      WHEN AV-TIPO-MOVTO = "A"
                              AND ACHOU-AFAST
                              AND TAB-AF-STATUS(TAB-AF-IDX) = "A"
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "AFASTAMENTO JA CADASTRADO"
                              TO WRK-MOTIVO
                      WHEN AV-TIPO-MOVTO = "A"
                              AND NOT ACHOU-AFAST
                              AND WRK-QTD-AFAST NOT LESS
                                  WRK-LIMITE-AFAST
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "CADASTRO CHEIO" TO WRK-MOTIVO
                      WHEN (AV-TIPO-MOVTO = "C" OR AV-TIPO-MOVTO = "D")
                              AND (NOT ACHOU-AFAST
                              OR TAB-AF-STATUS(TAB-AF-IDX) NOT = "A")
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "AFASTAMENTO NAO CADASTRADO"
                              TO WRK-MOTIVO
                  END-EVALUATE
              END-IF
              IF MOVTO-VALIDO AND AV-TIPO-MOVTO = "A"
                  PERFORM 0240-VERIFICA-ABERTO
                  IF TEM-AFAST-ABERTO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "FUNCIONARIO JA AFASTADO" TO WRK-MOTIVO
                  END-IF
              END-IF.

      *    Chave do afastamento: codigo do funcionario e inicio.
         0220-LOCALIZA-AFAST SECTION.
              MOVE "N" TO WRK-ACHOU-AFAST
              IF WRK-QTD-AFAST GREATER ZERO
                  SET TAB-AF-IDX TO 1
                  SEARCH TAB-AF-REG
                      AT END
                          CONTINUE
                      WHEN TAB-AF-CODIGO-FUNC(TAB-AF-IDX) =
                              AV-CODIGO-FUNC
                          AND TAB-AF-INICIO(TAB-AF-IDX) = AV-INICIO
                          SET ACHOU-AFAST TO TRUE
                  END-SEARCH
              END-IF.

         0230-LOCALIZA-TIPO SECTION.
              MOVE "N" TO WRK-ACHOU-TIPO
              SET TAB-TA-IDX TO 1
              SEARCH TAB-TA-REG
                  AT END
                      CONTINUE
                  WHEN TAB-TA-TIPO(TAB-TA-IDX) = AV-TIPO-AFAST
                      SET ACHOU-TIPO TO TRUE
              END-SEARCH.

      *    Afastamento em aberto: presente e sem retorno efetivo.
         0240-VERIFICA-ABERTO SECTION.
              MOVE "N" TO WRK-TEM-ABERTO
              PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                  UNTIL WRK-IDX-BUSCA GREATER WRK-QTD-AFAST
                  IF TAB-AF-CODIGO-FUNC(WRK-IDX-BUSCA) = AV-CODIGO-FUNC
                      AND TAB-AF-STATUS(WRK-IDX-BUSCA) = "A"
                      AND TAB-AF-RETORNO-REAL(WRK-IDX-BUSCA) = ZEROS
                      SET TEM-AFAST-ABERTO TO TRUE
                  END-IF
              END-PERFORM.

         0250-GRAVA-EXCECAO SECTION.
              MOVE AV-TIPO-MOVTO  TO EX-TIPO-MOVTO
              MOVE AFASTMOV-REG(2:4) TO EX-CODIGO-FUNC
              MOVE AFASTMOV-REG(7:8) TO EX-INICIO
              MOVE WRK-MOTIVO     TO EX-MOTIVO
              WRITE AFASTEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE AFASTMOV-REG(2:4) TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "MANUT-AFAST" TO WRK-EXC-SISTEMA
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
              MOVE WRK-DATA-SISTEMA TO DA-DATA
              MOVE WRK-HORA-SISTEMA TO DA-HORA
              MOVE AV-CODIGO-FUNC   TO DA-CODIGO-FUNC
              MOVE AV-INICIO        TO DA-INICIO
              EVALUATE AV-TIPO-MOVTO
                  WHEN "A"
                      IF ACHOU-AFAST
                          CONTINUE
                      ELSE
                          ADD 1 TO WRK-QTD-AFAST
                          SET TAB-AF-IDX TO WRK-QTD-AFAST
                          MOVE AV-CODIGO-FUNC
                              TO TAB-AF-CODIGO-FUNC(TAB-AF-IDX)
                          MOVE AV-INICIO TO TAB-AF-INICIO(TAB-AF-IDX)
                      END-IF
                      MOVE ZEROS TO DA-RETORNO-ANTES
                      PERFORM 0410-MONTA-AFAST
                      MOVE "A" TO TAB-AF-STATUS(TAB-AF-IDX)
                      MOVE "INCLUSAO" TO DA-TIPO
                      MOVE AV-TIPO-AFAST TO DA-TIPO-AFAST
                      MOVE AV-RETORNO-REAL TO DA-RETORNO-DEPOIS
                      WRITE AFASTAUD-REG
                  WHEN "C"
                      MOVE TAB-AF-RETORNO-REAL(TAB-AF-IDX)
                          TO DA-RETORNO-ANTES
                      PERFORM 0410-MONTA-AFAST
                      MOVE "ALTERACAO" TO DA-TIPO
                      MOVE AV-TIPO-AFAST TO DA-TIPO-AFAST
                      MOVE AV-RETORNO-REAL TO DA-RETORNO-DEPOIS
                      WRITE AFASTAUD-REG
                  WHEN "D"
                      MOVE TAB-AF-RETORNO-REAL(TAB-AF-IDX)
                          TO DA-RETORNO-ANTES
                      MOVE TAB-AF-TIPO-AFAST(TAB-AF-IDX)
                          TO DA-TIPO-AFAST
                      MOVE "E" TO TAB-AF-STATUS(TAB-AF-IDX)
                      MOVE "EXCLUSAO" TO DA-TIPO
                      MOVE ZEROS TO DA-RETORNO-DEPOIS
                      WRITE AFASTAUD-REG
              END-EVALUATE.

         0410-MONTA-AFAST SECTION.
              MOVE AV-TIPO-AFAST   TO TAB-AF-TIPO-AFAST(TAB-AF-IDX)
              MOVE AV-RETORNO-PREV TO TAB-AF-RETORNO-PREV(TAB-AF-IDX)
              MOVE AV-RETORNO-REAL TO TAB-AF-RETORNO-REAL(TAB-AF-IDX).

         0700-GRAVA-CADASTRO-FINAL SECTION.
              OPEN OUTPUT AFASTAMENTOS-FILE
              IF WRK-STATUS-AFAST NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "AFASTAMENTOS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-AFAST TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-AF-IDX FROM 1 BY 1
                  UNTIL TAB-AF-IDX GREATER WRK-QTD-AFAST
                  IF TAB-AF-STATUS(TAB-AF-IDX) = "A"
                      MOVE TAB-AF-CODIGO-FUNC(TAB-AF-IDX)
                          TO AF-CODIGO-FUNC
                      MOVE TAB-AF-TIPO-AFAST(TAB-AF-IDX)
                          TO AF-TIPO-AFAST
                      MOVE TAB-AF-INICIO(TAB-AF-IDX) TO AF-INICIO
                      MOVE TAB-AF-RETORNO-PREV(TAB-AF-IDX)
                          TO AF-RETORNO-PREV
                      MOVE TAB-AF-RETORNO-REAL(TAB-AF-IDX)
                          TO AF-RETORNO-REAL
                      WRITE AFASTAMENTOS-REG
                      ADD 1 TO WRK-TOTAL-ATIVOS
                      IF AF-RETORNO-REAL = ZEROS
                          ADD 1 TO WRK-TOTAL-ABERTOS
                      END-IF
                  END-IF
              END-PERFORM
              CLOSE AFASTAMENTOS-FILE.

         9000-FINALIZAR SECTION.
              CLOSE AFASTMOV-FILE
              CLOSE AFASTEXC-FILE
              CLOSE AFASTAUD-FILE
              CLOSE EXCDIARIO-FILE
              DISPLAY "Total de afastamentos no cadastro : "
                  WRK-TOTAL-ATIVOS
              DISPLAY "Funcionarios afastados hoje       : "
                  WRK-TOTAL-ABERTOS
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
       END PROGRAM MANAFAST.
