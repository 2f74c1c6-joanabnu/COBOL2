      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 18/02/2025
      * Purpose: Cadastro de horarios das secoes (HORARIO.DAT) com
      *          manutencao por arquivo de movimentos A/C/D
      *          (HORARIOMOV.DAT), no mesmo fluxo do MANTERMO. Cada
      *          linha e um encontro semanal da secao no termo: dia
      *          da semana (1 domingo, 2 segunda ... 7 sabado), hora
      *          de inicio e de fim (HHMM) e sala. A chave e secao +
      *          termo + dia + hora de inicio; a alteracao troca a
      *          hora de fim e a sala. A secao precisa existir no
      *          cadastro de turmas (TURMAS.DAT) do termo; sem o
      *          cadastro a secao nao e conferida. O VALHORARIO
      *          confere os choques de professor e de sala, imprime as
      *          grades semanais e gera o calendario de sessoes
      *          (SECAOCAL.DAT) a partir deste cadastro. Movimento
      *          invalido sai em HORARIOEXC.DAT e EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANHORARIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIOMOV-FILE ASSIGN TO "HORARIOMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT HORARIO-FILE ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HORARIO.
           SELECT TURMAS-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAS.
           SELECT HORARIOEXC-FILE ASSIGN TO "HORARIOEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  HORARIOMOV-FILE.
       01  HORARIOMOV-REG.
           05 HV-TIPO-MOVTO          PIC X(01).
           05 HV-SECAO               PIC X(03).
           05 HV-TERMO               PIC X(06).
           05 HV-DIA-SEMANA          PIC 9(01).
           05 HV-HORA-INI            PIC 9(04).
           05 HV-HORA-INI-R REDEFINES HV-HORA-INI.
               10 HV-INI-HH          PIC 9(02).
               10 HV-INI-MM          PIC 9(02).
           05 HV-HORA-FIM            PIC 9(04).
           05 HV-HORA-FIM-R REDEFINES HV-HORA-FIM.
               10 HV-FIM-HH          PIC 9(02).
               10 HV-FIM-MM          PIC 9(02).
           05 HV-SALA                PIC X(05).

       FD  HORARIO-FILE.
       01  HORARIO-REG.
           05 HO-SECAO               PIC X(03).
           05 HO-TERMO               PIC X(06).
           05 HO-DIA-SEMANA          PIC 9(01).
           05 HO-HORA-INI            PIC 9(04).
           05 HO-HORA-FIM            PIC 9(04).
           05 HO-SALA                PIC X(05).

       FD  TURMAS-FILE.
       01  TURMAS-REG.
           05 TU-SECAO               PIC X(03).
           05 TU-TERMO               PIC X(06).
           05 TU-DISCIPLINA          PIC X(03).
           05 TU-PROFESSOR           PIC X(20).

       FD  HORARIOEXC-FILE.
       01  HORARIOEXC-REG.
           05 EX-TIPO-MOVTO          PIC X(01).
           05 EX-SECAO               PIC X(03).
           05 EX-TERMO               PIC X(06).
           05 EX-DIA-SEMANA          PIC X(01).
           05 EX-HORA-INI            PIC X(04).
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
         77 WRK-STATUS-HORARIO   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TURMAS    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC       PIC X(02) VALUE SPACES.
         77 WRK-FIM-MOV          PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-FIM-HORARIO      PIC X(01) VALUE "N".
             88 FIM-HORARIO VALUE "S".
         77 WRK-FIM-TURMAS       PIC X(01) VALUE "N".
             88 FIM-TURMAS VALUE "S".

         77 WRK-MOVTO-VALIDO     PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO           PIC X(30) VALUE SPACES.

      *    Copia do cadastro mantida em memoria, com status de linha
      *    "A" (presente) ou "E" (excluida), como no MANTERMO.
         01 TAB-HORARIO.
             05 TAB-HO-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-HORARIO
                 INDEXED BY TAB-HO-IDX.
                 10 TAB-HO-SECAO       PIC X(03).
                 10 TAB-HO-TERMO       PIC X(06).
                 10 TAB-HO-DIA-SEMANA  PIC 9(01).
                 10 TAB-HO-HORA-INI    PIC 9(04).
                 10 TAB-HO-HORA-FIM    PIC 9(04).
                 10 TAB-HO-SALA        PIC X(05).
                 10 TAB-HO-STATUS      PIC X(01).
         77 WRK-QTD-HORARIO      PIC 9(03) VALUE ZEROS.
         77 WRK-LIMITE-HORARIO   PIC 9(03) VALUE 500.
         77 WRK-ACHOU-HORARIO    PIC X(01) VALUE "N".
             88 ACHOU-HORARIO VALUE "S".
         77 WRK-TOTAL-ATIVOS     PIC 9(03) VALUE ZEROS.

      *    Cadastro de secoes por termo; sem TURMAS.DAT a secao do
      *    movimento nao e conferida.
         01 TAB-TURMA.
             05 TAB-TU-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-TURMA
                 INDEXED BY TAB-TU-IDX.
                 10 TAB-TU-SECAO       PIC X(03).
                 10 TAB-TU-TERMO       PIC X(06).
         77 WRK-QTD-TURMA        PIC 9(03) VALUE ZEROS.
         77 WRK-TEM-TURMAS       PIC X(01) VALUE "N".
             88 TEM-CADASTRO-TURMAS VALUE "S".
         77 WRK-ACHOU-TURMA      PIC X(01) VALUE "N".
             88 ACHOU-TURMA VALUE "S".

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
              MOVE "N" TO WRK-FIM-HORARIO
              MOVE "N" TO WRK-FIM-TURMAS
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE "N" TO WRK-ACHOU-HORARIO
              MOVE "N" TO WRK-TEM-TURMAS
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-HORARIO
              MOVE ZEROS TO WRK-QTD-TURMA
              MOVE ZEROS TO WRK-TOTAL-ATIVOS.

         0010-CABECALHO SECTION.
              MOVE "MANUT-HORARIO" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              PERFORM 1060-CARREGA-HORARIO-ANTERIOR
              PERFORM 1070-CARREGA-TURMAS
              OPEN INPUT HORARIOMOV-FILE
              IF WRK-STATUS-MOV NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "HORARIOMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT HORARIOEXC-FILE
              IF WRK-STATUS-EXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "HORARIOEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              PERFORM 1100-LER-MOVTO.

         1060-CARREGA-HORARIO-ANTERIOR SECTION.
              OPEN INPUT HORARIO-FILE
              IF WRK-STATUS-HORARIO = "00"
                  PERFORM UNTIL FIM-HORARIO
                      READ HORARIO-FILE INTO HORARIO-REG
                          AT END
                              SET FIM-HORARIO TO TRUE
                          NOT AT END
                              IF WRK-QTD-HORARIO NOT LESS
                                  WRK-LIMITE-HORARIO
                                  DISPLAY "HORARIO.DAT excede o limite"
                                      " de " WRK-LIMITE-HORARIO
                                      " horarios"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-HORARIO
                              SET TAB-HO-IDX TO WRK-QTD-HORARIO
                              MOVE HO-SECAO TO
                                  TAB-HO-SECAO(TAB-HO-IDX)
                              MOVE HO-TERMO TO
                                  TAB-HO-TERMO(TAB-HO-IDX)
                              MOVE HO-DIA-SEMANA TO
                                  TAB-HO-DIA-SEMANA(TAB-HO-IDX)
                              MOVE HO-HORA-INI TO
                                  TAB-HO-HORA-INI(TAB-HO-IDX)
                              MOVE HO-HORA-FIM TO
                                  TAB-HO-HORA-FIM(TAB-HO-IDX)
                              MOVE HO-SALA TO
                                  TAB-HO-SALA(TAB-HO-IDX)
                              MOVE "A" TO
                                  TAB-HO-STATUS(TAB-HO-IDX)
                      END-READ
                  END-PERFORM
                  CLOSE HORARIO-FILE
              END-IF.

         1070-CARREGA-TURMAS SECTION.
              OPEN INPUT TURMAS-FILE
              IF WRK-STATUS-TURMAS NOT = "00"
                  DISPLAY "Aviso: TURMAS.DAT indisponivel : "
                      WRK-STATUS-TURMAS " - secao sem validacao"
              ELSE
                  SET TEM-CADASTRO-TURMAS TO TRUE
                  PERFORM UNTIL FIM-TURMAS
                      READ TURMAS-FILE INTO TURMAS-REG
                          AT END
                              SET FIM-TURMAS TO TRUE
                          NOT AT END
                              IF WRK-QTD-TURMA LESS 100
                                  ADD 1 TO WRK-QTD-TURMA
                                  MOVE TU-SECAO TO
                                      TAB-TU-SECAO(WRK-QTD-TURMA)
                                  MOVE TU-TERMO TO
                                      TAB-TU-TERMO(WRK-QTD-TURMA)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE TURMAS-FILE
              END-IF.

         1100-LER-MOVTO SECTION.
              READ HORARIOMOV-FILE
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
                  WHEN HV-TIPO-MOVTO NOT = "A" AND
                       HV-TIPO-MOVTO NOT = "C" AND
                       HV-TIPO-MOVTO NOT = "D"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TIPO DE MOVIMENTO INVALIDO" TO WRK-MOTIVO
                  WHEN HV-SECAO = SPACES OR HV-TERMO = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SECAO OU TERMO NAO INFORMADO"
                          TO WRK-MOTIVO
                  WHEN HV-DIA-SEMANA NOT NUMERIC
                      OR HV-DIA-SEMANA LESS 1
                      OR HV-DIA-SEMANA GREATER 7
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "DIA DA SEMANA INVALIDO" TO WRK-MOTIVO
                  WHEN HV-HORA-INI NOT NUMERIC
                      OR HV-INI-HH GREATER 23
                      OR HV-INI-MM GREATER 59
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "HORA DE INICIO INVALIDA" TO WRK-MOTIVO
                  WHEN HV-TIPO-MOVTO NOT = "D"
                      AND (HV-HORA-FIM NOT NUMERIC
                      OR HV-FIM-HH GREATER 23
                      OR HV-FIM-MM GREATER 59)
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "HORA DE FIM INVALIDA" TO WRK-MOTIVO
                  WHEN HV-TIPO-MOVTO NOT = "D"
                      AND HV-HORA-FIM NOT GREATER HV-HORA-INI
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "HORARIO INVERTIDO" TO WRK-MOTIVO
                  WHEN HV-TIPO-MOVTO NOT = "D"
                      AND HV-SALA = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SALA NAO INFORMADA" TO WRK-MOTIVO
              END-EVALUATE
              IF MOVTO-VALIDO
                  AND HV-TIPO-MOVTO = "A"
                  AND TEM-CADASTRO-TURMAS
                  PERFORM 0215-LOCALIZA-TURMA
                  IF NOT ACHOU-TURMA
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SECAO DESCONHECIDA NO TERMO"
                          TO WRK-MOTIVO
                  END-IF
              END-IF
              IF MOVTO-VALIDO
                  PERFORM 0220-LOCALIZA-HORARIO
                  EVALUATE TRUE
                      WHEN HV-TIPO-MOVTO = "A"
                              AND ACHOU-HORARIO
                              AND TAB-HO-STATUS(TAB-HO-IDX) = "A"
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "HORARIO JA CADASTRADO" TO WRK-MOTIVO
                      WHEN HV-TIPO-MOVTO = "A"
                              AND NOT ACHOU-HORARIO
                              AND WRK-QTD-HORARIO NOT LESS
                                  WRK-LIMITE-HORARIO
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "CADASTRO CHEIO" TO WRK-MOTIVO
                      WHEN (HV-TIPO-MOVTO = "C" OR HV-TIPO-MOVTO = "D")
                              AND (NOT ACHOU-HORARIO
                              OR TAB-HO-STATUS(TAB-HO-IDX) NOT = "A")
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "HORARIO NAO CADASTRADO" TO WRK-MOTIVO
                  END-EVALUATE
              END-IF.

         0215-LOCALIZA-TURMA SECTION.
              MOVE "N" TO WRK-ACHOU-TURMA
              IF WRK-QTD-TURMA GREATER ZERO
                  SET TAB-TU-IDX TO 1
                  SEARCH TAB-TU-REG
                      AT END
                          CONTINUE
                      WHEN TAB-TU-SECAO(TAB-TU-IDX) = HV-SECAO
                          AND TAB-TU-TERMO(TAB-TU-IDX) = HV-TERMO
                          SET ACHOU-TURMA TO TRUE
                  END-SEARCH
              END-IF.

         0220-LOCALIZA-HORARIO SECTION.
              MOVE "N" TO WRK-ACHOU-HORARIO
              IF WRK-QTD-HORARIO GREATER ZERO
                  SET TAB-HO-IDX TO 1
                  SEARCH TAB-HO-REG
                      AT END
                          CONTINUE
                      WHEN TAB-HO-SECAO(TAB-HO-IDX) = HV-SECAO
                          AND TAB-HO-TERMO(TAB-HO-IDX) = HV-TERMO
                          AND TAB-HO-DIA-SEMANA(TAB-HO-IDX) =
                              HV-DIA-SEMANA
                          AND TAB-HO-HORA-INI(TAB-HO-IDX) =
                              HV-HORA-INI
                          SET ACHOU-HORARIO TO TRUE
                  END-SEARCH
              END-IF.

         0250-GRAVA-EXCECAO SECTION.
              MOVE HV-TIPO-MOVTO TO EX-TIPO-MOVTO
              MOVE HV-SECAO      TO EX-SECAO
              MOVE HV-TERMO      TO EX-TERMO
              MOVE HORARIOMOV-REG(11:1) TO EX-DIA-SEMANA
              MOVE HORARIOMOV-REG(12:4) TO EX-HORA-INI
              MOVE WRK-MOTIVO    TO EX-MOTIVO
              WRITE HORARIOEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE SPACES TO WRK-EXC-CHAVE
              STRING HV-SECAO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  HV-TERMO DELIMITED BY SIZE
                  INTO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "MANUT-HORARIO" TO WRK-EXC-SISTEMA
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
              EVALUATE HV-TIPO-MOVTO
                  WHEN "A"
                      IF NOT ACHOU-HORARIO
                          ADD 1 TO WRK-QTD-HORARIO
                          SET TAB-HO-IDX TO WRK-QTD-HORARIO
                      END-IF
                      MOVE HV-SECAO TO TAB-HO-SECAO(TAB-HO-IDX)
                      MOVE HV-TERMO TO TAB-HO-TERMO(TAB-HO-IDX)
                      MOVE HV-DIA-SEMANA
                          TO TAB-HO-DIA-SEMANA(TAB-HO-IDX)
                      MOVE HV-HORA-INI TO TAB-HO-HORA-INI(TAB-HO-IDX)
                      MOVE HV-HORA-FIM TO TAB-HO-HORA-FIM(TAB-HO-IDX)
                      MOVE HV-SALA TO TAB-HO-SALA(TAB-HO-IDX)
                      MOVE "A" TO TAB-HO-STATUS(TAB-HO-IDX)
                  WHEN "C"
                      MOVE HV-HORA-FIM TO TAB-HO-HORA-FIM(TAB-HO-IDX)
                      MOVE HV-SALA TO TAB-HO-SALA(TAB-HO-IDX)
                  WHEN "D"
                      MOVE "E" TO TAB-HO-STATUS(TAB-HO-IDX)
              END-EVALUATE.

         0700-GRAVA-CADASTRO-FINAL SECTION.
              OPEN OUTPUT HORARIO-FILE
              IF WRK-STATUS-HORARIO NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "HORARIO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-HORARIO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-HO-IDX FROM 1 BY 1
                  UNTIL TAB-HO-IDX GREATER WRK-QTD-HORARIO
                  IF TAB-HO-STATUS(TAB-HO-IDX) = "A"
                      MOVE TAB-HO-SECAO(TAB-HO-IDX)    TO HO-SECAO
                      MOVE TAB-HO-TERMO(TAB-HO-IDX)    TO HO-TERMO
                      MOVE TAB-HO-DIA-SEMANA(TAB-HO-IDX)
                          TO HO-DIA-SEMANA
                      MOVE TAB-HO-HORA-INI(TAB-HO-IDX) TO HO-HORA-INI
                      MOVE TAB-HO-HORA-FIM(TAB-HO-IDX) TO HO-HORA-FIM
                      MOVE TAB-HO-SALA(TAB-HO-IDX)     TO HO-SALA
                      WRITE HORARIO-REG
                      ADD 1 TO WRK-TOTAL-ATIVOS
                  END-IF
              END-PERFORM
              CLOSE HORARIO-FILE.

         9000-FINALIZAR SECTION.
              CLOSE HORARIOMOV-FILE
              CLOSE HORARIOEXC-FILE
              CLOSE EXCDIARIO-FILE
              DISPLAY "Total de horarios no cadastro : "
                  WRK-TOTAL-ATIVOS
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
       END PROGRAM MANHORARIO.
