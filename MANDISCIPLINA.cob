      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 21/02/2025
      * Purpose: Cadastro de disciplinas (DISCIPLINAS.DAT) com
      *          manutencao por arquivo de movimentos A/C/D
      *          (DISCIPLINAMOV.DAT), no mesmo fluxo do MANTERMO. O
      *          codigo de disciplina das notas era texto livre sem
      *          cadastro, e toda disciplina pesava igual na media do
      *          termo: uma oficina de 20 horas valia tanto quanto uma
      *          disciplina de 80. Cada disciplina tem codigo, nome,
      *          carga horaria e flag A (ativa) ou I (inativa). O
      *          boletim rejeita nota de disciplina desconhecida ou
      *          inativa e pondera as medias pela carga horaria.
      *          Antes/depois de cada mudanca sai em DISCIPLINAAUD.DAT;
      *          movimento invalido em DISCIPLINAEXC.DAT e
      *          EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDISCIPLINA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCMOV-FILE ASSIGN TO "DISCIPLINAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT DISCIPLINAS-FILE ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISC.
           SELECT DISCEXC-FILE ASSIGN TO "DISCIPLINAEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT DISCAUD-FILE ASSIGN TO "DISCIPLINAAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUD.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCMOV-FILE.
       01  DISCMOV-REG.
           05 DV-TIPO-MOVTO          PIC X(01).
           05 DV-DISCIPLINA          PIC X(03).
           05 DV-NOME                PIC X(30).
           05 DV-CARGA-HORARIA       PIC 9(03).
           05 DV-ATIVA               PIC X(01).

       FD  DISCIPLINAS-FILE.
       01  DISCIPLINAS-REG.
           05 DS-DISCIPLINA          PIC X(03).
           05 DS-NOME                PIC X(30).
           05 DS-CARGA-HORARIA       PIC 9(03).
           05 DS-ATIVA               PIC X(01).

       FD  DISCEXC-FILE.
       01  DISCEXC-REG.
           05 EX-TIPO-MOVTO          PIC X(01).
           05 EX-DISCIPLINA          PIC X(03).
           05 EX-CARGA-HORARIA       PIC X(03).
           05 EX-ATIVA               PIC X(01).
           05 EX-MOTIVO              PIC X(30).

       FD  DISCAUD-FILE.
       01  DISCAUD-REG.
           05 DA-DATA                PIC 9(08).
           05 DA-HORA                PIC 9(08).
           05 DA-TIPO                PIC X(12).
           05 DA-DISCIPLINA          PIC X(03).
           05 DA-CARGA-ANTES         PIC 9(03).
           05 DA-CARGA-DEPOIS        PIC 9(03).
           05 DA-ATIVA-ANTES         PIC X(01).
           05 DA-ATIVA-DEPOIS        PIC X(01).

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
         77 WRK-STATUS-DISC      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD       PIC X(02) VALUE SPACES.
         77 WRK-FIM-MOV          PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-FIM-DISC         PIC X(01) VALUE "N".
             88 FIM-DISC VALUE "S".

         77 WRK-MOVTO-VALIDO     PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO           PIC X(30) VALUE SPACES.

         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.

      *    Copia do cadastro mantida em memoria, com status de linha
      *    "A" (presente) ou "E" (excluida), como no MANTERMO.
         01 TAB-DISCIPLINA.
             05 TAB-DS-REG OCCURS 1 TO 300 TIMES
                 DEPENDING ON WRK-QTD-DISC
                 INDEXED BY TAB-DS-IDX.
                 10 TAB-DS-DISCIPLINA  PIC X(03).
                 10 TAB-DS-NOME        PIC X(30).
                 10 TAB-DS-CARGA       PIC 9(03).
                 10 TAB-DS-ATIVA       PIC X(01).
                 10 TAB-DS-STATUS      PIC X(01).
         77 WRK-QTD-DISC         PIC 9(03) VALUE ZEROS.
         77 WRK-LIMITE-DISC      PIC 9(03) VALUE 300.
         77 WRK-ACHOU-DISC       PIC X(01) VALUE "N".
             88 ACHOU-DISC VALUE "S".
         77 WRK-TOTAL-ATIVOS     PIC 9(03) VALUE ZEROS.

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
              MOVE "N" TO WRK-FIM-DISC
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE "N" TO WRK-ACHOU-DISC
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-DISC
              MOVE ZEROS TO WRK-TOTAL-ATIVOS.

         0010-CABECALHO SECTION.
              MOVE "MANUT-DISCIPL" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              PERFORM 1060-CARREGA-DISC-ANTERIOR
              OPEN INPUT DISCMOV-FILE
              IF WRK-STATUS-MOV NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "DISCIPLINAMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT DISCEXC-FILE
              IF WRK-STATUS-EXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "DISCIPLINAEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND DISCAUD-FILE
              IF WRK-STATUS-AUD = "35"
                  OPEN OUTPUT DISCAUD-FILE
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              PERFORM 1100-LER-MOVTO.

         1060-CARREGA-DISC-ANTERIOR SECTION.
              OPEN INPUT DISCIPLINAS-FILE
              IF WRK-STATUS-DISC = "00"
                  PERFORM UNTIL FIM-DISC
                      READ DISCIPLINAS-FILE INTO DISCIPLINAS-REG
                          AT END
                              SET FIM-DISC TO TRUE
                          NOT AT END
                              IF WRK-QTD-DISC NOT LESS
                                  WRK-LIMITE-DISC
                                  DISPLAY "DISCIPLINAS.DAT excede o"
                                      " limite de " WRK-LIMITE-DISC
                                      " disciplinas"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-DISC
                              MOVE DS-DISCIPLINA TO
                                  TAB-DS-DISCIPLINA(WRK-QTD-DISC)
                              MOVE DS-NOME TO
                                  TAB-DS-NOME(WRK-QTD-DISC)
                              MOVE DS-CARGA-HORARIA TO
                                  TAB-DS-CARGA(WRK-QTD-DISC)
                              MOVE DS-ATIVA TO
                                  TAB-DS-ATIVA(WRK-QTD-DISC)
                              MOVE "A" TO
                                  TAB-DS-STATUS(WRK-QTD-DISC)
                      END-READ
                  END-PERFORM
                  CLOSE DISCIPLINAS-FILE
              END-IF.

         1100-LER-MOVTO SECTION.
              READ DISCMOV-FILE
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

      *    Carga horaria zero nao e aceita: a disciplina sem peso
      *    sumiria da media ponderada do termo.
         0210-VALIDA-MOVTO SECTION.
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE SPACES TO WRK-MOTIVO
              EVALUATE TRUE
                  WHEN DV-TIPO-MOVTO NOT = "A" AND
                       DV-TIPO-MOVTO NOT = "C" AND
                       DV-TIPO-MOVTO NOT = "D"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TIPO DE MOVIMENTO INVALIDO" TO WRK-MOTIVO
                  WHEN DV-DISCIPLINA = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "DISCIPLINA NAO INFORMADA" TO WRK-MOTIVO
                  WHEN (DV-TIPO-MOVTO = "A" OR DV-TIPO-MOVTO = "C")
                      AND DV-NOME = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "NOME NAO INFORMADO" TO WRK-MOTIVO
                  WHEN (DV-TIPO-MOVTO = "A" OR DV-TIPO-MOVTO = "C")
                      AND (DV-CARGA-HORARIA NOT NUMERIC
                      OR DV-CARGA-HORARIA = ZEROS)
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "CARGA HORARIA INVALIDA" TO WRK-MOTIVO
                  WHEN (DV-TIPO-MOVTO = "A" OR DV-TIPO-MOVTO = "C")
                      AND DV-ATIVA NOT = "A" AND DV-ATIVA NOT = "I"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "FLAG DE ATIVA INVALIDO" TO WRK-MOTIVO
              END-EVALUATE
              IF MOVTO-VALIDO
                  PERFORM 0220-LOCALIZA-DISCIPLINA
                  EVALUATE TRUE
                      WHEN DV-TIPO-MOVTO = "A"
                              AND ACHOU-DISC
                              AND TAB-DS-STATUS(TAB-DS-IDX) = "A"
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "DISCIPLINA JA CADASTRADA"
                              TO WRK-MOTIVO
                      WHEN DV-TIPO-MOVTO = "A"
                              AND NOT ACHOU-DISC
                              AND WRK-QTD-DISC NOT LESS
                                  WRK-LIMITE-DISC
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "CADASTRO CHEIO" TO WRK-MOTIVO
                      WHEN (DV-TIPO-MOVTO = "C" OR DV-TIPO-MOVTO = "D")
                              AND (NOT ACHOU-DISC
                              OR TAB-DS-STATUS(TAB-DS-IDX) NOT = "A")
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "DISCIPLINA NAO CADASTRADA"
                              TO WRK-MOTIVO
                  END-EVALUATE
              END-IF.

         0220-LOCALIZA-DISCIPLINA SECTION.
              MOVE "N" TO WRK-ACHOU-DISC
              IF WRK-QTD-DISC GREATER ZERO
                  SET TAB-DS-IDX TO 1
                  SEARCH TAB-DS-REG
                      AT END
                          CONTINUE
                      WHEN TAB-DS-DISCIPLINA(TAB-DS-IDX) =
                          DV-DISCIPLINA
                          SET ACHOU-DISC TO TRUE
                  END-SEARCH
              END-IF.

         0250-GRAVA-EXCECAO SECTION.
              MOVE DV-TIPO-MOVTO    TO EX-TIPO-MOVTO
              MOVE DV-DISCIPLINA    TO EX-DISCIPLINA
              MOVE DV-CARGA-HORARIA TO EX-CARGA-HORARIA
              MOVE DV-ATIVA         TO EX-ATIVA
              MOVE WRK-MOTIVO       TO EX-MOTIVO
              WRITE DISCEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE DV-DISCIPLINA TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO    TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "MANUT-DISCIPL" TO WRK-EXC-SISTEMA
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
              MOVE DV-DISCIPLINA    TO DA-DISCIPLINA
              EVALUATE DV-TIPO-MOVTO
                  WHEN "A"
                      IF ACHOU-DISC
                          CONTINUE
                      ELSE
                          ADD 1 TO WRK-QTD-DISC
                          SET TAB-DS-IDX TO WRK-QTD-DISC
                          MOVE DV-DISCIPLINA
                              TO TAB-DS-DISCIPLINA(TAB-DS-IDX)
                      END-IF
                      MOVE ZEROS TO DA-CARGA-ANTES
                      MOVE SPACES TO DA-ATIVA-ANTES
                      MOVE DV-NOME TO TAB-DS-NOME(TAB-DS-IDX)
                      MOVE DV-CARGA-HORARIA
                          TO TAB-DS-CARGA(TAB-DS-IDX)
                      MOVE DV-ATIVA TO TAB-DS-ATIVA(TAB-DS-IDX)
                      MOVE "A" TO TAB-DS-STATUS(TAB-DS-IDX)
                      MOVE "INCLUSAO" TO DA-TIPO
                      MOVE DV-CARGA-HORARIA TO DA-CARGA-DEPOIS
                      MOVE DV-ATIVA TO DA-ATIVA-DEPOIS
                      WRITE DISCAUD-REG
                  WHEN "C"
                      MOVE TAB-DS-CARGA(TAB-DS-IDX) TO DA-CARGA-ANTES
                      MOVE TAB-DS-ATIVA(TAB-DS-IDX) TO DA-ATIVA-ANTES
                      MOVE DV-NOME TO TAB-DS-NOME(TAB-DS-IDX)
                      MOVE DV-CARGA-HORARIA
                          TO TAB-DS-CARGA(TAB-DS-IDX)
                      MOVE DV-ATIVA TO TAB-DS-ATIVA(TAB-DS-IDX)
      *    Inativacao e reativacao sao transicoes do flag com nome
      *    proprio na auditoria.
                      EVALUATE TRUE
                          WHEN DA-ATIVA-ANTES = "A"
                              AND DV-ATIVA = "I"
                              MOVE "INATIVACAO" TO DA-TIPO
                          WHEN DA-ATIVA-ANTES = "I"
                              AND DV-ATIVA = "A"
                              MOVE "REATIVACAO" TO DA-TIPO
                          WHEN OTHER
                              MOVE "ALTERACAO" TO DA-TIPO
                      END-EVALUATE
                      MOVE DV-CARGA-HORARIA TO DA-CARGA-DEPOIS
                      MOVE DV-ATIVA TO DA-ATIVA-DEPOIS
                      WRITE DISCAUD-REG
                  WHEN "D"
                      MOVE TAB-DS-CARGA(TAB-DS-IDX) TO DA-CARGA-ANTES
                      MOVE TAB-DS-ATIVA(TAB-DS-IDX) TO DA-ATIVA-ANTES
                      MOVE "E" TO TAB-DS-STATUS(TAB-DS-IDX)
                      MOVE "EXCLUSAO" TO DA-TIPO
                      MOVE ZEROS TO DA-CARGA-DEPOIS
                      MOVE SPACES TO DA-ATIVA-DEPOIS
                      WRITE DISCAUD-REG
              END-EVALUATE.

         0700-GRAVA-CADASTRO-FINAL SECTION.
              OPEN OUTPUT DISCIPLINAS-FILE
              IF WRK-STATUS-DISC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "DISCIPLINAS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-DISC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-DS-IDX FROM 1 BY 1
                  UNTIL TAB-DS-IDX GREATER WRK-QTD-DISC
                  IF TAB-DS-STATUS(TAB-DS-IDX) = "A"
                      MOVE TAB-DS-DISCIPLINA(TAB-DS-IDX)
                          TO DS-DISCIPLINA
                      MOVE TAB-DS-NOME(TAB-DS-IDX)  TO DS-NOME
                      MOVE TAB-DS-CARGA(TAB-DS-IDX)
                          TO DS-CARGA-HORARIA
                      MOVE TAB-DS-ATIVA(TAB-DS-IDX) TO DS-ATIVA
                      WRITE DISCIPLINAS-REG
                      ADD 1 TO WRK-TOTAL-ATIVOS
                  END-IF
              END-PERFORM
              CLOSE DISCIPLINAS-FILE.

         9000-FINALIZAR SECTION.
              CLOSE DISCMOV-FILE
              CLOSE DISCEXC-FILE
              CLOSE DISCAUD-FILE
              CLOSE EXCDIARIO-FILE
              DISPLAY "Total de disciplinas no cadastro : "
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
       END PROGRAM MANDISCIPLINA.
