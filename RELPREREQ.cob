      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 17/02/2025
      * Purpose: Relatorio de pre-requisitos antes do inicio do termo.
      *          Le as inscricoes nas secoes (INSCTURMA.DAT: secao,
      *          termo e matricula), localiza a disciplina de cada
      *          secao no cadastro de turmas (TURMAS.DAT) e confere
      *          os pre-requisitos dela (PREREQ.DAT: disciplina,
      *          requisito e media minima) contra as aprovacoes do
      *          aluno em termos anteriores: NOTASM.DAT e o historico
      *          externo importado (TRANSCREX.DAT). Lista, por secao,
      *          cada aluno inscrito sem um pre-requisito, com o
      *          requisito, a media minima, a melhor media encontrada
      *          e a situacao: NAO CURSADA ou MEDIA INSUF. Cada secao
      *          fecha com inscritos e alunos com pendencia. Sai no
      *          padrao de paginacao de IMPRESSAOCPY (PREREQREL.DAT).
      * Tectonics: cobc
      * Mod Log:
      *   22/02/2025 - JLS - Inscricao ganha data do pedido e situacao
      *                      (IT-DATA-PEDIDO e IT-SITUACAO, no final do
      *                      registro, mantidos pela rotina VAGATURMA);
      *                      aluno na lista de espera (E) nao entra na
      *                      conferencia. Linha antiga sem situacao
      *                      segue valendo como inscrito.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPREREQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSCTURMA-FILE ASSIGN TO "INSCTURMA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-INSCTURMA.
           SELECT TURMAS-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAS.
           SELECT PREREQ-FILE ASSIGN TO "PREREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PREREQ.
           SELECT NOTASM-FILE ASSIGN TO "NOTASM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTASM.
           SELECT TRANSCREX-FILE ASSIGN TO "TRANSCREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSCREX.
           SELECT MATRICULAS-FILE ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MATRICULAS.
           SELECT PREREQREL-FILE ASSIGN TO "PREREQREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  INSCTURMA-FILE.
       01  INSCTURMA-REG.
           05 IT-SECAO               PIC X(03).
           05 IT-TERMO               PIC X(06).
           05 IT-MATRICULA           PIC 9(06).
           05 IT-DATA-PEDIDO         PIC 9(08).
           05 IT-SITUACAO            PIC X(01).

       FD  TURMAS-FILE.
       01  TURMAS-REG.
           05 TU-SECAO               PIC X(03).
           05 TU-TERMO               PIC X(06).
           05 TU-DISCIPLINA          PIC X(03).
           05 TU-PROFESSOR           PIC X(20).

       FD  PREREQ-FILE.
       01  PREREQ-REG.
           05 PQ-DISCIPLINA          PIC X(03).
           05 PQ-REQUISITO           PIC X(03).
           05 PQ-NOTA-MINIMA         PIC 9(02)V99.

       FD  NOTASM-FILE.
       01  NOTASM-REG.
           05 NM-MATRICULA           PIC 9(06).
           05 NM-TERMO               PIC X(06).
           05 NM-DISCIPLINA          PIC X(03).
           05 NM-NOME                PIC X(20).
           05 NM-QTD-NOTAS           PIC 9(02).
           05 NM-NOTA                PIC 9(02)V99 OCCURS 10 TIMES.
           05 NM-MEDIA               PIC 9(02)V99.
           05 NM-STATUS              PIC X(10).
           05 NM-CONCEITO            PIC X(01).
           05 NM-SECAO               PIC X(03).

       FD  TRANSCREX-FILE.
       01  TRANSCREX-REG.
           05 TRX-MATRICULA          PIC 9(06).
           05 TRX-TERMO              PIC X(06).
           05 TRX-NOME               PIC X(20).
           05 TRX-MEDIA              PIC 9(02)V99.
           05 TRX-STATUS             PIC X(15).
           05 TRX-CONCEITO           PIC X(01).
           05 TRX-DISCIPLINA         PIC X(03).

       FD  MATRICULAS-FILE.
       01  MATRICULAS-REG.
           05 MT-MATRICULA           PIC 9(06).
           05 MT-NOME                PIC X(20).
           05 MT-SITUACAO            PIC X(01).
           05 MT-DATA-INATIVO        PIC 9(08).
           05 MT-MOTIVO-INATIVO      PIC X(02).

       FD  PREREQREL-FILE.
       01  PREREQREL-REG             PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         77 WRK-STATUS-INSCTURMA  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TURMAS     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PREREQ     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-NOTASM     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TRANSCREX  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-MATRICULAS PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-FIM-INSCTURMA     PIC X(01) VALUE "N".
             88 FIM-INSCTURMA VALUE "S".
         77 WRK-FIM-TURMAS        PIC X(01) VALUE "N".
             88 FIM-TURMAS VALUE "S".
         77 WRK-FIM-PREREQ        PIC X(01) VALUE "N".
             88 FIM-PREREQ VALUE "S".
         77 WRK-FIM-APROVADAS     PIC X(01) VALUE "N".
             88 FIM-APROVADAS VALUE "S".
         77 WRK-FIM-MATRICULAS    PIC X(01) VALUE "N".
             88 FIM-MATRICULAS VALUE "S".
         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.

         01 TAB-TURMA.
             05 TAB-TU-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-TURMA
                 INDEXED BY TAB-TU-IDX.
                 10 TAB-TU-SECAO      PIC X(03).
                 10 TAB-TU-TERMO      PIC X(06).
                 10 TAB-TU-DISCIPLINA PIC X(03).
         77 WRK-QTD-TURMA         PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-TURMA       PIC X(01) VALUE "N".
             88 ACHOU-TURMA VALUE "S".

         01 TAB-PREREQ.
             05 TAB-PQ-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-PREREQ
                 INDEXED BY TAB-PQ-IDX.
                 10 TAB-PQ-DISCIPLINA PIC X(03).
                 10 TAB-PQ-REQUISITO  PIC X(03).
                 10 TAB-PQ-NOTA-MIN   PIC 9(02)V99.
         77 WRK-QTD-PREREQ        PIC 9(03) VALUE ZEROS.

      *    Disciplinas aprovadas; a cursada fora entra com termo em
      *    branco, que fica antes de qualquer termo cursado aqui.
         01 TAB-APROVADAS.
             05 TAB-AP-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-APROV
                 INDEXED BY TAB-AP-IDX.
                 10 TAB-AP-MATRICULA  PIC 9(06).
                 10 TAB-AP-TERMO      PIC X(06).
                 10 TAB-AP-DISCIPLINA PIC X(03).
                 10 TAB-AP-MEDIA      PIC 9(02)V99.
         77 WRK-QTD-APROV         PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-APROV       PIC X(01) VALUE "N".
             88 ACHOU-APROVADA VALUE "S".
         77 WRK-MELHOR-MEDIA      PIC 9(02)V99 VALUE ZEROS.

         01 TAB-MATR.
             05 TAB-MT-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-MATR
                 INDEXED BY TAB-MT-IDX.
                 10 TAB-MT-MATRICULA PIC 9(06).
                 10 TAB-MT-NOME      PIC X(20).
         77 WRK-QTD-MATR          PIC 9(03) VALUE ZEROS.

      *    Secoes com inscricao, na ordem em que aparecem.
         01 TAB-GRUPO.
             05 TAB-GR-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-GRUPO
                 INDEXED BY TAB-GR-IDX.
                 10 TAB-GR-SECAO      PIC X(03).
                 10 TAB-GR-TERMO      PIC X(06).
                 10 TAB-GR-DISCIPLINA PIC X(03).
                 10 TAB-GR-INSCRITOS  PIC 9(04).
                 10 TAB-GR-PENDENTES  PIC 9(04).
         77 WRK-QTD-GRUPO         PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-GRUPO       PIC X(01) VALUE "N".
             88 ACHOU-GRUPO VALUE "S".

      *    Pre-requisitos faltantes por inscricao; situacao N nao
      *    cursada (ou nao aprovada), M media abaixo da minima.
         01 TAB-FALTA.
             05 TAB-FA-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-FALTA
                 INDEXED BY TAB-FA-IDX.
                 10 TAB-FA-SECAO      PIC X(03).
                 10 TAB-FA-TERMO      PIC X(06).
                 10 TAB-FA-MATRICULA  PIC 9(06).
                 10 TAB-FA-REQUISITO  PIC X(03).
                 10 TAB-FA-NOTA-MIN   PIC 9(02)V99.
                 10 TAB-FA-MEDIA      PIC 9(02)V99.
                 10 TAB-FA-SITUACAO   PIC X(01).
         77 WRK-QTD-FALTA         PIC 9(04) VALUE ZEROS.
         77 WRK-DISC-SECAO        PIC X(03) VALUE SPACES.
         77 WRK-PENDENTE          PIC X(01) VALUE "N".
             88 ALUNO-PENDENTE VALUE "S".
         77 WRK-TOTAL-PENDENTES   PIC 9(04) VALUE ZEROS.
         77 WRK-TOTAL-SEM-TURMA   PIC 9(04) VALUE ZEROS.
         77 WRK-NOME-ALUNO        PIC X(20) VALUE SPACES.
         77 WRK-QTD-ED            PIC ZZ.ZZ9.

         01 WRK-LINHA-ALUNO.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LA-MATRICULA   PIC 9(06).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LA-NOME        PIC X(20).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LA-REQUISITO   PIC X(03).
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LA-NOTA-MIN    PIC Z9,99.
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LA-MEDIA       PIC Z9,99.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LA-SITUACAO    PIC X(12).

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-VARRE-INSCRICOES
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-INSCTURMA
              MOVE "N" TO WRK-FIM-TURMAS
              MOVE "N" TO WRK-FIM-PREREQ
              MOVE "N" TO WRK-FIM-APROVADAS
              MOVE "N" TO WRK-FIM-MATRICULAS
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-TURMA
              MOVE ZEROS TO WRK-QTD-PREREQ
              MOVE ZEROS TO WRK-QTD-APROV
              MOVE ZEROS TO WRK-QTD-MATR
              MOVE ZEROS TO WRK-QTD-GRUPO
              MOVE ZEROS TO WRK-QTD-FALTA
              MOVE ZEROS TO WRK-TOTAL-PENDENTES
              MOVE ZEROS TO WRK-TOTAL-SEM-TURMA
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "REL-PREREQ" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-TURMAS
              PERFORM 1055-CARREGA-PREREQ
              PERFORM 1060-CARREGA-NOTASM
              PERFORM 1065-CARREGA-TRANSCREX
              PERFORM 1070-CARREGA-MATRICULAS
              OPEN INPUT INSCTURMA-FILE
              IF WRK-STATUS-INSCTURMA NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "INSCTURMA.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-INSCTURMA TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT PREREQREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PREREQREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "ALUNOS INSCRITOS SEM PRE-REQUISITO"
                  TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "  MATRIC ALUNO                REQ  MINIMA"
                  DELIMITED BY SIZE
                  "  MEDIA  SITUACAO" DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

         1050-CARREGA-TURMAS SECTION.
              OPEN INPUT TURMAS-FILE
              IF WRK-STATUS-TURMAS NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "TURMAS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-TURMAS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
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
                              MOVE TU-DISCIPLINA TO
                                  TAB-TU-DISCIPLINA(WRK-QTD-TURMA)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE TURMAS-FILE.

         1055-CARREGA-PREREQ SECTION.
              OPEN INPUT PREREQ-FILE
              IF WRK-STATUS-PREREQ NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PREREQ.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PREREQ TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-PREREQ
                  READ PREREQ-FILE INTO PREREQ-REG
                      AT END
                          SET FIM-PREREQ TO TRUE
                      NOT AT END
                          IF WRK-QTD-PREREQ NOT LESS 200
                              DISPLAY "PREREQ.DAT maior que o"
                                  " limite de 200 registros"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-PREREQ
                          MOVE PQ-DISCIPLINA TO
                              TAB-PQ-DISCIPLINA(WRK-QTD-PREREQ)
                          MOVE PQ-REQUISITO TO
                              TAB-PQ-REQUISITO(WRK-QTD-PREREQ)
                          MOVE PQ-NOTA-MINIMA TO
                              TAB-PQ-NOTA-MIN(WRK-QTD-PREREQ)
                  END-READ
              END-PERFORM
              CLOSE PREREQ-FILE.

         1060-CARREGA-NOTASM SECTION.
              MOVE "N" TO WRK-FIM-APROVADAS
              OPEN INPUT NOTASM-FILE
              IF WRK-STATUS-NOTASM NOT = "00"
                  DISPLAY "Aviso: NOTASM.DAT indisponivel : "
                      WRK-STATUS-NOTASM
                  GO TO 1060-SAIDA
              END-IF
              PERFORM UNTIL FIM-APROVADAS
                  READ NOTASM-FILE
                      AT END
                          SET FIM-APROVADAS TO TRUE
                      NOT AT END
                          IF NM-STATUS = "APROVADO"
                              PERFORM 1062-VERIFICA-LIMITE
                              MOVE NM-MATRICULA TO
                                  TAB-AP-MATRICULA(WRK-QTD-APROV)
                              MOVE NM-TERMO TO
                                  TAB-AP-TERMO(WRK-QTD-APROV)
                              MOVE NM-DISCIPLINA TO
                                  TAB-AP-DISCIPLINA(WRK-QTD-APROV)
                              MOVE NM-MEDIA TO
                                  TAB-AP-MEDIA(WRK-QTD-APROV)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE NOTASM-FILE.
         1060-SAIDA.
              EXIT.

         1062-VERIFICA-LIMITE SECTION.
              IF WRK-QTD-APROV NOT LESS 2000
                  DISPLAY "Disciplinas aprovadas acima do limite de"
                      " 2000 registros"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-APROV.

         1065-CARREGA-TRANSCREX SECTION.
              MOVE "N" TO WRK-FIM-APROVADAS
              OPEN INPUT TRANSCREX-FILE
              IF WRK-STATUS-TRANSCREX NOT = "00"
                  DISPLAY "Aviso: TRANSCREX.DAT indisponivel : "
                      WRK-STATUS-TRANSCREX
                  GO TO 1065-SAIDA
              END-IF
              PERFORM UNTIL FIM-APROVADAS
                  READ TRANSCREX-FILE
                      AT END
                          SET FIM-APROVADAS TO TRUE
                      NOT AT END
                          IF TRX-STATUS(1:8) = "APROVADO"
                              AND TRX-DISCIPLINA NOT = SPACES
                              PERFORM 1062-VERIFICA-LIMITE
                              MOVE TRX-MATRICULA TO
                                  TAB-AP-MATRICULA(WRK-QTD-APROV)
                              MOVE SPACES TO
                                  TAB-AP-TERMO(WRK-QTD-APROV)
                              MOVE TRX-DISCIPLINA TO
                                  TAB-AP-DISCIPLINA(WRK-QTD-APROV)
                              MOVE TRX-MEDIA TO
                                  TAB-AP-MEDIA(WRK-QTD-APROV)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE TRANSCREX-FILE.
         1065-SAIDA.
              EXIT.

      *    Sem MATRICULAS.DAT o aluno sai sem nome.
         1070-CARREGA-MATRICULAS SECTION.
              OPEN INPUT MATRICULAS-FILE
              IF WRK-STATUS-MATRICULAS = "00"
                  PERFORM UNTIL FIM-MATRICULAS
                      READ MATRICULAS-FILE INTO MATRICULAS-REG
                          AT END
                              SET FIM-MATRICULAS TO TRUE
                          NOT AT END
                              IF WRK-QTD-MATR LESS 500
                                  ADD 1 TO WRK-QTD-MATR
                                  MOVE MT-MATRICULA TO
                                      TAB-MT-MATRICULA(WRK-QTD-MATR)
                                  MOVE MT-NOME TO
                                      TAB-MT-NOME(WRK-QTD-MATR)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE MATRICULAS-FILE
              ELSE
                  DISPLAY "Aviso: MATRICULAS.DAT indisponivel : "
                      WRK-STATUS-MATRICULAS
              END-IF.

      *    Aluno na lista de espera da secao ainda nao esta inscrito.
         0100-VARRE-INSCRICOES SECTION.
              PERFORM UNTIL FIM-INSCTURMA
                  READ INSCTURMA-FILE
                      AT END
                          SET FIM-INSCTURMA TO TRUE
                      NOT AT END
                          IF IT-SITUACAO NOT = "E"
                              ADD 1 TO WRK-JOB-LIDOS
                              PERFORM 0150-CONFERE-INSCRICAO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE INSCTURMA-FILE.

      *    Inscricao em secao fora do cadastro do termo nao tem
      *    disciplina para conferir; so entra na contagem.
         0150-CONFERE-INSCRICAO SECTION.
              MOVE "N" TO WRK-ACHOU-TURMA
              MOVE SPACES TO WRK-DISC-SECAO
              PERFORM VARYING TAB-TU-IDX FROM 1 BY 1
                  UNTIL TAB-TU-IDX GREATER WRK-QTD-TURMA
                  OR ACHOU-TURMA
                  IF TAB-TU-SECAO(TAB-TU-IDX) = IT-SECAO
                      AND TAB-TU-TERMO(TAB-TU-IDX) = IT-TERMO
                      SET ACHOU-TURMA TO TRUE
                      MOVE TAB-TU-DISCIPLINA(TAB-TU-IDX)
                          TO WRK-DISC-SECAO
                  END-IF
              END-PERFORM
              IF NOT ACHOU-TURMA
                  ADD 1 TO WRK-TOTAL-SEM-TURMA
                  ADD 1 TO WRK-JOB-REJEITADOS
                  DISPLAY "SECAO FORA DO CADASTRO : " IT-SECAO " "
                      IT-TERMO " " IT-MATRICULA
                  GO TO 0150-SAIDA
              END-IF
              PERFORM 0160-LOCALIZA-GRUPO
              ADD 1 TO TAB-GR-INSCRITOS(TAB-GR-IDX)
              MOVE "N" TO WRK-PENDENTE
              PERFORM VARYING TAB-PQ-IDX FROM 1 BY 1
                  UNTIL TAB-PQ-IDX GREATER WRK-QTD-PREREQ
                  IF TAB-PQ-DISCIPLINA(TAB-PQ-IDX) = WRK-DISC-SECAO
                      PERFORM 0170-PROCURA-APROVACAO
                  END-IF
              END-PERFORM
              IF ALUNO-PENDENTE
                  ADD 1 TO TAB-GR-PENDENTES(TAB-GR-IDX)
                  ADD 1 TO WRK-TOTAL-PENDENTES
              END-IF.
         0150-SAIDA.
              EXIT.

         0160-LOCALIZA-GRUPO SECTION.
              MOVE "N" TO WRK-ACHOU-GRUPO
              IF WRK-QTD-GRUPO GREATER ZERO
                  SET TAB-GR-IDX TO 1
                  SEARCH TAB-GR-REG
                      AT END
                          CONTINUE
                      WHEN TAB-GR-SECAO(TAB-GR-IDX) = IT-SECAO
                          AND TAB-GR-TERMO(TAB-GR-IDX) = IT-TERMO
                          SET ACHOU-GRUPO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-GRUPO
                  IF WRK-QTD-GRUPO NOT LESS 100
                      DISPLAY "Mais de 100 secoes com inscricao"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-GRUPO
                  SET TAB-GR-IDX TO WRK-QTD-GRUPO
                  MOVE IT-SECAO TO TAB-GR-SECAO(TAB-GR-IDX)
                  MOVE IT-TERMO TO TAB-GR-TERMO(TAB-GR-IDX)
                  MOVE WRK-DISC-SECAO TO TAB-GR-DISCIPLINA(TAB-GR-IDX)
                  MOVE ZEROS TO TAB-GR-INSCRITOS(TAB-GR-IDX)
                  MOVE ZEROS TO TAB-GR-PENDENTES(TAB-GR-IDX)
              END-IF.

      *    Vale a melhor media aprovada do requisito em termo anterior
      *    ao da secao; abaixo da minima o requisito segue pendente.
         0170-PROCURA-APROVACAO SECTION.
              MOVE "N" TO WRK-ACHOU-APROV
              MOVE ZEROS TO WRK-MELHOR-MEDIA
              PERFORM VARYING TAB-AP-IDX FROM 1 BY 1
                  UNTIL TAB-AP-IDX GREATER WRK-QTD-APROV
                  IF TAB-AP-MATRICULA(TAB-AP-IDX) = IT-MATRICULA
                      AND TAB-AP-DISCIPLINA(TAB-AP-IDX) =
                          TAB-PQ-REQUISITO(TAB-PQ-IDX)
                      AND TAB-AP-TERMO(TAB-AP-IDX) LESS IT-TERMO
                      SET ACHOU-APROVADA TO TRUE
                      IF TAB-AP-MEDIA(TAB-AP-IDX) GREATER
                          WRK-MELHOR-MEDIA
                          MOVE TAB-AP-MEDIA(TAB-AP-IDX)
                              TO WRK-MELHOR-MEDIA
                      END-IF
                  END-IF
              END-PERFORM
              IF ACHOU-APROVADA
                  AND WRK-MELHOR-MEDIA NOT LESS
                      TAB-PQ-NOTA-MIN(TAB-PQ-IDX)
                  GO TO 0170-SAIDA
              END-IF
              IF WRK-QTD-FALTA NOT LESS 2000
                  DISPLAY "Mais de 2000 pre-requisitos pendentes"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              SET ALUNO-PENDENTE TO TRUE
              ADD 1 TO WRK-QTD-FALTA
              SET TAB-FA-IDX TO WRK-QTD-FALTA
              MOVE IT-SECAO     TO TAB-FA-SECAO(TAB-FA-IDX)
              MOVE IT-TERMO     TO TAB-FA-TERMO(TAB-FA-IDX)
              MOVE IT-MATRICULA TO TAB-FA-MATRICULA(TAB-FA-IDX)
              MOVE TAB-PQ-REQUISITO(TAB-PQ-IDX)
                  TO TAB-FA-REQUISITO(TAB-FA-IDX)
              MOVE TAB-PQ-NOTA-MIN(TAB-PQ-IDX)
                  TO TAB-FA-NOTA-MIN(TAB-FA-IDX)
              MOVE WRK-MELHOR-MEDIA TO TAB-FA-MEDIA(TAB-FA-IDX)
              IF ACHOU-APROVADA
                  MOVE "M" TO TAB-FA-SITUACAO(TAB-FA-IDX)
              ELSE
                  MOVE "N" TO TAB-FA-SITUACAO(TAB-FA-IDX)
              END-IF.
         0170-SAIDA.
              EXIT.

         8000-GRAVA-RELATORIO SECTION.
              PERFORM VARYING TAB-GR-IDX FROM 1 BY 1
                  UNTIL TAB-GR-IDX GREATER WRK-QTD-GRUPO
                  PERFORM 8100-GRAVA-GRUPO
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-SEM-TURMA TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "INSCRICOES EM SECAO FORA DO CADASTRO : "
                  DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-PENDENTES TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "ALUNOS SEM PRE-REQUISITO " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         8100-GRAVA-GRUPO SECTION.
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "SECAO " DELIMITED BY SIZE
                  TAB-GR-SECAO(TAB-GR-IDX) DELIMITED BY SIZE
                  " TERMO " DELIMITED BY SIZE
                  TAB-GR-TERMO(TAB-GR-IDX) DELIMITED BY SIZE
                  " DISCIPLINA " DELIMITED BY SIZE
                  TAB-GR-DISCIPLINA(TAB-GR-IDX) DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM VARYING TAB-FA-IDX FROM 1 BY 1
                  UNTIL TAB-FA-IDX GREATER WRK-QTD-FALTA
                  IF TAB-FA-SECAO(TAB-FA-IDX) =
                      TAB-GR-SECAO(TAB-GR-IDX)
                      AND TAB-FA-TERMO(TAB-FA-IDX) =
                      TAB-GR-TERMO(TAB-GR-IDX)
                      PERFORM 8200-GRAVA-ALUNO
                  END-IF
              END-PERFORM
              MOVE TAB-GR-INSCRITOS(TAB-GR-IDX) TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "  INSCRITOS    : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE TAB-GR-PENDENTES(TAB-GR-IDX) TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "  SEM PRE-REQ  : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         8050-NOME-ALUNO SECTION.
              MOVE SPACES TO WRK-NOME-ALUNO
              IF WRK-QTD-MATR GREATER ZERO
                  SET TAB-MT-IDX TO 1
                  SEARCH TAB-MT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-MT-MATRICULA(TAB-MT-IDX) =
                          TAB-FA-MATRICULA(TAB-FA-IDX)
                          MOVE TAB-MT-NOME(TAB-MT-IDX)
                              TO WRK-NOME-ALUNO
                  END-SEARCH
              END-IF.

         8200-GRAVA-ALUNO SECTION.
              PERFORM 8050-NOME-ALUNO
              MOVE TAB-FA-MATRICULA(TAB-FA-IDX) TO WRK-LA-MATRICULA
              MOVE WRK-NOME-ALUNO               TO WRK-LA-NOME
              MOVE TAB-FA-REQUISITO(TAB-FA-IDX) TO WRK-LA-REQUISITO
              MOVE TAB-FA-NOTA-MIN(TAB-FA-IDX)  TO WRK-LA-NOTA-MIN
              MOVE TAB-FA-MEDIA(TAB-FA-IDX)     TO WRK-LA-MEDIA
              IF TAB-FA-SITUACAO(TAB-FA-IDX) = "M"
                  MOVE "MEDIA INSUF" TO WRK-LA-SITUACAO
              ELSE
                  MOVE "NAO CURSADA" TO WRK-LA-SITUACAO
              END-IF
              MOVE WRK-LINHA-ALUNO TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD 1 TO WRK-JOB-GRAVADOS.

         9000-FINALIZAR SECTION.
              CLOSE PREREQREL-FILE
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
              DISPLAY "INSCRICOES LIDAS    : " WRK-JOB-LIDOS
              DISPLAY "SEM PRE-REQUISITO   : " WRK-TOTAL-PENDENTES
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==PREREQREL-REG==.

       END PROGRAM RELPREREQ.
