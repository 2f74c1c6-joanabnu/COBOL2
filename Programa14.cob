      *                      desconhecido ou FECHADO rejeita o grupo.
      *                      Sem o cadastro, o termo segue livre como
      *                      antes.
      *   17/02/2025 - JLS - Matricula na secao passa a conferir os pre-
      *                      requisitos da disciplina da turma
      *                      (PREREQ.DAT: disciplina, requisito e media
      *                      minima) contra as aprovacoes do aluno em
      *                      NOTASM.DAT, no historico externo
      *                      (TRANSCREX.DAT) e no proprio lote; falta de
      *                      pre-requisito rejeita o grupo para
      *                      ALUNOEXC.DAT e EXCDIARIO.DAT com motivo
      *                      proprio (N001). TURMAS.DAT passa a ter a
      *                      disciplina carregada. Sem PREREQ.DAT nada
      *                      muda.
      *   21/02/2025 - JLS - Notas passam a ser validadas contra o
      *                      cadastro de disciplinas (DISCIPLINAS.DAT,
      *                      mantido pelo MANDISCIPLINA): disciplina
      *                      desconhecida ou inativa rejeita o grupo
      *                      para ALUNOEXC.DAT e EXCDIARIO.DAT com
      *                      motivo proprio (D001). Media do termo e
      *                      media geral do historico passam a ser
      *                      ponderadas pela carga horaria; NOTASM.DAT
      *                      ganha a carga da disciplina e TRANSCR.DAT a
      *                      carga do termo no final da linha. Sem o
      *                      cadastro, ou com termo antigo sem carga,
      *                      vale a media simples como antes.
      ******************************************************************
         IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA14.
           SELECT TERMOS-FILE ASSIGN TO "TERMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TERMOS.
           SELECT PREREQ-FILE ASSIGN TO "PREREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PREREQ.
           SELECT TRANSCREX-FILE ASSIGN TO "TRANSCREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSCREX.
           SELECT DISCIPLINAS-FILE ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISCIPLINAS.

       DATA DIVISION.
       FILE SECTION.
           05 TU-DISCIPLINA          PIC X(03).
           05 TU-PROFESSOR           PIC X(20).

       FD  PREREQ-FILE.
       01  PREREQ-REG.
           05 PQ-DISCIPLINA          PIC X(03).
           05 PQ-REQUISITO           PIC X(03).
           05 PQ-NOTA-MINIMA         PIC 9(02)V99.

       FD  TRANSCREX-FILE.
       01  TRANSCREX-REG.
           05 TRX-MATRICULA          PIC 9(06).
           05 TRX-TERMO              PIC X(06).
           05 TRX-NOME               PIC X(20).
           05 TRX-MEDIA              PIC 9(02)V99.
           05 TRX-STATUS             PIC X(15).
           05 TRX-CONCEITO           PIC X(01).
           05 TRX-DISCIPLINA         PIC X(03).
           05 TRX-CARGA-HORARIA      PIC 9(04).

       FD  DISCIPLINAS-FILE.
       01  DISCIPLINAS-REG.
           05 DS-DISCIPLINA          PIC X(03).
           05 DS-NOME                PIC X(30).
           05 DS-CARGA-HORARIA       PIC 9(03).
           05 DS-ATIVA               PIC X(01).

       FD  RECUP-FILE.
       01  RECUP-REG.
           05 RC-MATRICULA           PIC 9(06).
           05 TX-MEDIA               PIC 9(02)V99.
           05 TX-STATUS              PIC X(15).
           05 TX-CONCEITO            PIC X(01).
           05 TX-CARGA-HORARIA       PIC 9(04).

       FD  ALUNOS-FILE.
       01  ALUNOS-REG.
           05 NM-STATUS              PIC X(10).
           05 NM-CONCEITO            PIC X(01).
           05 NM-SECAO               PIC X(03).
           05 NM-CARGA-HORARIA       PIC 9(03).

       WORKING-STORAGE SECTION.

                 INDEXED BY TAB-TU-IDX.
                 10 TAB-TU-SECAO      PIC X(03).
                 10 TAB-TU-TERMO      PIC X(06).
                 10 TAB-TU-DISCIPLINA PIC X(03).
                 10 TAB-TU-PROFESSOR  PIC X(20).
         77 WRK-QTD-TURMA         PIC 9(03) VALUE ZEROS.
         77 WRK-TEM-TURMAS        PIC X(01) VALUE "N".
             88 ACHOU-TERMO-CAD VALUE "S".
         77 WRK-SIT-TERMO         PIC X(01) VALUE SPACES.

      *    Pre-requisitos por disciplina (PREREQ.DAT) e disciplinas ja
      *    aprovadas do aluno: NOTASM.DAT da execucao anterior,
      *    historico externo (TRANSCREX.DAT) e o proprio lote. Sem
      *    PREREQ.DAT a matricula na secao nao e conferida.
         77 WRK-STATUS-PREREQ     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TRANSCREX  PIC X(02) VALUE SPACES.
         77 WRK-FIM-PREREQ        PIC X(01) VALUE "N".
             88 FIM-PREREQ VALUE "S".
         77 WRK-FIM-APROVADAS     PIC X(01) VALUE "N".
             88 FIM-APROVADAS VALUE "S".
         01 TAB-PREREQ.
             05 TAB-PQ-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-PREREQ
                 INDEXED BY TAB-PQ-IDX.
                 10 TAB-PQ-DISCIPLINA PIC X(03).
                 10 TAB-PQ-REQUISITO  PIC X(03).
                 10 TAB-PQ-NOTA-MIN   PIC 9(02)V99.
         77 WRK-QTD-PREREQ        PIC 9(03) VALUE ZEROS.
         01 TAB-APROVADAS.
             05 TAB-AP-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-APROV
                 INDEXED BY TAB-AP-IDX.
                 10 TAB-AP-MATRICULA  PIC 9(06).
                 10 TAB-AP-TERMO      PIC X(06).
                 10 TAB-AP-DISCIPLINA PIC X(03).
                 10 TAB-AP-MEDIA      PIC 9(02)V99.
         77 WRK-QTD-APROV         PIC 9(04) VALUE ZEROS.
         77 WRK-DISC-SECAO        PIC X(03) VALUE SPACES.
         77 WRK-REQ-FALTANTE      PIC X(03) VALUE SPACES.
         77 WRK-DISC-APROV        PIC X(03) VALUE SPACES.
         77 WRK-MEDIA-APROV       PIC 9(02)V99 VALUE ZEROS.
         77 WRK-FALTA-PREREQ      PIC X(01) VALUE "N".
             88 FALTA-PREREQ VALUE "S".
         77 WRK-ACHOU-APROV       PIC X(01) VALUE "N".
             88 ACHOU-APROVADA VALUE "S".

      *    Cadastro de disciplinas (DISCIPLINAS.DAT, mantido pelo
      *    MANDISCIPLINA) com a carga horaria que pondera as medias;
      *    sem o cadastro a disciplina nao e validada e toda
      *    disciplina pesa igual, como antes do cadastro existir.
         77 WRK-STATUS-DISCIPLINAS PIC X(02) VALUE SPACES.
         77 WRK-FIM-DISCIPLINAS   PIC X(01) VALUE "N".
             88 FIM-DISCIPLINAS VALUE "S".
         01 TAB-CATDISC.
             05 TAB-CD-REG OCCURS 1 TO 300 TIMES
                 DEPENDING ON WRK-QTD-CATDISC
                 INDEXED BY TAB-CD-IDX.
                 10 TAB-CD-DISCIPLINA PIC X(03).
                 10 TAB-CD-CARGA      PIC 9(03).
                 10 TAB-CD-ATIVA      PIC X(01).
         77 WRK-QTD-CATDISC       PIC 9(03) VALUE ZEROS.
         77 WRK-TEM-DISCIPLINAS   PIC X(01) VALUE "N".
             88 TEM-CADASTRO-DISC VALUE "S".
         77 WRK-ACHOU-CATDISC     PIC X(01) VALUE "N".
             88 ACHOU-CATDISC VALUE "S".
         77 WRK-DISC-PROCURA      PIC X(03) VALUE SPACES.

         77 WRK-STATUS-RECUP   PIC X(02) VALUE SPACES.
         77 WRK-FIM-RECUP      PIC X(01) VALUE "N".
             88 FIM-RECUP VALUE "S".
                 10 TAB-HIST-MATRICULA PIC 9(06).
                 10 TAB-HIST-TERMO     PIC X(06).
                 10 TAB-HIST-MEDIA     PIC 9(02)V99.
                 10 TAB-HIST-CARGA     PIC 9(04).
         77 WRK-QTD-HIST          PIC 9(03) VALUE ZEROS.

         77 WRK-QTD-TERMOS        PIC 9(02) VALUE ZEROS.
         77 WRK-SOMA-HIST         PIC 9(05)V99 VALUE ZEROS.
      *    Media geral ponderada pela carga horaria dos termos; termo
      *    sem carga registrada (anterior ao cadastro de disciplinas)
      *    devolve o aluno a media simples dos termos.
         77 WRK-SOMA-HIST-POND    PIC 9(08)V99 VALUE ZEROS.
         77 WRK-CARGA-HIST        PIC 9(05) VALUE ZEROS.
         77 WRK-HIST-SEM-CARGA    PIC X(01) VALUE "N".
             88 HIST-SEM-CARGA VALUE "S".
         77 WRK-MEDIA-GERAL       PIC 9(02)V99 VALUE ZEROS.

         01 WRK-PROX-ALUNO-REG.
                 10 TAB-DI-MEDIA      PIC 9(02)V99.
                 10 TAB-DI-STATUS     PIC X(10).
                 10 TAB-DI-CONCEITO   PIC X(01).
                 10 TAB-DI-CARGA      PIC 9(03).
         77 WRK-QTD-DISC         PIC 9(02) VALUE ZEROS.
         77 WRK-ACHOU-DISC       PIC X(01) VALUE "N".
             88 ACHOU-DISC VALUE "S".
         77 WRK-SOMA-MEDIAS      PIC 9(04)V99 VALUE ZEROS.
      *    Media do termo ponderada pela carga horaria de cada
      *    disciplina; disciplina sem carga (sem cadastro) devolve o
      *    termo a media simples das disciplinas.
         77 WRK-SOMA-PONDERADA   PIC 9(07)V99 VALUE ZEROS.
         77 WRK-CARGA-TERMO      PIC 9(04) VALUE ZEROS.
         77 WRK-DISC-SEM-CARGA   PIC X(01) VALUE "N".
             88 DISC-SEM-CARGA VALUE "S".
         77 WRK-TODAS-APROVADAS  PIC X(01) VALUE "S".
             88 TODAS-APROVADAS VALUE "S".
         77 WRK-IDX-GRAVA        PIC 9(02) VALUE ZEROS.
              MOVE "N" TO WRK-FIM-TRANSCR
              MOVE "N" TO WRK-ACHOU-DISC
              MOVE "S" TO WRK-TODAS-APROVADAS
              MOVE "N" TO WRK-FIM-PREREQ
              MOVE "N" TO WRK-FIM-APROVADAS
              MOVE "N" TO WRK-FALTA-PREREQ
              MOVE ZEROS TO WRK-QTD-PREREQ
              MOVE ZEROS TO WRK-QTD-APROV
              MOVE "N" TO WRK-FIM-DISCIPLINAS
              MOVE "N" TO WRK-TEM-DISCIPLINAS
              MOVE ZEROS TO WRK-QTD-CATDISC
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              PERFORM 1068-CARREGA-MATRICULAS
              PERFORM 1069-CARREGA-TURMAS
              PERFORM 1075-CARREGA-TERMOS
              PERFORM 1076-CARREGA-PREREQ
              PERFORM 1078-CARREGA-DISCIPLINAS
              IF WRK-QTD-PREREQ GREATER ZERO
                  PERFORM 1077-CARREGA-APROVADAS
              END-IF
              PERFORM 1070-CARREGA-HISTORICO
              MOVE "A" TO WRK-PO-TIPO
              CALL "SORTGRUPO" USING WRK-PARM-ORDENA
                                      TAB-TU-SECAO(WRK-QTD-TURMA)
                                  MOVE TU-TERMO TO
                                      TAB-TU-TERMO(WRK-QTD-TURMA)
                                  MOVE TU-DISCIPLINA TO
                                      TAB-TU-DISCIPLINA(WRK-QTD-TURMA)
                                  MOVE TU-PROFESSOR TO
                                      TAB-TU-PROFESSOR(WRK-QTD-TURMA)
                              END-IF
                  CLOSE TERMOS-FILE
              END-IF.

         1076-CARREGA-PREREQ SECTION.
              MOVE ZEROS TO WRK-QTD-PREREQ
              OPEN INPUT PREREQ-FILE
              IF WRK-STATUS-PREREQ NOT = "00"
                  DISPLAY "Aviso: PREREQ.DAT indisponivel : "
                      WRK-STATUS-PREREQ " - pre-requisito sem"
                      " validacao"
              ELSE
                  PERFORM UNTIL FIM-PREREQ
                      READ PREREQ-FILE INTO PREREQ-REG
                          AT END
                              SET FIM-PREREQ TO TRUE
                          NOT AT END
                              IF WRK-QTD-PREREQ NOT LESS 200
                                  DISPLAY "PREREQ.DAT maior que o"
                                      " limite de 200 registros"
                                  MOVE 8 TO RETURN-CODE
                                  GO TO 9500-ABEND
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
                  CLOSE PREREQ-FILE
              END-IF.

         1078-CARREGA-DISCIPLINAS SECTION.
              MOVE ZEROS TO WRK-QTD-CATDISC
              MOVE "N" TO WRK-TEM-DISCIPLINAS
              OPEN INPUT DISCIPLINAS-FILE
              IF WRK-STATUS-DISCIPLINAS NOT = "00"
                  DISPLAY "Aviso: DISCIPLINAS.DAT indisponivel : "
                      WRK-STATUS-DISCIPLINAS " - disciplina sem"
                      " validacao e sem peso"
              ELSE
                  SET TEM-CADASTRO-DISC TO TRUE
                  PERFORM UNTIL FIM-DISCIPLINAS
                      READ DISCIPLINAS-FILE INTO DISCIPLINAS-REG
                          AT END
                              SET FIM-DISCIPLINAS TO TRUE
                          NOT AT END
                              IF WRK-QTD-CATDISC NOT LESS 300
                                  DISPLAY "DISCIPLINAS.DAT maior que"
                                      " o limite de 300 registros"
                                  MOVE 8 TO RETURN-CODE
                                  GO TO 9500-ABEND
                              END-IF
                              ADD 1 TO WRK-QTD-CATDISC
                              MOVE DS-DISCIPLINA TO
                                  TAB-CD-DISCIPLINA(WRK-QTD-CATDISC)
                              MOVE DS-CARGA-HORARIA TO
                                  TAB-CD-CARGA(WRK-QTD-CATDISC)
                              MOVE DS-ATIVA TO
                                  TAB-CD-ATIVA(WRK-QTD-CATDISC)
                      END-READ
                  END-PERFORM
                  CLOSE DISCIPLINAS-FILE
              END-IF.

         0179-PROCURA-DISCIPLINA SECTION.
              MOVE "N" TO WRK-ACHOU-CATDISC
              IF WRK-QTD-CATDISC GREATER ZERO
                  SET TAB-CD-IDX TO 1
                  SEARCH TAB-CD-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CD-DISCIPLINA(TAB-CD-IDX) =
                          WRK-DISC-PROCURA
                          SET ACHOU-CATDISC TO TRUE
                  END-SEARCH
              END-IF.

      *    NOTASM.DAT e lido antes de ser recriado por este lote.
      *    Disciplina cursada fora entra com termo em branco, que
      *    fica sempre antes de qualquer termo cursado aqui.
         1077-CARREGA-APROVADAS SECTION.
              MOVE ZEROS TO WRK-QTD-APROV
              OPEN INPUT NOTASM-FILE
              IF WRK-STATUS-NOTASM = "00"
                  PERFORM UNTIL FIM-APROVADAS
                      READ NOTASM-FILE
                          AT END
                              SET FIM-APROVADAS TO TRUE
                          NOT AT END
                              IF NM-STATUS = "APROVADO"
                                  MOVE NM-MATRICULA
                                      TO WRK-MATRICULA-ATUAL
                                  MOVE NM-TERMO TO WRK-TERMO-ATUAL
                                  MOVE NM-DISCIPLINA
                                      TO WRK-DISC-APROV
                                  MOVE NM-MEDIA TO WRK-MEDIA-APROV
                                  PERFORM 0490-GUARDA-APROVACAO
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE NOTASM-FILE
              END-IF
              MOVE "N" TO WRK-FIM-APROVADAS
              OPEN INPUT TRANSCREX-FILE
              IF WRK-STATUS-TRANSCREX = "00"
                  PERFORM UNTIL FIM-APROVADAS
                      READ TRANSCREX-FILE
                          AT END
                              SET FIM-APROVADAS TO TRUE
                          NOT AT END
                              IF TRX-STATUS(1:8) = "APROVADO"
                                  AND TRX-DISCIPLINA NOT = SPACES
                                  MOVE TRX-MATRICULA
                                      TO WRK-MATRICULA-ATUAL
                                  MOVE SPACES TO WRK-TERMO-ATUAL
                                  MOVE TRX-DISCIPLINA
                                      TO WRK-DISC-APROV
                                  MOVE TRX-MEDIA TO WRK-MEDIA-APROV
                                  PERFORM 0490-GUARDA-APROVACAO
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE TRANSCREX-FILE
              END-IF
              MOVE ZEROS TO WRK-MATRICULA-ATUAL
              MOVE SPACES TO WRK-TERMO-ATUAL.

         0178-SITUACAO-TERMO SECTION.
              MOVE "N" TO WRK-ACHOU-TERMO-CAD
              MOVE SPACES TO WRK-SIT-TERMO
                                  TAB-HIST-TERMO(WRK-QTD-HIST)
                              MOVE TX-MEDIA TO
                                  TAB-HIST-MEDIA(WRK-QTD-HIST)
                              IF TX-CARGA-HORARIA NOT NUMERIC
                                  MOVE ZEROS TO TX-CARGA-HORARIA
                              END-IF
                              MOVE TX-CARGA-HORARIA TO
                                  TAB-HIST-CARGA(WRK-QTD-HIST)
                      END-READ
                  END-PERFORM
                  CLOSE TRANSCR-FILE
                  PERFORM 0200-PROCESSAR
                  PERFORM 0300-MOSTRA
                  PERFORM 0400-GRAVA-MASTER
                  IF WRK-QTD-PREREQ GREATER ZERO
                      PERFORM 0480-ACUMULA-APROVADAS
                  END-IF
              END-IF.
         0100-EXIT.
              EXIT.
                  AND TEM-CADASTRO-TURMAS
                  AND WRK-SECAO-ATUAL NOT = SPACES
                  PERFORM 0175-VALIDA-SECAO
                  EVALUATE TRUE
                      WHEN NOT ACHOU-TURMA
                          MOVE "N" TO WRK-ALUNO-VALIDO
                          MOVE "SECAO DESCONHECIDA NO TERMO"
                              TO WRK-MOTIVO-ALUNO
                      WHEN FALTA-PREREQ
                          MOVE "N" TO WRK-ALUNO-VALIDO
                          MOVE SPACES TO WRK-MOTIVO-ALUNO
                          STRING "SEM PRE-REQUISITO " DELIMITED BY SIZE
                              WRK-REQ-FALTANTE DELIMITED BY SIZE
                              " PARA " DELIMITED BY SIZE
                              WRK-DISC-SECAO DELIMITED BY SIZE
                              INTO WRK-MOTIVO-ALUNO
                          MOVE "E" TO WRK-EXC-SEVERIDADE
                          MOVE "N001" TO WRK-EXC-COD-MOTIVO
                  END-EVALUATE
              END-IF
      *    Termo precisa existir no cadastro e estar ABERTO: "2024B"
      *    e "2024-B" nunca mais viram dois meios-termos, e nota nao
                          MOVE "N" TO WRK-ALUNO-VALIDO
                          MOVE "TERMO FECHADO" TO WRK-MOTIVO-ALUNO
                  END-EVALUATE
              END-IF
      *    Toda disciplina do grupo precisa estar no cadastro e
      *    ativa; a primeira que falhar rejeita o grupo.
              IF ALUNO-VALIDO AND TEM-CADASTRO-DISC
                  PERFORM VARYING TAB-DISC-IDX FROM 1 BY 1
                      UNTIL TAB-DISC-IDX GREATER WRK-QTD-DISC
                      OR NOT ALUNO-VALIDO
                      PERFORM 0174-VALIDA-DISCIPLINA
                  END-PERFORM
              END-IF.

         0174-VALIDA-DISCIPLINA SECTION.
              MOVE TAB-DI-DISCIPLINA(TAB-DISC-IDX) TO WRK-DISC-PROCURA
              PERFORM 0179-PROCURA-DISCIPLINA
              EVALUATE TRUE
                  WHEN NOT ACHOU-CATDISC
                      MOVE "N" TO WRK-ALUNO-VALIDO
                      MOVE SPACES TO WRK-MOTIVO-ALUNO
                      STRING "DISCIPLINA " DELIMITED BY SIZE
                          WRK-DISC-PROCURA DELIMITED BY SIZE
                          " DESCONHECIDA" DELIMITED BY SIZE
                          INTO WRK-MOTIVO-ALUNO
                      MOVE "E" TO WRK-EXC-SEVERIDADE
                      MOVE "D001" TO WRK-EXC-COD-MOTIVO
                  WHEN TAB-CD-ATIVA(TAB-CD-IDX) NOT = "A"
                      MOVE "N" TO WRK-ALUNO-VALIDO
                      MOVE SPACES TO WRK-MOTIVO-ALUNO
                      STRING "DISCIPLINA " DELIMITED BY SIZE
                          WRK-DISC-PROCURA DELIMITED BY SIZE
                          " INATIVA" DELIMITED BY SIZE
                          INTO WRK-MOTIVO-ALUNO
                      MOVE "E" TO WRK-EXC-SEVERIDADE
                      MOVE "D001" TO WRK-EXC-COD-MOTIVO
                  WHEN OTHER
                      MOVE TAB-CD-CARGA(TAB-CD-IDX)
                          TO TAB-DI-CARGA(TAB-DISC-IDX)
              END-EVALUATE.

         0175-VALIDA-SECAO SECTION.
              MOVE "N" TO WRK-ACHOU-TURMA
              MOVE "N" TO WRK-FALTA-PREREQ
              MOVE SPACES TO WRK-DISC-SECAO
              PERFORM VARYING TAB-TU-IDX FROM 1 BY 1
                  UNTIL TAB-TU-IDX GREATER WRK-QTD-TURMA
                  OR ACHOU-TURMA
                  IF TAB-TU-SECAO(TAB-TU-IDX) = WRK-SECAO-ATUAL
                      AND TAB-TU-TERMO(TAB-TU-IDX) = WRK-TERMO-ATUAL
                      SET ACHOU-TURMA TO TRUE
                      MOVE TAB-TU-DISCIPLINA(TAB-TU-IDX)
                          TO WRK-DISC-SECAO
                  END-IF
              END-PERFORM
              IF ACHOU-TURMA AND WRK-QTD-PREREQ GREATER ZERO
                  PERFORM 0176-VERIFICA-PREREQ
              END-IF.

      *    Cada pre-requisito da disciplina da secao exige aprovacao
      *    do aluno em termo anterior com a media minima do cadastro.
         0176-VERIFICA-PREREQ SECTION.
              PERFORM VARYING TAB-PQ-IDX FROM 1 BY 1
                  UNTIL TAB-PQ-IDX GREATER WRK-QTD-PREREQ
                  OR FALTA-PREREQ
                  IF TAB-PQ-DISCIPLINA(TAB-PQ-IDX) = WRK-DISC-SECAO
                      PERFORM 0177-PROCURA-APROVACAO
                      IF NOT ACHOU-APROVADA
                          SET FALTA-PREREQ TO TRUE
                          MOVE TAB-PQ-REQUISITO(TAB-PQ-IDX)
                              TO WRK-REQ-FALTANTE
                      END-IF
                  END-IF
              END-PERFORM.

         0177-PROCURA-APROVACAO SECTION.
              MOVE "N" TO WRK-ACHOU-APROV
              PERFORM VARYING TAB-AP-IDX FROM 1 BY 1
                  UNTIL TAB-AP-IDX GREATER WRK-QTD-APROV
                  OR ACHOU-APROVADA
                  IF TAB-AP-MATRICULA(TAB-AP-IDX) = WRK-MATRICULA-ATUAL
                      AND TAB-AP-DISCIPLINA(TAB-AP-IDX) =
                          TAB-PQ-REQUISITO(TAB-PQ-IDX)
                      AND TAB-AP-TERMO(TAB-AP-IDX) LESS WRK-TERMO-ATUAL
                      AND TAB-AP-MEDIA(TAB-AP-IDX) NOT LESS
                          TAB-PQ-NOTA-MIN(TAB-PQ-IDX)
                      SET ACHOU-APROVADA TO TRUE
                  END-IF
              END-PERFORM.

                      TO TAB-DI-DISCIPLINA(TAB-DISC-IDX)
                  MOVE ZEROS TO TAB-DI-QTD(TAB-DISC-IDX)
                  MOVE ZEROS TO TAB-DI-SOMA(TAB-DISC-IDX)
                  MOVE ZEROS TO TAB-DI-CARGA(TAB-DISC-IDX)
              END-IF
              ADD 1 TO TAB-DI-QTD(TAB-DISC-IDX)
              MOVE WRK-PROX-NOTA TO
              ADD WRK-PROX-NOTA TO TAB-DI-SOMA(TAB-DISC-IDX).

      *    Media, status e conceito por disciplina; o resultado do
      *    termo e derivado do conjunto: media das medias ponderada
      *    pela carga horaria, aprovado somente com todas as
      *    disciplinas aprovadas.
         0200-PROCESSAR SECTION.
              MOVE ZEROS TO WRK-SOMA-MEDIAS
              MOVE ZEROS TO WRK-SOMA-PONDERADA
              MOVE ZEROS TO WRK-CARGA-TERMO
              MOVE "N" TO WRK-DISC-SEM-CARGA
              MOVE "S" TO WRK-TODAS-APROVADAS
              PERFORM VARYING TAB-DISC-IDX FROM 1 BY 1
                  UNTIL TAB-DISC-IDX GREATER WRK-QTD-DISC
                  PERFORM 0205-PROCESSA-DISCIPLINA
              END-PERFORM
              IF DISC-SEM-CARGA
                  MOVE ZEROS TO WRK-CARGA-TERMO
                  COMPUTE WRK-MEDIA = WRK-SOMA-MEDIAS / WRK-QTD-DISC
              ELSE
                  COMPUTE WRK-MEDIA =
                      WRK-SOMA-PONDERADA / WRK-CARGA-TERMO
              END-IF
              IF TODAS-APROVADAS
                  MOVE "APROVADO" TO WRK-STATUS-ALUNO
              ELSE
                  WHEN OTHER
                      MOVE "F" TO TAB-DI-CONCEITO(TAB-DISC-IDX)
              END-EVALUATE
              ADD TAB-DI-MEDIA(TAB-DISC-IDX) TO WRK-SOMA-MEDIAS
              IF TAB-DI-CARGA(TAB-DISC-IDX) = ZEROS
                  SET DISC-SEM-CARGA TO TRUE
              ELSE
                  COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA +
                      TAB-DI-MEDIA(TAB-DISC-IDX) *
                      TAB-DI-CARGA(TAB-DISC-IDX)
                  ADD TAB-DI-CARGA(TAB-DISC-IDX) TO WRK-CARGA-TERMO
              END-IF.

         0207-CONCEITO-DO-TERMO SECTION.
              EVALUATE TRUE
                  MOVE TAB-DI-STATUS(TAB-DISC-IDX)   TO NM-STATUS
                  MOVE TAB-DI-CONCEITO(TAB-DISC-IDX) TO NM-CONCEITO
                  MOVE WRK-SECAO-ATUAL TO NM-SECAO
                  MOVE TAB-DI-CARGA(TAB-DISC-IDX) TO NM-CARGA-HORARIA
                  WRITE NOTASM-REG
              END-PERFORM
              ADD 1 TO WRK-TOTAL-ALUNOS
              PERFORM 0440-AVALIA-BOLSA
              PERFORM 0420-GRAVA-TRANSCRICAO.

      *    Disciplinas aprovadas no lote valem como pre-requisito
      *    para os termos seguintes do mesmo aluno.
         0480-ACUMULA-APROVADAS SECTION.
              PERFORM VARYING TAB-DISC-IDX FROM 1 BY 1
                  UNTIL TAB-DISC-IDX GREATER WRK-QTD-DISC
                  IF TAB-DI-STATUS(TAB-DISC-IDX) = "APROVADO"
                      MOVE TAB-DI-DISCIPLINA(TAB-DISC-IDX)
                          TO WRK-DISC-APROV
                      MOVE TAB-DI-MEDIA(TAB-DISC-IDX)
                          TO WRK-MEDIA-APROV
                      PERFORM 0490-GUARDA-APROVACAO
                  END-IF
              END-PERFORM.

         0490-GUARDA-APROVACAO SECTION.
              IF WRK-QTD-APROV NOT LESS 2000
                  DISPLAY "Disciplinas aprovadas acima do limite de"
                      " 2000 registros"
                  MOVE 8 TO RETURN-CODE
                  GO TO 9500-ABEND
              END-IF
              ADD 1 TO WRK-QTD-APROV
              MOVE WRK-MATRICULA-ATUAL
                  TO TAB-AP-MATRICULA(WRK-QTD-APROV)
              MOVE WRK-TERMO-ATUAL TO TAB-AP-TERMO(WRK-QTD-APROV)
              MOVE WRK-DISC-APROV TO TAB-AP-DISCIPLINA(WRK-QTD-APROV)
              MOVE WRK-MEDIA-APROV TO TAB-AP-MEDIA(WRK-QTD-APROV).

         0440-AVALIA-BOLSA SECTION.
              MOVE "N" TO WRK-ACHOU-BOLSA
              SET TAB-BOLSA-IDX TO 1
              MOVE WRK-MEDIA           TO TX-MEDIA
              MOVE WRK-STATUS-ALUNO    TO TX-STATUS
              MOVE WRK-CONCEITO        TO TX-CONCEITO
              MOVE WRK-CARGA-TERMO     TO TX-CARGA-HORARIA
              WRITE TRANSCR-REG
              PERFORM 0430-MOSTRA-HISTORICO.

         0430-MOSTRA-HISTORICO SECTION.
              MOVE ZEROS TO WRK-QTD-TERMOS
              MOVE ZEROS TO WRK-SOMA-HIST
              MOVE ZEROS TO WRK-SOMA-HIST-POND
              MOVE ZEROS TO WRK-CARGA-HIST
              MOVE "N" TO WRK-HIST-SEM-CARGA
              PERFORM VARYING TAB-HIST-IDX FROM 1 BY 1
                  UNTIL TAB-HIST-IDX GREATER WRK-QTD-HIST
                  IF TAB-HIST-MATRICULA(TAB-HIST-IDX)
                          = WRK-MATRICULA-ATUAL
                      ADD 1 TO WRK-QTD-TERMOS
                      ADD TAB-HIST-MEDIA(TAB-HIST-IDX) TO WRK-SOMA-HIST
                      IF TAB-HIST-CARGA(TAB-HIST-IDX) = ZEROS
                          SET HIST-SEM-CARGA TO TRUE
                      ELSE
                          COMPUTE WRK-SOMA-HIST-POND =
                              WRK-SOMA-HIST-POND +
                              TAB-HIST-MEDIA(TAB-HIST-IDX) *
                              TAB-HIST-CARGA(TAB-HIST-IDX)
                          ADD TAB-HIST-CARGA(TAB-HIST-IDX)
                              TO WRK-CARGA-HIST
                      END-IF
                  END-IF
              END-PERFORM
              ADD 1 TO WRK-QTD-TERMOS
              ADD WRK-MEDIA TO WRK-SOMA-HIST
              IF WRK-CARGA-TERMO = ZEROS
                  SET HIST-SEM-CARGA TO TRUE
              ELSE
                  COMPUTE WRK-SOMA-HIST-POND = WRK-SOMA-HIST-POND +
                      WRK-MEDIA * WRK-CARGA-TERMO
                  ADD WRK-CARGA-TERMO TO WRK-CARGA-HIST
              END-IF
              IF HIST-SEM-CARGA
                  COMPUTE WRK-MEDIA-GERAL ROUNDED =
                      WRK-SOMA-HIST / WRK-QTD-TERMOS
              ELSE
                  COMPUTE WRK-MEDIA-GERAL ROUNDED =
                      WRK-SOMA-HIST-POND / WRK-CARGA-HIST
              END-IF

              MOVE WRK-MATRICULA-ATUAL TO WRK-LH-MATRICULA
              MOVE WRK-NOME            TO WRK-LH-NOME
