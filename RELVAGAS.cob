      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 22/02/2025
      * Purpose: Relatorio de lotacao das secoes. Para cada secao do
      *          cadastro de turmas (TURMAS.DAT) mostra a capacidade,
      *          as vagas ocupadas pelos matriculados, as vagas livres
      *          e quantos alunos aguardam na lista de espera, a partir
      *          de INSCTURMA.DAT (situacao M matriculado, E espera;
      *          linha antiga sem situacao conta como matriculado).
      *          Secao sem capacidade sai como SEM LIMITE, sem vagas
      *          livres. Fecha com o total de ocupadas, livres e em
      *          espera. Sai no padrao de paginacao de IMPRESSAOCPY
      *          (VAGASREL.DAT).
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELVAGAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAS.
           SELECT INSCTURMA-FILE ASSIGN TO "INSCTURMA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-INSCTURMA.
           SELECT VAGASREL-FILE ASSIGN TO "VAGASREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMAS-FILE.
       01  TURMAS-REG.
           05 TU-SECAO               PIC X(03).
           05 TU-TERMO               PIC X(06).
           05 TU-DISCIPLINA          PIC X(03).
           05 TU-PROFESSOR           PIC X(20).
           05 TU-CAPACIDADE          PIC 9(03).

       FD  INSCTURMA-FILE.
       01  INSCTURMA-REG.
           05 IT-SECAO               PIC X(03).
           05 IT-TERMO               PIC X(06).
           05 IT-MATRICULA           PIC 9(06).
           05 IT-DATA-PEDIDO         PIC 9(08).
           05 IT-SITUACAO            PIC X(01).

       FD  VAGASREL-FILE.
       01  VAGASREL-REG              PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         77 WRK-STATUS-TURMAS     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-INSCTURMA  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-FIM-TURMAS        PIC X(01) VALUE "N".
             88 FIM-TURMAS VALUE "S".
         77 WRK-FIM-INSCTURMA     PIC X(01) VALUE "N".
             88 FIM-INSCTURMA VALUE "S".
         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.

         01 TAB-TURMA.
             05 TAB-TU-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-TURMA
                 INDEXED BY TAB-TU-IDX.
                 10 TAB-TU-SECAO      PIC X(03).
                 10 TAB-TU-TERMO      PIC X(06).
                 10 TAB-TU-DISCIPLINA PIC X(03).
                 10 TAB-TU-PROFESSOR  PIC X(20).
                 10 TAB-TU-CAPACIDADE PIC 9(03).
                 10 TAB-TU-OCUPADAS   PIC 9(04).
                 10 TAB-TU-ESPERA     PIC 9(04).
         77 WRK-QTD-TURMA         PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-TURMA       PIC X(01) VALUE "N".
             88 ACHOU-TURMA VALUE "S".

         77 WRK-LIVRES            PIC 9(04) VALUE ZEROS.
         77 WRK-TOTAL-OCUPADAS    PIC 9(05) VALUE ZEROS.
         77 WRK-TOTAL-LIVRES      PIC 9(05) VALUE ZEROS.
         77 WRK-TOTAL-ESPERA      PIC 9(05) VALUE ZEROS.
         77 WRK-TOTAL-SEM-TURMA   PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-ED            PIC ZZ.ZZ9.

         01 WRK-LINHA-SECAO.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LS-SECAO       PIC X(03).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LS-TERMO       PIC X(06).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LS-DISCIPLINA  PIC X(03).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LS-PROFESSOR   PIC X(20).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LS-CAPACIDADE  PIC X(10).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LS-OCUPADAS    PIC ZZZ9.
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LS-LIVRES      PIC X(04).
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LS-ESPERA      PIC ZZZ9.
         77 WRK-NUM-ED            PIC ZZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-CONTA-INSCRICOES
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-TURMAS
              MOVE "N" TO WRK-FIM-INSCTURMA
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-TURMA
              MOVE ZEROS TO WRK-TOTAL-OCUPADAS
              MOVE ZEROS TO WRK-TOTAL-LIVRES
              MOVE ZEROS TO WRK-TOTAL-ESPERA
              MOVE ZEROS TO WRK-TOTAL-SEM-TURMA
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "REL-VAGAS" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-TURMAS
              OPEN OUTPUT VAGASREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "VAGASREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "LOTACAO DAS SECOES" TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING " SEC  TERMO   DIS  PROFESSOR            "
                  DELIMITED BY SIZE
                  "CAPACIDADE OCUP  LIVRES  ESPERA" DELIMITED BY SIZE
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
                          IF WRK-QTD-TURMA NOT LESS 100
                              DISPLAY "TURMAS.DAT maior que o limite"
                                  " de 100 secoes"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-TURMA
                          SET TAB-TU-IDX TO WRK-QTD-TURMA
                          MOVE TU-SECAO TO TAB-TU-SECAO(TAB-TU-IDX)
                          MOVE TU-TERMO TO TAB-TU-TERMO(TAB-TU-IDX)
                          MOVE TU-DISCIPLINA TO
                              TAB-TU-DISCIPLINA(TAB-TU-IDX)
                          MOVE TU-PROFESSOR TO
                              TAB-TU-PROFESSOR(TAB-TU-IDX)
                          IF TU-CAPACIDADE NOT NUMERIC
                              MOVE ZEROS TO TU-CAPACIDADE
                          END-IF
                          MOVE TU-CAPACIDADE TO
                              TAB-TU-CAPACIDADE(TAB-TU-IDX)
                          MOVE ZEROS TO TAB-TU-OCUPADAS(TAB-TU-IDX)
                          MOVE ZEROS TO TAB-TU-ESPERA(TAB-TU-IDX)
                  END-READ
              END-PERFORM
              CLOSE TURMAS-FILE.

      *    Sem INSCTURMA.DAT todas as secoes saem vazias.
         0100-CONTA-INSCRICOES SECTION.
              OPEN INPUT INSCTURMA-FILE
              IF WRK-STATUS-INSCTURMA NOT = "00"
                  DISPLAY "Aviso: INSCTURMA.DAT indisponivel : "
                      WRK-STATUS-INSCTURMA
                  GO TO 0100-SAIDA
              END-IF
              PERFORM UNTIL FIM-INSCTURMA
                  READ INSCTURMA-FILE
                      AT END
                          SET FIM-INSCTURMA TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          PERFORM 0150-CONTA-INSCRICAO
                  END-READ
              END-PERFORM
              CLOSE INSCTURMA-FILE.
         0100-SAIDA.
              EXIT.

         0150-CONTA-INSCRICAO SECTION.
              MOVE "N" TO WRK-ACHOU-TURMA
              IF WRK-QTD-TURMA GREATER ZERO
                  SET TAB-TU-IDX TO 1
                  SEARCH TAB-TU-REG
                      AT END
                          CONTINUE
                      WHEN TAB-TU-SECAO(TAB-TU-IDX) = IT-SECAO
                          AND TAB-TU-TERMO(TAB-TU-IDX) = IT-TERMO
                          SET ACHOU-TURMA TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-TURMA
                  ADD 1 TO WRK-TOTAL-SEM-TURMA
                  ADD 1 TO WRK-JOB-REJEITADOS
                  GO TO 0150-SAIDA
              END-IF
              IF IT-SITUACAO = "E"
                  ADD 1 TO TAB-TU-ESPERA(TAB-TU-IDX)
              ELSE
                  ADD 1 TO TAB-TU-OCUPADAS(TAB-TU-IDX)
              END-IF.
         0150-SAIDA.
              EXIT.

         8000-GRAVA-RELATORIO SECTION.
              PERFORM VARYING TAB-TU-IDX FROM 1 BY 1
                  UNTIL TAB-TU-IDX GREATER WRK-QTD-TURMA
                  PERFORM 8100-GRAVA-SECAO
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-OCUPADAS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "VAGAS OCUPADAS                  : "
                  DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-LIVRES TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "VAGAS LIVRES (SECOES COM LIMITE): "
                  DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-SEM-TURMA TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "INSCRICOES EM SECAO FORA DO CAD.: "
                  DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-ESPERA TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "ALUNOS NA LISTA DE ESPERA " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

      *    Secao com mais matriculados do que a capacidade (limite
      *    reduzido depois das admissoes) sai com zero livres.
         8100-GRAVA-SECAO SECTION.
              MOVE TAB-TU-SECAO(TAB-TU-IDX)      TO WRK-LS-SECAO
              MOVE TAB-TU-TERMO(TAB-TU-IDX)      TO WRK-LS-TERMO
              MOVE TAB-TU-DISCIPLINA(TAB-TU-IDX) TO WRK-LS-DISCIPLINA
              MOVE TAB-TU-PROFESSOR(TAB-TU-IDX)  TO WRK-LS-PROFESSOR
              MOVE TAB-TU-OCUPADAS(TAB-TU-IDX)   TO WRK-LS-OCUPADAS
              MOVE TAB-TU-ESPERA(TAB-TU-IDX)     TO WRK-LS-ESPERA
              IF TAB-TU-CAPACIDADE(TAB-TU-IDX) = ZEROS
                  MOVE "SEM LIMITE" TO WRK-LS-CAPACIDADE
                  MOVE "  --" TO WRK-LS-LIVRES
              ELSE
                  MOVE TAB-TU-CAPACIDADE(TAB-TU-IDX) TO WRK-NUM-ED
                  MOVE SPACES TO WRK-LS-CAPACIDADE
                  MOVE WRK-NUM-ED TO WRK-LS-CAPACIDADE(7:4)
                  IF TAB-TU-OCUPADAS(TAB-TU-IDX) LESS
                      TAB-TU-CAPACIDADE(TAB-TU-IDX)
                      COMPUTE WRK-LIVRES =
                          TAB-TU-CAPACIDADE(TAB-TU-IDX)
                          - TAB-TU-OCUPADAS(TAB-TU-IDX)
                  ELSE
                      MOVE ZEROS TO WRK-LIVRES
                  END-IF
                  MOVE WRK-LIVRES TO WRK-NUM-ED
                  MOVE WRK-NUM-ED TO WRK-LS-LIVRES
                  ADD WRK-LIVRES TO WRK-TOTAL-LIVRES
              END-IF
              ADD TAB-TU-OCUPADAS(TAB-TU-IDX) TO WRK-TOTAL-OCUPADAS
              ADD TAB-TU-ESPERA(TAB-TU-IDX) TO WRK-TOTAL-ESPERA
              MOVE WRK-LINHA-SECAO TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD 1 TO WRK-JOB-GRAVADOS.

         9000-FINALIZAR SECTION.
              CLOSE VAGASREL-FILE
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
              DISPLAY "INSCRICOES LIDAS  : " WRK-JOB-LIDOS
              DISPLAY "SECOES LISTADAS   : " WRK-JOB-GRAVADOS
              DISPLAY "ALUNOS EM ESPERA  : " WRK-TOTAL-ESPERA
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==VAGASREL-REG==.

       END PROGRAM RELVAGAS.
