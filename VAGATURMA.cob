      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 22/02/2025
      * Purpose: Rotina comum de vagas por secao, no molde do
      *          RESERVAEST. A secao de TURMAS.DAT ganha capacidade
      *          (zero ou ausente e sem limite) e as inscricoes de
      *          INSCTURMA.DAT ganham data do pedido e situacao: M
      *          matriculado na secao ou E na lista de espera. Chamada
      *          pelo ALOCATURMA, que registra os pedidos de inscricao,
      *          e pelo MANMATRICULA, que libera as vagas do aluno
      *          inativado ou excluido. A posicao fica em memoria entre
      *          as chamadas: operacao A carrega, P registra um pedido
      *          na espera, L libera as vagas e pedidos de um aluno, R
      *          admite a espera por ordem de pedido ate a capacidade
      *          de cada secao e F grava INSCTURMA.DAT de volta. Cada
      *          pedido, admissao e liberacao deixa linha em
      *          VAGAAUD.DAT. Sem TURMAS.DAT a rotina responde "sem
      *          controle" e nada e gravado.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAGATURMA.

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
           SELECT VAGAAUD-FILE ASSIGN TO "VAGAAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUD.

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

       FD  VAGAAUD-FILE.
       01  VAGAAUD-REG.
           05 VA-DATA                PIC 9(08).
           05 VA-HORA                PIC 9(08).
           05 VA-SISTEMA             PIC X(15).
           05 VA-TIPO                PIC X(12).
           05 VA-SECAO               PIC X(03).
           05 VA-TERMO               PIC X(06).
           05 VA-MATRICULA           PIC 9(06).
           05 VA-DATA-PEDIDO         PIC 9(08).

       WORKING-STORAGE SECTION.

         77 WRK-STATUS-TURMAS    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-INSCTURMA PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD       PIC X(02) VALUE SPACES.
         77 WRK-FIM-TURMAS       PIC X(01) VALUE "N".
             88 FIM-TURMAS VALUE "S".
         77 WRK-FIM-INSCTURMA    PIC X(01) VALUE "N".
             88 FIM-INSCTURMA VALUE "S".

      *    "S" depois de uma abertura com TURMAS.DAT carregado; so
      *    nesse caso as operacoes mexem nas inscricoes e o
      *    fechamento regrava o arquivo.
         77 WRK-TEM-TURMAS       PIC X(01) VALUE "N".
             88 TEM-TURMAS VALUE "S".

         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.

      *    Secoes do cadastro com a capacidade (zero e sem limite) e
      *    as vagas ocupadas, apuradas a cada redistribuicao.
         01 TAB-TURMA.
             05 TAB-TU-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-TURMA
                 INDEXED BY TAB-TU-IDX.
                 10 TAB-TU-SECAO       PIC X(03).
                 10 TAB-TU-TERMO       PIC X(06).
                 10 TAB-TU-CAPACIDADE  PIC 9(03).
                 10 TAB-TU-OCUPADAS    PIC 9(04).
         77 WRK-QTD-TURMA        PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-TURMA      PIC X(01) VALUE "N".
             88 ACHOU-TURMA VALUE "S".

      *    Inscricoes na ordem do arquivo, que e a ordem de chegada
      *    dos pedidos: "M" matriculado, "E" em espera; a liberacao
      *    marca "C" e a linha deixa o arquivo no fechamento.
         01 TAB-INSCRICAO.
             05 TAB-IT-REG OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WRK-QTD-INSC
                 INDEXED BY TAB-IT-IDX.
                 10 TAB-IT-SECAO       PIC X(03).
                 10 TAB-IT-TERMO       PIC X(06).
                 10 TAB-IT-MATRICULA   PIC 9(06).
                 10 TAB-IT-DATA        PIC 9(08).
                 10 TAB-IT-SITUACAO    PIC X(01).
         77 WRK-QTD-INSC         PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-INSC       PIC X(01) VALUE "N".
             88 ACHOU-INSC VALUE "S".

      *    Primeiro da espera de uma secao: menor data de pedido e,
      *    na mesma data, quem chegou antes ao arquivo.
         77 WRK-PROXIMO          PIC 9(04) VALUE ZEROS.
         77 WRK-DATA-PROXIMO     PIC 9(08) VALUE ZEROS.
         77 WRK-SECAO-CHEIA      PIC X(01) VALUE "N".
             88 SECAO-CHEIA VALUE "S".

       LINKAGE SECTION.
       01  VAGATURMA-PARM.
           05 VT-OPERACAO            PIC X(01).
               88 VT-ABRE         VALUE "A".
               88 VT-PEDIDO       VALUE "P".
               88 VT-LIBERA       VALUE "L".
               88 VT-REDISTRIBUI  VALUE "R".
               88 VT-FECHA        VALUE "F".
           05 VT-SISTEMA             PIC X(15).
           05 VT-MATRICULA           PIC 9(06).
           05 VT-SECAO               PIC X(03).
           05 VT-TERMO               PIC X(06).
           05 VT-DATA-PEDIDO         PIC 9(08).
           05 VT-QTD-LINHAS          PIC 9(04).
           05 VT-RETORNO             PIC X(01).
               88 VT-OK              VALUE "S".
               88 VT-JA-INSCRITO     VALUE "D".
               88 VT-SEM-TURMA       VALUE "T".
               88 VT-SEM-CONTROLE    VALUE "X".

       PROCEDURE DIVISION USING VAGATURMA-PARM.

         0000-PRINCIPAL SECTION.
              MOVE ZEROS TO VT-QTD-LINHAS
              EVALUATE TRUE
                  WHEN VT-ABRE
                      PERFORM 0100-ABRE
                  WHEN NOT TEM-TURMAS
                      SET VT-SEM-CONTROLE TO TRUE
                  WHEN VT-PEDIDO
                      PERFORM 0200-PEDIDO THRU 0200-EXIT
                  WHEN VT-LIBERA
                      PERFORM 0300-LIBERA
                  WHEN VT-REDISTRIBUI
                      PERFORM 0400-REDISTRIBUI
                  WHEN VT-FECHA
                      PERFORM 0500-FECHA
                  WHEN OTHER
                      DISPLAY "VAGATURMA - operacao invalida : "
                          VT-OPERACAO
                      SET VT-SEM-CONTROLE TO TRUE
              END-EVALUATE
              GOBACK.

      *    Carga das secoes e das inscricoes. Linha antiga de
      *    INSCTURMA.DAT, sem data nem situacao, e aluno ja
      *    matriculado. Sem o cadastro de turmas, ou com mais
      *    registros do que as tabelas comportam, a rotina fica sem
      *    controle ate o proximo A.
         0100-ABRE SECTION.
      *    Chamador que abandonou a sessao sem o F deixou a auditoria
      *    aberta; o que ficou em memoria e descartado.
              IF TEM-TURMAS
                  CLOSE VAGAAUD-FILE
              END-IF
              MOVE "N" TO WRK-TEM-TURMAS
              MOVE "N" TO WRK-FIM-TURMAS
              MOVE "N" TO WRK-FIM-INSCTURMA
              MOVE ZEROS TO WRK-QTD-TURMA
              MOVE ZEROS TO WRK-QTD-INSC
              SET VT-SEM-CONTROLE TO TRUE
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              OPEN INPUT TURMAS-FILE
              IF WRK-STATUS-TURMAS NOT = "00"
                  DISPLAY "Aviso: TURMAS.DAT indisponivel : "
                      WRK-STATUS-TURMAS " - vagas sem controle"
                  GO TO 0100-SAIDA
              END-IF
              PERFORM UNTIL FIM-TURMAS
                  READ TURMAS-FILE INTO TURMAS-REG
                      AT END
                          SET FIM-TURMAS TO TRUE
                      NOT AT END
                          IF WRK-QTD-TURMA NOT LESS 100
                              DISPLAY "Aviso: TURMAS.DAT maior que o"
                                  " limite de 100 secoes -"
                                  " vagas sem controle"
                              CLOSE TURMAS-FILE
                              GO TO 0100-SAIDA
                          END-IF
                          ADD 1 TO WRK-QTD-TURMA
                          SET TAB-TU-IDX TO WRK-QTD-TURMA
                          MOVE TU-SECAO TO TAB-TU-SECAO(TAB-TU-IDX)
                          MOVE TU-TERMO TO TAB-TU-TERMO(TAB-TU-IDX)
                          IF TU-CAPACIDADE NOT NUMERIC
                              MOVE ZEROS TO TU-CAPACIDADE
                          END-IF
                          MOVE TU-CAPACIDADE TO
                              TAB-TU-CAPACIDADE(TAB-TU-IDX)
                          MOVE ZEROS TO TAB-TU-OCUPADAS(TAB-TU-IDX)
                  END-READ
              END-PERFORM
              CLOSE TURMAS-FILE
              OPEN INPUT INSCTURMA-FILE
              IF WRK-STATUS-INSCTURMA = "00"
                  PERFORM UNTIL FIM-INSCTURMA
                      READ INSCTURMA-FILE INTO INSCTURMA-REG
                          AT END
                              SET FIM-INSCTURMA TO TRUE
                          NOT AT END
                              IF WRK-QTD-INSC NOT LESS 5000
                                  DISPLAY "Aviso: INSCTURMA.DAT maior"
                                      " que o limite de 5000"
                                      " inscricoes - vagas sem"
                                      " controle"
                                  CLOSE INSCTURMA-FILE
                                  GO TO 0100-SAIDA
                              END-IF
                              ADD 1 TO WRK-QTD-INSC
                              SET TAB-IT-IDX TO WRK-QTD-INSC
                              MOVE IT-SECAO TO TAB-IT-SECAO(TAB-IT-IDX)
                              MOVE IT-TERMO TO TAB-IT-TERMO(TAB-IT-IDX)
                              MOVE IT-MATRICULA TO
                                  TAB-IT-MATRICULA(TAB-IT-IDX)
                              IF IT-DATA-PEDIDO NOT NUMERIC
                                  MOVE ZEROS TO IT-DATA-PEDIDO
                              END-IF
                              MOVE IT-DATA-PEDIDO TO
                                  TAB-IT-DATA(TAB-IT-IDX)
                              IF IT-SITUACAO = "E"
                                  MOVE "E" TO
                                      TAB-IT-SITUACAO(TAB-IT-IDX)
                              ELSE
                                  MOVE "M" TO
                                      TAB-IT-SITUACAO(TAB-IT-IDX)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE INSCTURMA-FILE
              END-IF
              OPEN EXTEND VAGAAUD-FILE
              IF WRK-STATUS-AUD = "35"
                  OPEN OUTPUT VAGAAUD-FILE
              END-IF
              IF WRK-STATUS-AUD NOT = "00"
                  DISPLAY "Aviso: VAGAAUD.DAT indisponivel : "
                      WRK-STATUS-AUD " - vagas sem controle"
                  GO TO 0100-SAIDA
              END-IF
              SET TEM-TURMAS TO TRUE
              SET VT-OK TO TRUE.
         0100-SAIDA.
              EXIT.

      *    Pedido de inscricao: entra no fim da espera da secao e so
      *    ocupa vaga na redistribuicao. Aluno ja matriculado ou ja
      *    na espera da mesma secao responde "ja inscrito".
         0200-PEDIDO SECTION.
              PERFORM 0800-LOCALIZA-TURMA
              IF NOT ACHOU-TURMA
                  SET VT-SEM-TURMA TO TRUE
                  GO TO 0200-EXIT
              END-IF
              MOVE "N" TO WRK-ACHOU-INSC
              IF WRK-QTD-INSC GREATER ZERO
                  SET TAB-IT-IDX TO 1
                  SEARCH TAB-IT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-IT-SECAO(TAB-IT-IDX) = VT-SECAO
                          AND TAB-IT-TERMO(TAB-IT-IDX) = VT-TERMO
                          AND TAB-IT-MATRICULA(TAB-IT-IDX) =
                              VT-MATRICULA
                          AND TAB-IT-SITUACAO(TAB-IT-IDX) NOT = "C"
                          SET ACHOU-INSC TO TRUE
                  END-SEARCH
              END-IF
              IF ACHOU-INSC
                  SET VT-JA-INSCRITO TO TRUE
                  GO TO 0200-EXIT
              END-IF
              IF WRK-QTD-INSC NOT LESS 5000
                  DISPLAY "Aviso: INSCTURMA.DAT no limite de 5000"
                      " inscricoes - pedido de " VT-MATRICULA
                      " nao registrado"
                  SET VT-SEM-CONTROLE TO TRUE
                  GO TO 0200-EXIT
              END-IF
              ADD 1 TO WRK-QTD-INSC
              SET TAB-IT-IDX TO WRK-QTD-INSC
              MOVE VT-SECAO       TO TAB-IT-SECAO(TAB-IT-IDX)
              MOVE VT-TERMO       TO TAB-IT-TERMO(TAB-IT-IDX)
              MOVE VT-MATRICULA   TO TAB-IT-MATRICULA(TAB-IT-IDX)
              MOVE VT-DATA-PEDIDO TO TAB-IT-DATA(TAB-IT-IDX)
              MOVE "E"            TO TAB-IT-SITUACAO(TAB-IT-IDX)
              MOVE 1 TO VT-QTD-LINHAS
              MOVE "PEDIDO" TO VA-TIPO
              PERFORM 0700-GRAVA-AUDITORIA
              SET VT-OK TO TRUE.
         0200-EXIT.
              EXIT.

      *    Aluno que saiu de cena: a vaga ocupada e o lugar na espera
      *    deixam de existir em todas as secoes. A vaga so passa ao
      *    proximo da espera na redistribuicao.
         0300-LIBERA SECTION.
              SET VT-OK TO TRUE
              PERFORM VARYING TAB-IT-IDX FROM 1 BY 1
                  UNTIL TAB-IT-IDX GREATER WRK-QTD-INSC
                  IF TAB-IT-MATRICULA(TAB-IT-IDX) = VT-MATRICULA
                      AND TAB-IT-SITUACAO(TAB-IT-IDX) NOT = "C"
                      IF TAB-IT-SITUACAO(TAB-IT-IDX) = "M"
                          MOVE "LIBERACAO" TO VA-TIPO
                      ELSE
                          MOVE "SAI-ESPERA" TO VA-TIPO
                      END-IF
                      MOVE "C" TO TAB-IT-SITUACAO(TAB-IT-IDX)
                      ADD 1 TO VT-QTD-LINHAS
                      PERFORM 0700-GRAVA-AUDITORIA
                  END-IF
              END-PERFORM.

      *    Cada secao do cadastro recebe a espera por ordem de pedido
      *    ate completar a capacidade; sem capacidade todos entram.
      *    Devolve o numero de alunos admitidos.
         0400-REDISTRIBUI SECTION.
              SET VT-OK TO TRUE
              PERFORM VARYING TAB-TU-IDX FROM 1 BY 1
                  UNTIL TAB-TU-IDX GREATER WRK-QTD-TURMA
                  PERFORM 0410-CONTA-OCUPADAS
                  MOVE "N" TO WRK-SECAO-CHEIA
                  PERFORM 0420-ADMITE-PROXIMO THRU 0420-EXIT
                      UNTIL SECAO-CHEIA
              END-PERFORM.

         0410-CONTA-OCUPADAS SECTION.
              MOVE ZEROS TO TAB-TU-OCUPADAS(TAB-TU-IDX)
              PERFORM VARYING TAB-IT-IDX FROM 1 BY 1
                  UNTIL TAB-IT-IDX GREATER WRK-QTD-INSC
                  IF TAB-IT-SECAO(TAB-IT-IDX) = TAB-TU-SECAO(TAB-TU-IDX)
                      AND TAB-IT-TERMO(TAB-IT-IDX) =
                          TAB-TU-TERMO(TAB-TU-IDX)
                      AND TAB-IT-SITUACAO(TAB-IT-IDX) = "M"
                      ADD 1 TO TAB-TU-OCUPADAS(TAB-TU-IDX)
                  END-IF
              END-PERFORM.

      *    Sem vaga ou sem ninguem na espera, a secao esta resolvida.
         0420-ADMITE-PROXIMO SECTION.
              IF TAB-TU-CAPACIDADE(TAB-TU-IDX) GREATER ZERO
                  AND TAB-TU-OCUPADAS(TAB-TU-IDX) NOT LESS
                      TAB-TU-CAPACIDADE(TAB-TU-IDX)
                  SET SECAO-CHEIA TO TRUE
                  GO TO 0420-EXIT
              END-IF
              MOVE ZEROS TO WRK-PROXIMO
              MOVE ZEROS TO WRK-DATA-PROXIMO
              PERFORM VARYING TAB-IT-IDX FROM 1 BY 1
                  UNTIL TAB-IT-IDX GREATER WRK-QTD-INSC
                  IF TAB-IT-SECAO(TAB-IT-IDX) = TAB-TU-SECAO(TAB-TU-IDX)
                      AND TAB-IT-TERMO(TAB-IT-IDX) =
                          TAB-TU-TERMO(TAB-TU-IDX)
                      AND TAB-IT-SITUACAO(TAB-IT-IDX) = "E"
                      IF WRK-PROXIMO = ZEROS
                          OR TAB-IT-DATA(TAB-IT-IDX) LESS
                              WRK-DATA-PROXIMO
                          SET WRK-PROXIMO TO TAB-IT-IDX
                          MOVE TAB-IT-DATA(TAB-IT-IDX)
                              TO WRK-DATA-PROXIMO
                      END-IF
                  END-IF
              END-PERFORM
              IF WRK-PROXIMO = ZEROS
                  SET SECAO-CHEIA TO TRUE
                  GO TO 0420-EXIT
              END-IF
              SET TAB-IT-IDX TO WRK-PROXIMO
              MOVE "M" TO TAB-IT-SITUACAO(TAB-IT-IDX)
              ADD 1 TO TAB-TU-OCUPADAS(TAB-TU-IDX)
              ADD 1 TO VT-QTD-LINHAS
              MOVE "ADMISSAO" TO VA-TIPO
              PERFORM 0700-GRAVA-AUDITORIA.
         0420-EXIT.
              EXIT.

      *    Matriculados e espera voltam ao arquivo na ordem de
      *    chegada; a inscricao liberada nao e regravada.
         0500-FECHA SECTION.
              SET VT-OK TO TRUE
              OPEN OUTPUT INSCTURMA-FILE
              IF WRK-STATUS-INSCTURMA NOT = "00"
                  DISPLAY "Erro ao regravar INSCTURMA.DAT : "
                      WRK-STATUS-INSCTURMA
                  MOVE 8 TO RETURN-CODE
                  SET VT-SEM-CONTROLE TO TRUE
                  GO TO 0500-SAIDA
              END-IF
              PERFORM VARYING TAB-IT-IDX FROM 1 BY 1
                  UNTIL TAB-IT-IDX GREATER WRK-QTD-INSC
                  IF TAB-IT-SITUACAO(TAB-IT-IDX) NOT = "C"
                      MOVE TAB-IT-SECAO(TAB-IT-IDX)     TO IT-SECAO
                      MOVE TAB-IT-TERMO(TAB-IT-IDX)     TO IT-TERMO
                      MOVE TAB-IT-MATRICULA(TAB-IT-IDX)
                          TO IT-MATRICULA
                      MOVE TAB-IT-DATA(TAB-IT-IDX) TO IT-DATA-PEDIDO
                      MOVE TAB-IT-SITUACAO(TAB-IT-IDX) TO IT-SITUACAO
                      WRITE INSCTURMA-REG
                  END-IF
              END-PERFORM
              CLOSE INSCTURMA-FILE.
         0500-SAIDA.
              CLOSE VAGAAUD-FILE
              MOVE "N" TO WRK-TEM-TURMAS.

         0700-GRAVA-AUDITORIA SECTION.
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              MOVE WRK-DATA-SISTEMA TO VA-DATA
              MOVE WRK-HORA-SISTEMA TO VA-HORA
              MOVE VT-SISTEMA       TO VA-SISTEMA
              MOVE TAB-IT-SECAO(TAB-IT-IDX)     TO VA-SECAO
              MOVE TAB-IT-TERMO(TAB-IT-IDX)     TO VA-TERMO
              MOVE TAB-IT-MATRICULA(TAB-IT-IDX) TO VA-MATRICULA
              MOVE TAB-IT-DATA(TAB-IT-IDX)      TO VA-DATA-PEDIDO
              WRITE VAGAAUD-REG.

         0800-LOCALIZA-TURMA SECTION.
              MOVE "N" TO WRK-ACHOU-TURMA
              IF WRK-QTD-TURMA GREATER ZERO
                  SET TAB-TU-IDX TO 1
                  SEARCH TAB-TU-REG
                      AT END
                          CONTINUE
                      WHEN TAB-TU-SECAO(TAB-TU-IDX) = VT-SECAO
                          AND TAB-TU-TERMO(TAB-TU-IDX) = VT-TERMO
                          SET ACHOU-TURMA TO TRUE
                  END-SEARCH
              END-IF.
       END PROGRAM VAGATURMA.
