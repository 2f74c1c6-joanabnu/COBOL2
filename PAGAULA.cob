      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 19/02/2025
      * Purpose: Pagamento das aulas dadas pelos professores horistas,
      *          no lugar das horas que o RH contava no diario de
      *          classe em papel. Conta as sessoes realizadas na
      *          competencia (PARAMRH.DAT; na falta, o mes corrente)
      *          a partir de SESSAOREG.DAT (uma sessao por secao,
      *          termo e data, qualquer que seja o numero de alunos
      *          registrados), atribui cada uma ao professor da secao
      *          em TURMAS.DAT e converte em horas pela duracao do
      *          encontro no quadro de horarios (HORARIO.DAT, pelo dia
      *          da semana da data; sem encontro cadastrado vale a
      *          duracao padrao do professor). O valor-hora e o
      *          funcionario vem do cadastro PROFFUNC.DAT (professor,
      *          codigo do funcionario, valor-hora e minutos da sessao
      *          padrao; zero vale 50). Grava um movimento HAU (horas e
      *          valor) por professor em VARMOV.DAT para o PROGRAMA06,
      *          substituindo os HAU da mesma competencia dos
      *          funcionarios do cadastro -- a reexecucao nao duplica.
      *          O relatorio HORAULAREL.DAT confere, por professor, as
      *          sessoes previstas no calendario (SECAOCAL.DAT) com as
      *          realizadas. Professor sem cadastro e sessao de secao
      *          sem turma vao para EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGAULA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMRH-FILE ASSIGN TO "PARAMRH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT SESSAOREG-FILE ASSIGN TO "SESSAOREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REG.
           SELECT SECAOCAL-FILE ASSIGN TO "SECAOCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CAL.
           SELECT TURMAS-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAS.
           SELECT HORARIO-FILE ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HORARIO.
           SELECT PROFFUNC-FILE ASSIGN TO "PROFFUNC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROF.
           SELECT VARMOV-FILE ASSIGN TO "VARMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VARMOV.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.
           SELECT HORAULAREL-FILE ASSIGN TO "HORAULAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMRH-FILE.
       01  PARAMRH-REG.
           05 PH-COMPETENCIA         PIC 9(06).

       FD  SESSAOREG-FILE.
       01  SESSAOREG-REG.
           05 SR-DATA                PIC 9(08).
           05 SR-DATA-R REDEFINES SR-DATA.
               10 SR-ANO-MES         PIC 9(06).
               10 SR-DIA             PIC 9(02).
           05 SR-SECAO               PIC X(03).
           05 SR-TERMO               PIC X(06).
           05 SR-MATRICULA           PIC 9(06).
           05 SR-SITUACAO            PIC X(01).

       FD  SECAOCAL-FILE.
       01  SECAOCAL-REG.
           05 CS-SECAO               PIC X(03).
           05 CS-TERMO               PIC X(06).
           05 CS-DATA                PIC 9(08).
           05 CS-DATA-R REDEFINES CS-DATA.
               10 CS-ANO-MES         PIC 9(06).
               10 CS-DIA             PIC 9(02).

       FD  TURMAS-FILE.
       01  TURMAS-REG.
           05 TU-SECAO               PIC X(03).
           05 TU-TERMO               PIC X(06).
           05 TU-DISCIPLINA          PIC X(03).
           05 TU-PROFESSOR           PIC X(20).

       FD  HORARIO-FILE.
       01  HORARIO-REG.
           05 HO-SECAO               PIC X(03).
           05 HO-TERMO               PIC X(06).
           05 HO-DIA-SEMANA          PIC 9(01).
           05 HO-HORA-INI            PIC 9(04).
           05 HO-HORA-FIM            PIC 9(04).
           05 HO-SALA                PIC X(05).

       FD  PROFFUNC-FILE.
       01  PROFFUNC-REG.
           05 PF-PROFESSOR           PIC X(20).
           05 PF-CODIGO              PIC 9(04).
           05 PF-VALOR-HORA          PIC 9(04)V99.
           05 PF-MIN-SESSAO          PIC 9(03).

       FD  VARMOV-FILE.
       01  VARMOV-REG.
           05 VM-CODIGO              PIC 9(04).
           05 VM-COMPETENCIA         PIC 9(06).
           05 VM-EVENTO              PIC X(03).
           05 VM-HORAS               PIC 9(03)V99.
           05 VM-VALOR               PIC 9(06)V99.

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG             PIC X(91).

       FD  HORAULAREL-FILE.
       01  HORAULAREL-REG            PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY DATECPY.

           COPY IMPRESSAOCPY.

           COPY EXCDIARIOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         77 WRK-STATUS-PARAM      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REG        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CAL        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TURMAS     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-HORARIO    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PROF       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-VARMOV     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-FIM-ARQUIVO       PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".

         01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
         01 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         01 WRK-DATA-SISTEMA-X REDEFINES WRK-DATA-SISTEMA.
             05 WRK-DS-ANO-MES     PIC 9(06).
             05 WRK-DS-DIA         PIC 9(02).

         01 TAB-TURMA.
             05 TAB-TU-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-TURMA
                 INDEXED BY TAB-TU-IDX.
                 10 TAB-TU-SECAO       PIC X(03).
                 10 TAB-TU-TERMO       PIC X(06).
                 10 TAB-TU-PROFESSOR   PIC X(20).
         77 WRK-QTD-TURMA         PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-TURMA       PIC X(01) VALUE "N".
             88 ACHOU-TURMA VALUE "S".

         01 TAB-HORARIO.
             05 TAB-HO-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-HORARIO
                 INDEXED BY TAB-HO-IDX.
                 10 TAB-HO-SECAO       PIC X(03).
                 10 TAB-HO-TERMO       PIC X(06).
                 10 TAB-HO-DIA-SEMANA  PIC 9(01).
                 10 TAB-HO-HORA-INI    PIC 9(04).
                 10 TAB-HO-HORA-FIM    PIC 9(04).
         77 WRK-QTD-HORARIO       PIC 9(03) VALUE ZEROS.

         01 TAB-PROFFUNC.
             05 TAB-PF-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-PROF
                 INDEXED BY TAB-PF-IDX.
                 10 TAB-PF-PROFESSOR   PIC X(20).
                 10 TAB-PF-CODIGO      PIC 9(04).
                 10 TAB-PF-VALOR-HORA  PIC 9(04)V99.
                 10 TAB-PF-MIN-SESSAO  PIC 9(03).
         77 WRK-QTD-PROF          PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-PROF        PIC X(01) VALUE "N".
             88 ACHOU-PROF VALUE "S".

      *    Sessoes realizadas no mes: uma por secao, termo e data.
         01 TAB-SESSOES.
             05 TAB-SS-REG OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WRK-QTD-SESSAO
                 INDEXED BY TAB-SS-IDX.
                 10 TAB-SS-SECAO       PIC X(03).
                 10 TAB-SS-TERMO       PIC X(06).
                 10 TAB-SS-DATA        PIC 9(08).
         77 WRK-QTD-SESSAO        PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-SESSAO      PIC X(01) VALUE "N".
             88 ACHOU-SESSAO VALUE "S".

      *    Acumulado por professor: previstas, realizadas, minutos
      *    pelo quadro de horarios e realizadas sem encontro nele.
         01 TAB-PROFESSORES.
             05 TAB-PR-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-PR
                 INDEXED BY TAB-PR-IDX.
                 10 TAB-PR-PROFESSOR   PIC X(20).
                 10 TAB-PR-PREVISTAS   PIC 9(04).
                 10 TAB-PR-DADAS       PIC 9(04).
                 10 TAB-PR-MINUTOS     PIC 9(06).
                 10 TAB-PR-SEM-HORARIO PIC 9(04).
         77 WRK-QTD-PR            PIC 9(03) VALUE ZEROS.

      *    VARMOV.DAT mantido: tudo menos os HAU desta competencia dos
      *    funcionarios do cadastro de professores.
         01 TAB-VARMOV.
             05 TAB-VM-REG OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WRK-QTD-VARMOV
                 INDEXED BY TAB-VM-IDX
                                   PIC X(26).
         77 WRK-QTD-VARMOV        PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-SUBSTITUIDOS  PIC 9(04) VALUE ZEROS.
         77 WRK-DESCARTA-VARMOV   PIC X(01) VALUE "N".
             88 DESCARTA-VARMOV VALUE "S".

         77 WRK-PROFESSOR         PIC X(20) VALUE SPACES.
         77 WRK-DIA-CADASTRO      PIC 9(01) VALUE ZEROS.
      *    Quocientes inteiros da congruencia de Zeller.
         77 WRK-ZL-MES            PIC 9(03) VALUE ZEROS.
         77 WRK-ZL-K              PIC 9(02) VALUE ZEROS.
         77 WRK-ZL-J              PIC 9(02) VALUE ZEROS.
         77 WRK-MIN-SESSAO        PIC 9(04) VALUE ZEROS.
         77 WRK-MIN-PADRAO        PIC 9(03) VALUE 50.
         77 WRK-MIN-INI           PIC 9(04) VALUE ZEROS.
         77 WRK-MIN-FIM           PIC 9(04) VALUE ZEROS.
         77 WRK-HH                PIC 9(02) VALUE ZEROS.
         77 WRK-MM                PIC 9(02) VALUE ZEROS.
         77 WRK-MINUTOS-TOTAL     PIC 9(06) VALUE ZEROS.
         77 WRK-HORAS             PIC 9(03)V99 VALUE ZEROS.
         77 WRK-VALOR             PIC 9(06)V99 VALUE ZEROS.
         77 WRK-DIFERENCA         PIC S9(04) VALUE ZEROS.
         77 WRK-MOTIVO            PIC X(30) VALUE SPACES.

         77 WRK-TOTAL-PREVISTAS   PIC 9(05) VALUE ZEROS.
         77 WRK-TOTAL-DADAS       PIC 9(05) VALUE ZEROS.
         77 WRK-TOTAL-HORAS       PIC 9(05)V99 VALUE ZEROS.
         77 WRK-TOTAL-VALOR       PIC 9(08)V99 VALUE ZEROS.
         77 WRK-TOTAL-SEM-TURMA   PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-ED            PIC ZZ.ZZ9.
         77 WRK-HORAS-TOT-ED      PIC ZZ.ZZ9,99.
         77 WRK-VALOR-TOT-ED      PIC ZZ.ZZZ.ZZ9,99.

         01 WRK-LINHA-PROF.
             05 WRK-LP-PROFESSOR   PIC X(20).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-FUNC        PIC X(04).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-PREVISTAS   PIC ZZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-DADAS       PIC ZZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-DIFERENCA   PIC ----9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-HORAS       PIC ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-VALOR-HORA  PIC ZZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-VALOR       PIC ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-OBS         PIC X(08).

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-CARREGA-SESSOES
              PERFORM 0200-CONTA-PREVISTAS
              PERFORM 0300-CONTA-DADAS
              PERFORM 0400-VALORIZA-PROFESSORES
              PERFORM 0500-GRAVA-VARMOV
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-TURMA
              MOVE ZEROS TO WRK-QTD-HORARIO
              MOVE ZEROS TO WRK-QTD-PROF
              MOVE ZEROS TO WRK-QTD-SESSAO
              MOVE ZEROS TO WRK-QTD-PR
              MOVE ZEROS TO WRK-QTD-VARMOV
              MOVE ZEROS TO WRK-QTD-SUBSTITUIDOS
              MOVE ZEROS TO WRK-TOTAL-PREVISTAS
              MOVE ZEROS TO WRK-TOTAL-DADAS
              MOVE ZEROS TO WRK-TOTAL-HORAS
              MOVE ZEROS TO WRK-TOTAL-VALOR
              MOVE ZEROS TO WRK-TOTAL-SEM-TURMA
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "PAGTO-AULAS" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE WRK-DS-ANO-MES TO WRK-COMPETENCIA
              OPEN INPUT PARAMRH-FILE
              IF WRK-STATUS-PARAM = "00"
                  READ PARAMRH-FILE INTO PARAMRH-REG
                      NOT AT END
                          IF PH-COMPETENCIA GREATER ZERO
                              MOVE PH-COMPETENCIA TO WRK-COMPETENCIA
                          END-IF
                  END-READ
                  CLOSE PARAMRH-FILE
              END-IF
              DISPLAY "Competencia apurada : " WRK-COMPETENCIA
              PERFORM 1050-CARREGA-TURMAS
              PERFORM 1060-CARREGA-HORARIO
              PERFORM 1070-CARREGA-PROFFUNC
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              OPEN OUTPUT HORAULAREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "HORAULAREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE SPACES TO WRK-IMP-TITULO
              STRING "AULAS DADAS - COMPETENCIA " DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  INTO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "PROFESSOR            FUNC PREV DADA  DIF"
                  DELIMITED BY SIZE
                  "  HORAS  VL-HORA      VALOR OBS" DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

         1050-CARREGA-TURMAS SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT TURMAS-FILE
              IF WRK-STATUS-TURMAS NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "TURMAS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-TURMAS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ TURMAS-FILE INTO TURMAS-REG
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-TURMA LESS 100
                              ADD 1 TO WRK-QTD-TURMA
                              MOVE TU-SECAO TO
                                  TAB-TU-SECAO(WRK-QTD-TURMA)
                              MOVE TU-TERMO TO
                                  TAB-TU-TERMO(WRK-QTD-TURMA)
                              MOVE TU-PROFESSOR TO
                                  TAB-TU-PROFESSOR(WRK-QTD-TURMA)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE TURMAS-FILE.

      *    Sem HORARIO.DAT toda sessao vale a duracao padrao.
         1060-CARREGA-HORARIO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT HORARIO-FILE
              IF WRK-STATUS-HORARIO NOT = "00"
                  DISPLAY "Aviso: HORARIO.DAT indisponivel : "
                      WRK-STATUS-HORARIO " - duracao padrao"
                  GO TO 1060-SAIDA
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ HORARIO-FILE INTO HORARIO-REG
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-HORARIO NOT LESS 500
                              DISPLAY "HORARIO.DAT maior que o limite"
                                  " de 500 horarios"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-HORARIO
                          MOVE HO-SECAO TO
                              TAB-HO-SECAO(WRK-QTD-HORARIO)
                          MOVE HO-TERMO TO
                              TAB-HO-TERMO(WRK-QTD-HORARIO)
                          MOVE HO-DIA-SEMANA TO
                              TAB-HO-DIA-SEMANA(WRK-QTD-HORARIO)
                          MOVE HO-HORA-INI TO
                              TAB-HO-HORA-INI(WRK-QTD-HORARIO)
                          MOVE HO-HORA-FIM TO
                              TAB-HO-HORA-FIM(WRK-QTD-HORARIO)
                  END-READ
              END-PERFORM
              CLOSE HORARIO-FILE.
         1060-SAIDA.
              EXIT.

         1070-CARREGA-PROFFUNC SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT PROFFUNC-FILE
              IF WRK-STATUS-PROF NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PROFFUNC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PROF TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ PROFFUNC-FILE INTO PROFFUNC-REG
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-PROF NOT LESS 200
                              DISPLAY "PROFFUNC.DAT maior que o limite"
                                  " de 200 professores"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-PROF
                          MOVE PF-PROFESSOR TO
                              TAB-PF-PROFESSOR(WRK-QTD-PROF)
                          MOVE PF-CODIGO TO
                              TAB-PF-CODIGO(WRK-QTD-PROF)
                          MOVE PF-VALOR-HORA TO
                              TAB-PF-VALOR-HORA(WRK-QTD-PROF)
                          MOVE PF-MIN-SESSAO TO
                              TAB-PF-MIN-SESSAO(WRK-QTD-PROF)
                  END-READ
              END-PERFORM
              CLOSE PROFFUNC-FILE.

      *    SESSAOREG.DAT tem uma linha por aluno; a sessao conta uma
      *    vez so.
         0100-CARREGA-SESSOES SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT SESSAOREG-FILE
              IF WRK-STATUS-REG NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "SESSAOREG.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REG TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ SESSAOREG-FILE INTO SESSAOREG-REG
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          IF SR-ANO-MES = WRK-COMPETENCIA
                              PERFORM 0110-GUARDA-SESSAO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE SESSAOREG-FILE.

         0110-GUARDA-SESSAO SECTION.
              MOVE "N" TO WRK-ACHOU-SESSAO
              IF WRK-QTD-SESSAO GREATER ZERO
                  SET TAB-SS-IDX TO 1
                  SEARCH TAB-SS-REG
                      AT END
                          CONTINUE
                      WHEN TAB-SS-SECAO(TAB-SS-IDX) = SR-SECAO
                          AND TAB-SS-TERMO(TAB-SS-IDX) = SR-TERMO
                          AND TAB-SS-DATA(TAB-SS-IDX) = SR-DATA
                          SET ACHOU-SESSAO TO TRUE
                  END-SEARCH
              END-IF
              IF ACHOU-SESSAO
                  GO TO 0110-SAIDA
              END-IF
              IF WRK-QTD-SESSAO NOT LESS 3000
                  DISPLAY "SESSAOREG.DAT maior que o limite de 3000"
                      " sessoes no mes"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-SESSAO
              MOVE SR-SECAO TO TAB-SS-SECAO(WRK-QTD-SESSAO)
              MOVE SR-TERMO TO TAB-SS-TERMO(WRK-QTD-SESSAO)
              MOVE SR-DATA  TO TAB-SS-DATA(WRK-QTD-SESSAO).
         0110-SAIDA.
              EXIT.

      *    Sessoes previstas do mes pelo calendario da secao; sem
      *    SECAOCAL.DAT a conferencia sai so com as realizadas.
         0200-CONTA-PREVISTAS SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT SECAOCAL-FILE
              IF WRK-STATUS-CAL NOT = "00"
                  DISPLAY "Aviso: SECAOCAL.DAT indisponivel : "
                      WRK-STATUS-CAL " - sem sessoes previstas"
                  GO TO 0200-SAIDA
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ SECAOCAL-FILE INTO SECAOCAL-REG
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF CS-ANO-MES = WRK-COMPETENCIA
                              PERFORM 0210-CONTA-PREVISTA
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE SECAOCAL-FILE.
         0200-SAIDA.
              EXIT.

         0210-CONTA-PREVISTA SECTION.
              PERFORM 0350-BUSCA-TURMA-CAL
              IF NOT ACHOU-TURMA
                  GO TO 0210-SAIDA
              END-IF
              PERFORM 0360-BUSCA-PROFESSOR
              ADD 1 TO TAB-PR-PREVISTAS(TAB-PR-IDX).
         0210-SAIDA.
              EXIT.

         0300-CONTA-DADAS SECTION.
              PERFORM VARYING TAB-SS-IDX FROM 1 BY 1
                  UNTIL TAB-SS-IDX GREATER WRK-QTD-SESSAO
                  PERFORM 0310-CONTA-DADA
              END-PERFORM.

         0310-CONTA-DADA SECTION.
              MOVE "N" TO WRK-ACHOU-TURMA
              IF WRK-QTD-TURMA GREATER ZERO
                  SET TAB-TU-IDX TO 1
                  SEARCH TAB-TU-REG
                      AT END
                          CONTINUE
                      WHEN TAB-TU-SECAO(TAB-TU-IDX) =
                          TAB-SS-SECAO(TAB-SS-IDX)
                          AND TAB-TU-TERMO(TAB-TU-IDX) =
                          TAB-SS-TERMO(TAB-SS-IDX)
                          SET ACHOU-TURMA TO TRUE
                          MOVE TAB-TU-PROFESSOR(TAB-TU-IDX)
                              TO WRK-PROFESSOR
                  END-SEARCH
              END-IF
              IF NOT ACHOU-TURMA
                  ADD 1 TO WRK-TOTAL-SEM-TURMA
                  MOVE SPACES TO WRK-EXC-CHAVE
                  STRING TAB-SS-SECAO(TAB-SS-IDX) DELIMITED BY SIZE
                      TAB-SS-TERMO(TAB-SS-IDX) DELIMITED BY SIZE
                      TAB-SS-DATA(TAB-SS-IDX)(3:6) DELIMITED BY SIZE
                      INTO WRK-EXC-CHAVE
                  MOVE "SESSAO DE SECAO SEM TURMA" TO WRK-MOTIVO
                  MOVE "A" TO WRK-EXC-SEVERIDADE
                  MOVE "H002" TO WRK-EXC-COD-MOTIVO
                  PERFORM 0960-GRAVA-EXCDIARIO
                  MOVE 4 TO RETURN-CODE
                  GO TO 0310-SAIDA
              END-IF
              PERFORM 0360-BUSCA-PROFESSOR
              ADD 1 TO TAB-PR-DADAS(TAB-PR-IDX)
              PERFORM 0320-MINUTOS-DA-SESSAO
              IF WRK-MIN-SESSAO = ZEROS
                  ADD 1 TO TAB-PR-SEM-HORARIO(TAB-PR-IDX)
              ELSE
                  ADD WRK-MIN-SESSAO TO TAB-PR-MINUTOS(TAB-PR-IDX)
              END-IF.
         0310-SAIDA.
              EXIT.

      *    Duracao pelos encontros da secao no dia da semana da data
      *    (Zeller do DATECPY: 0 sabado, 1 domingo ... 6 sexta; no
      *    quadro de horarios 1 domingo ... 7 sabado). Zero quando
      *    o quadro nao tem encontro naquele dia.
         0320-MINUTOS-DA-SESSAO SECTION.
              MOVE TAB-SS-DATA(TAB-SS-IDX)(5:2) TO WRK-MES-CALC
              MOVE TAB-SS-DATA(TAB-SS-IDX)(1:4) TO WRK-ANO-CALC
              MOVE TAB-SS-DATA(TAB-SS-IDX)(7:2) TO WRK-DIA-CALC
              IF WRK-MES-CALC < 3
                  ADD 12 TO WRK-MES-CALC
                  SUBTRACT 1 FROM WRK-ANO-CALC
              END-IF
              DIVIDE WRK-ANO-CALC BY 100 GIVING WRK-J-CALC
              COMPUTE WRK-K-CALC =
                  WRK-ANO-CALC - (WRK-J-CALC * 100)
              COMPUTE WRK-ZL-MES = 13 * (WRK-MES-CALC + 1)
              DIVIDE WRK-ZL-MES BY 5 GIVING WRK-ZL-MES
              DIVIDE WRK-K-CALC BY 4 GIVING WRK-ZL-K
              DIVIDE WRK-J-CALC BY 4 GIVING WRK-ZL-J
              COMPUTE WRK-T1-CALC =
                  WRK-DIA-CALC + WRK-ZL-MES
                  + WRK-K-CALC + WRK-ZL-K + WRK-ZL-J
                  + (5 * WRK-J-CALC)
              DIVIDE WRK-T1-CALC BY 7 GIVING WRK-T2-CALC
                  REMAINDER WRK-DIA-SEMANA
              IF WRK-DIA-SEMANA = 0
                  MOVE 7 TO WRK-DIA-CADASTRO
              ELSE
                  MOVE WRK-DIA-SEMANA TO WRK-DIA-CADASTRO
              END-IF
              MOVE ZEROS TO WRK-MIN-SESSAO
              PERFORM VARYING TAB-HO-IDX FROM 1 BY 1
                  UNTIL TAB-HO-IDX GREATER WRK-QTD-HORARIO
                  IF TAB-HO-SECAO(TAB-HO-IDX) =
                      TAB-SS-SECAO(TAB-SS-IDX)
                      AND TAB-HO-TERMO(TAB-HO-IDX) =
                      TAB-SS-TERMO(TAB-SS-IDX)
                      AND TAB-HO-DIA-SEMANA(TAB-HO-IDX) =
                      WRK-DIA-CADASTRO
                      DIVIDE TAB-HO-HORA-INI(TAB-HO-IDX) BY 100
                          GIVING WRK-HH REMAINDER WRK-MM
                      COMPUTE WRK-MIN-INI = WRK-HH * 60 + WRK-MM
                      DIVIDE TAB-HO-HORA-FIM(TAB-HO-IDX) BY 100
                          GIVING WRK-HH REMAINDER WRK-MM
                      COMPUTE WRK-MIN-FIM = WRK-HH * 60 + WRK-MM
                      IF WRK-MIN-FIM GREATER WRK-MIN-INI
                          COMPUTE WRK-MIN-SESSAO = WRK-MIN-SESSAO
                              + WRK-MIN-FIM - WRK-MIN-INI
                      END-IF
                  END-IF
              END-PERFORM.

         0350-BUSCA-TURMA-CAL SECTION.
              MOVE "N" TO WRK-ACHOU-TURMA
              IF WRK-QTD-TURMA GREATER ZERO
                  SET TAB-TU-IDX TO 1
                  SEARCH TAB-TU-REG
                      AT END
                          CONTINUE
                      WHEN TAB-TU-SECAO(TAB-TU-IDX) = CS-SECAO
                          AND TAB-TU-TERMO(TAB-TU-IDX) = CS-TERMO
                          SET ACHOU-TURMA TO TRUE
                          MOVE TAB-TU-PROFESSOR(TAB-TU-IDX)
                              TO WRK-PROFESSOR
                  END-SEARCH
              END-IF.

      *    Posiciona TAB-PR-IDX no professor de WRK-PROFESSOR,
      *    incluindo-o na primeira vez.
         0360-BUSCA-PROFESSOR SECTION.
              PERFORM VARYING TAB-PR-IDX FROM 1 BY 1
                  UNTIL TAB-PR-IDX GREATER WRK-QTD-PR
                  OR TAB-PR-PROFESSOR(TAB-PR-IDX) = WRK-PROFESSOR
                  CONTINUE
              END-PERFORM
              IF TAB-PR-IDX GREATER WRK-QTD-PR
                  IF WRK-QTD-PR NOT LESS 200
                      DISPLAY "Mais de 200 professores no mes"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-PR
                  SET TAB-PR-IDX TO WRK-QTD-PR
                  MOVE WRK-PROFESSOR TO TAB-PR-PROFESSOR(TAB-PR-IDX)
                  MOVE ZEROS TO TAB-PR-PREVISTAS(TAB-PR-IDX)
                  MOVE ZEROS TO TAB-PR-DADAS(TAB-PR-IDX)
                  MOVE ZEROS TO TAB-PR-MINUTOS(TAB-PR-IDX)
                  MOVE ZEROS TO TAB-PR-SEM-HORARIO(TAB-PR-IDX)
              END-IF.

      *    Horas = minutos / 60; valor = minutos x valor-hora / 60.
      *    Professor sem cadastro aparece na conferencia mas nao gera
      *    movimento.
         0400-VALORIZA-PROFESSORES SECTION.
              PERFORM VARYING TAB-PR-IDX FROM 1 BY 1
                  UNTIL TAB-PR-IDX GREATER WRK-QTD-PR
                  PERFORM 0410-VALORIZA-PROFESSOR
              END-PERFORM.

         0410-VALORIZA-PROFESSOR SECTION.
              MOVE "N" TO WRK-ACHOU-PROF
              IF WRK-QTD-PROF GREATER ZERO
                  SET TAB-PF-IDX TO 1
                  SEARCH TAB-PF-REG
                      AT END
                          CONTINUE
                      WHEN TAB-PF-PROFESSOR(TAB-PF-IDX) =
                          TAB-PR-PROFESSOR(TAB-PR-IDX)
                          SET ACHOU-PROF TO TRUE
                  END-SEARCH
              END-IF
              MOVE SPACES TO WRK-LINHA-PROF
              MOVE TAB-PR-PROFESSOR(TAB-PR-IDX) TO WRK-LP-PROFESSOR
              MOVE TAB-PR-PREVISTAS(TAB-PR-IDX) TO WRK-LP-PREVISTAS
              MOVE TAB-PR-DADAS(TAB-PR-IDX)     TO WRK-LP-DADAS
              COMPUTE WRK-DIFERENCA = TAB-PR-DADAS(TAB-PR-IDX)
                  - TAB-PR-PREVISTAS(TAB-PR-IDX)
              MOVE WRK-DIFERENCA TO WRK-LP-DIFERENCA
              ADD TAB-PR-PREVISTAS(TAB-PR-IDX) TO WRK-TOTAL-PREVISTAS
              ADD TAB-PR-DADAS(TAB-PR-IDX) TO WRK-TOTAL-DADAS
              IF NOT ACHOU-PROF
                  MOVE "----" TO WRK-LP-FUNC
                  MOVE ZEROS TO WRK-LP-HORAS
                  MOVE ZEROS TO WRK-LP-VALOR-HORA
                  MOVE ZEROS TO WRK-LP-VALOR
                  MOVE "SEM CAD" TO WRK-LP-OBS
                  MOVE WRK-LINHA-PROF TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
                  IF TAB-PR-DADAS(TAB-PR-IDX) GREATER ZERO
                      MOVE TAB-PR-PROFESSOR(TAB-PR-IDX)
                          TO WRK-EXC-CHAVE
                      MOVE "PROFESSOR SEM FUNCIONARIO" TO WRK-MOTIVO
                      MOVE "E" TO WRK-EXC-SEVERIDADE
                      MOVE "H001" TO WRK-EXC-COD-MOTIVO
                      PERFORM 0960-GRAVA-EXCDIARIO
                      ADD 1 TO WRK-JOB-REJEITADOS
                      MOVE 4 TO RETURN-CODE
                  END-IF
                  GO TO 0410-SAIDA
              END-IF
              MOVE TAB-PF-MIN-SESSAO(TAB-PF-IDX) TO WRK-MIN-SESSAO
              IF WRK-MIN-SESSAO = ZEROS
                  MOVE WRK-MIN-PADRAO TO WRK-MIN-SESSAO
              END-IF
              COMPUTE WRK-MINUTOS-TOTAL = TAB-PR-MINUTOS(TAB-PR-IDX)
                  + TAB-PR-SEM-HORARIO(TAB-PR-IDX) * WRK-MIN-SESSAO
              COMPUTE WRK-HORAS ROUNDED = WRK-MINUTOS-TOTAL / 60
              COMPUTE WRK-VALOR ROUNDED = WRK-MINUTOS-TOTAL
                  * TAB-PF-VALOR-HORA(TAB-PF-IDX) / 60
              ADD WRK-HORAS TO WRK-TOTAL-HORAS
              ADD WRK-VALOR TO WRK-TOTAL-VALOR
              MOVE TAB-PF-CODIGO(TAB-PF-IDX) TO WRK-LP-FUNC
              MOVE WRK-HORAS TO WRK-LP-HORAS
              MOVE TAB-PF-VALOR-HORA(TAB-PF-IDX) TO WRK-LP-VALOR-HORA
              MOVE WRK-VALOR TO WRK-LP-VALOR
              IF TAB-PR-SEM-HORARIO(TAB-PR-IDX) GREATER ZERO
                  MOVE "PADRAO" TO WRK-LP-OBS
              END-IF
              MOVE WRK-LINHA-PROF TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.
         0410-SAIDA.
              EXIT.

      *    Regrava VARMOV.DAT: le o que existe, descarta os HAU desta
      *    competencia dos funcionarios do cadastro de professores e
      *    acrescenta os apurados agora. Tabela cheia encerra antes
      *    de abrir para gravacao, sem perder o arquivo.
         0500-GRAVA-VARMOV SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT VARMOV-FILE
              IF WRK-STATUS-VARMOV = "00"
                  PERFORM UNTIL FIM-ARQUIVO
                      READ VARMOV-FILE
                          AT END
                              SET FIM-ARQUIVO TO TRUE
                          NOT AT END
                              PERFORM 0510-MANTEM-VARMOV
                      END-READ
                  END-PERFORM
                  CLOSE VARMOV-FILE
              END-IF
              OPEN OUTPUT VARMOV-FILE
              IF WRK-STATUS-VARMOV NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "VARMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-VARMOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-VM-IDX FROM 1 BY 1
                  UNTIL TAB-VM-IDX GREATER WRK-QTD-VARMOV
                  WRITE VARMOV-REG FROM TAB-VM-REG(TAB-VM-IDX)
              END-PERFORM
              PERFORM VARYING TAB-PR-IDX FROM 1 BY 1
                  UNTIL TAB-PR-IDX GREATER WRK-QTD-PR
                  PERFORM 0520-GRAVA-EVENTO
              END-PERFORM
              CLOSE VARMOV-FILE.

         0510-MANTEM-VARMOV SECTION.
              MOVE "N" TO WRK-DESCARTA-VARMOV
              IF VM-COMPETENCIA = WRK-COMPETENCIA
                  AND VM-EVENTO = "HAU"
                  AND WRK-QTD-PROF GREATER ZERO
                  SET TAB-PF-IDX TO 1
                  SEARCH TAB-PF-REG
                      AT END
                          CONTINUE
                      WHEN TAB-PF-CODIGO(TAB-PF-IDX) = VM-CODIGO
                          SET DESCARTA-VARMOV TO TRUE
                  END-SEARCH
              END-IF
              IF DESCARTA-VARMOV
                  ADD 1 TO WRK-QTD-SUBSTITUIDOS
                  GO TO 0510-SAIDA
              END-IF
              IF WRK-QTD-VARMOV NOT LESS 3000
                  DISPLAY "VARMOV.DAT maior que o limite de 3000"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-VARMOV
              MOVE VARMOV-REG TO TAB-VM-REG(WRK-QTD-VARMOV).
         0510-SAIDA.
              EXIT.

      *    Refaz as contas do professor para gravar o movimento.
         0520-GRAVA-EVENTO SECTION.
              MOVE "N" TO WRK-ACHOU-PROF
              IF WRK-QTD-PROF GREATER ZERO
                  SET TAB-PF-IDX TO 1
                  SEARCH TAB-PF-REG
                      AT END
                          CONTINUE
                      WHEN TAB-PF-PROFESSOR(TAB-PF-IDX) =
                          TAB-PR-PROFESSOR(TAB-PR-IDX)
                          SET ACHOU-PROF TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-PROF OR TAB-PR-DADAS(TAB-PR-IDX) = ZEROS
                  GO TO 0520-SAIDA
              END-IF
              MOVE TAB-PF-MIN-SESSAO(TAB-PF-IDX) TO WRK-MIN-SESSAO
              IF WRK-MIN-SESSAO = ZEROS
                  MOVE WRK-MIN-PADRAO TO WRK-MIN-SESSAO
              END-IF
              COMPUTE WRK-MINUTOS-TOTAL = TAB-PR-MINUTOS(TAB-PR-IDX)
                  + TAB-PR-SEM-HORARIO(TAB-PR-IDX) * WRK-MIN-SESSAO
              MOVE TAB-PF-CODIGO(TAB-PF-IDX) TO VM-CODIGO
              MOVE WRK-COMPETENCIA TO VM-COMPETENCIA
              MOVE "HAU" TO VM-EVENTO
              COMPUTE VM-HORAS ROUNDED = WRK-MINUTOS-TOTAL / 60
              COMPUTE VM-VALOR ROUNDED = WRK-MINUTOS-TOTAL
                  * TAB-PF-VALOR-HORA(TAB-PF-IDX) / 60
              WRITE VARMOV-REG
              ADD 1 TO WRK-JOB-GRAVADOS.
         0520-SAIDA.
              EXIT.

         0960-GRAVA-EXCDIARIO SECTION.
              MOVE WRK-JOB-NOME TO WRK-EXC-SISTEMA
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
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

         9000-FINALIZAR SECTION.
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-PREVISTAS TO WRK-QTD-ED
              STRING "SESSOES PREVISTAS      : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-DADAS TO WRK-QTD-ED
              STRING "SESSOES REALIZADAS     : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-SEM-TURMA TO WRK-QTD-ED
              STRING "SESSOES SEM TURMA      : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-HORAS TO WRK-HORAS-TOT-ED
              STRING "HORAS-AULA PAGAS       : " DELIMITED BY SIZE
                  WRK-HORAS-TOT-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-TOTAIS
              MOVE WRK-TOTAL-VALOR TO WRK-VALOR-TOT-ED
              STRING "VALOR " DELIMITED BY SIZE
                  WRK-VALOR-TOT-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM
              CLOSE HORAULAREL-FILE
              CLOSE EXCDIARIO-FILE
              DISPLAY "Movimentos HAU substituidos : "
                  WRK-QTD-SUBSTITUIDOS
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
              DISPLAY "REGISTROS LIDOS     : " WRK-JOB-LIDOS
              DISPLAY "MOVIMENTOS GRAVADOS : " WRK-JOB-GRAVADOS
              DISPLAY "SEM CADASTRO        : " WRK-JOB-REJEITADOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==HORAULAREL-REG==.

       END PROGRAM PAGAULA.
