      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 18/02/2025
      * Purpose: Validacao do quadro de horarios das secoes. Le o
      *          cadastro de horarios (HORARIO.DAT, mantido pelo
      *          MANHORARIO), o cadastro de turmas (TURMAS.DAT, para
      *          o professor e a disciplina de cada secao), os termos
      *          (TERMOS.DAT, datas de inicio e fim) e o calendario
      *          de feriados nacionais (FERIADOS.DAT, UF em branco).
      *          O relatorio HORAVAL.DAT aponta professor em duas
      *          secoes ao mesmo tempo, sala com duas secoes ao mesmo
      *          tempo, secao sem turma cadastrada e sessao que cai
      *          em feriado. O relatorio HORAGRADE.DAT traz a grade
      *          semanal de cada professor e de cada sala por termo.
      *          Por fim regenera SECAOCAL.DAT (calendario de sessoes
      *          que o FREQSESSAO confere) para os termos abertos,
      *          uma linha por secao e dia de aula entre o inicio e o
      *          fim do termo, fora os feriados; secao sem horario e
      *          termo fechado mantem as linhas que ja tinham.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALHORARIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIO-FILE ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HORARIO.
           SELECT TURMAS-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAS.
           SELECT TERMOS-FILE ASSIGN TO "TERMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TERMOS.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIADOS.
           SELECT SECAOCAL-FILE ASSIGN TO "SECAOCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CAL.
           SELECT HORAVAL-FILE ASSIGN TO "HORAVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT HORAGRADE-FILE ASSIGN TO "HORAGRADE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRADE.

       DATA DIVISION.
       FILE SECTION.
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

       FD  TERMOS-FILE.
       01  TERMOS-REG.
           05 TE-TERMO               PIC X(06).
           05 TE-DATA-INI            PIC 9(08).
           05 TE-DATA-FIM            PIC 9(08).
           05 TE-STATUS              PIC X(01).

       FD  FERIADOS-FILE.
       01  FERIADOS-REG.
           05 FE-DATA                PIC 9(08).
           05 FE-UF                  PIC X(02).
           05 FE-DESCRICAO           PIC X(30).

       FD  SECAOCAL-FILE.
       01  SECAOCAL-REG.
           05 CS-SECAO               PIC X(03).
           05 CS-TERMO               PIC X(06).
           05 CS-DATA                PIC 9(08).

       FD  HORAVAL-FILE.
       01  HORAVAL-REG               PIC X(80).

       FD  HORAGRADE-FILE.
       01  HORAGRADE-REG             PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY DATECPY.

           COPY IMPRESSAOCPY.

           COPY IMPRESSAOCPY REPLACING
               LEADING ==WRK-IMP== BY ==WRK-IMG==.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         77 WRK-STATUS-HORARIO    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TURMAS     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TERMOS     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FERIADOS   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CAL        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-GRADE      PIC X(02) VALUE SPACES.
         77 WRK-FIM-ARQUIVO       PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".
         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.

      *    Dia da semana do cadastro: 1 domingo, 2 segunda ... 7
      *    sabado.
         01 WRK-NOMES-DIAS        PIC X(21)
             VALUE "DOMSEGTERQUAQUISEXSAB".
         01 WRK-NOMES-DIAS-R REDEFINES WRK-NOMES-DIAS.
             05 WRK-NOME-DIA      PIC X(03) OCCURS 7 TIMES.

      *    Horarios com o professor e a disciplina da turma.
         01 TAB-HORARIO.
             05 TAB-HO-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-HORARIO
                 INDEXED BY TAB-HO-IDX TAB-HO-IDX2.
                 10 TAB-HO-SECAO       PIC X(03).
                 10 TAB-HO-TERMO       PIC X(06).
                 10 TAB-HO-DIA-SEMANA  PIC 9(01).
                 10 TAB-HO-HORA-INI    PIC 9(04).
                 10 TAB-HO-HORA-FIM    PIC 9(04).
                 10 TAB-HO-SALA        PIC X(05).
                 10 TAB-HO-PROFESSOR   PIC X(20).
                 10 TAB-HO-DISCIPLINA  PIC X(03).
         77 WRK-QTD-HORARIO       PIC 9(03) VALUE ZEROS.

         01 TAB-TURMA.
             05 TAB-TU-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-TURMA
                 INDEXED BY TAB-TU-IDX.
                 10 TAB-TU-SECAO       PIC X(03).
                 10 TAB-TU-TERMO       PIC X(06).
                 10 TAB-TU-DISCIPLINA  PIC X(03).
                 10 TAB-TU-PROFESSOR   PIC X(20).
         77 WRK-QTD-TURMA         PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-TURMA       PIC X(01) VALUE "N".
             88 ACHOU-TURMA VALUE "S".

      *    Termos do cadastro; GERA "S" marca termo aberto com
      *    horario, cujo calendario e regenerado.
         01 TAB-TERMOS.
             05 TAB-TE-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-TERMO
                 INDEXED BY TAB-TE-IDX.
                 10 TAB-TE-TERMO       PIC X(06).
                 10 TAB-TE-DATA-INI    PIC 9(08).
                 10 TAB-TE-DATA-FIM    PIC 9(08).
                 10 TAB-TE-SITUACAO    PIC X(01).
                 10 TAB-TE-GERA        PIC X(01).
         77 WRK-QTD-TERMO         PIC 9(03) VALUE ZEROS.

         01 TAB-FERIADOS.
             05 TAB-FER-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-FERIADOS
                 INDEXED BY TAB-FER-IDX.
                 10 TAB-FER-DATA       PIC 9(08).
                 10 TAB-FER-DESCRICAO  PIC X(30).
         77 WRK-QTD-FERIADOS      PIC 9(03) VALUE ZEROS.
         77 WRK-EH-FERIADO        PIC X(01) VALUE "N".
             88 EH-FERIADO VALUE "S".

      *    Linhas de SECAOCAL.DAT que nao sao regeneradas.
         01 TAB-CALENDARIO.
             05 TAB-CA-REG OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WRK-QTD-CAL
                 INDEXED BY TAB-CA-IDX.
                 10 TAB-CA-SECAO       PIC X(03).
                 10 TAB-CA-TERMO       PIC X(06).
                 10 TAB-CA-DATA        PIC 9(08).
         77 WRK-QTD-CAL           PIC 9(04) VALUE ZEROS.
         77 WRK-REGENERA          PIC X(01) VALUE "N".
             88 REGENERA-SECAO VALUE "S".

         01 WRK-DATA-TESTE.
             05 WRK-TS-ANO         PIC 9(04).
             05 WRK-TS-MES         PIC 9(02).
             05 WRK-TS-DIA         PIC 9(02).
         01 WRK-DATA-TESTE-N REDEFINES WRK-DATA-TESTE PIC 9(08).
         77 WRK-DIAS-NO-MES       PIC 9(02) VALUE ZEROS.
         77 WRK-QUOC-LEAP         PIC 9(04) VALUE ZEROS.
         77 WRK-RESTO-LEAP        PIC 9(04) VALUE ZEROS.
         77 WRK-PASSOS            PIC 9(04) VALUE ZEROS.
         77 WRK-DIA-CADASTRO      PIC 9(01) VALUE ZEROS.
      *    Quocientes inteiros da congruencia de Zeller.
         77 WRK-ZL-MES            PIC 9(03) VALUE ZEROS.
         77 WRK-ZL-K              PIC 9(02) VALUE ZEROS.
         77 WRK-ZL-J              PIC 9(02) VALUE ZEROS.
         77 WRK-REPETIDO          PIC X(01) VALUE "N".
             88 SLOT-REPETIDO VALUE "S".

         77 WRK-TOTAL-CHOQUE-PROF PIC 9(04) VALUE ZEROS.
         77 WRK-TOTAL-CHOQUE-SALA PIC 9(04) VALUE ZEROS.
         77 WRK-TOTAL-SEM-TURMA   PIC 9(04) VALUE ZEROS.
         77 WRK-TOTAL-FERIADO     PIC 9(04) VALUE ZEROS.
         77 WRK-TOTAL-SESSOES     PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-ED            PIC ZZ.ZZ9.

      *    Grade corrente: tipo P (professor) ou S (sala), termo e
      *    chave; linhas em ordem de horario, uma coluna por dia.
         77 WRK-GR-TIPO           PIC X(01) VALUE SPACES.
         77 WRK-GR-TERMO          PIC X(06) VALUE SPACES.
         77 WRK-GR-CHAVE          PIC X(20) VALUE SPACES.
         77 WRK-NA-GRADE          PIC X(01) VALUE "N".
             88 SLOT-NA-GRADE VALUE "S".
         77 WRK-CHAVE-HORA        PIC 9(08) VALUE ZEROS.
         77 WRK-CHAVE-ANT         PIC 9(08) VALUE ZEROS.
         77 WRK-CHAVE-MIN         PIC 9(08) VALUE ZEROS.
         77 WRK-COLUNA            PIC 9(01) VALUE ZEROS.
         77 WRK-QTD-CELULA        PIC 9(02) VALUE ZEROS.

         01 WRK-LINHA-CHOQUE.
             05 WRK-LC-TIPO        PIC X(10).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-TERMO       PIC X(06).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-DIA         PIC X(03).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-SECAO1      PIC X(03).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-INI1        PIC 9(04).
             05 FILLER             PIC X(01) VALUE "-".
             05 WRK-LC-FIM1        PIC 9(04).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-SECAO2      PIC X(03).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-INI2        PIC 9(04).
             05 FILLER             PIC X(01) VALUE "-".
             05 WRK-LC-FIM2        PIC 9(04).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-CHAVE       PIC X(20).

         01 WRK-LINHA-FERIADO.
             05 WRK-LF-TIPO        PIC X(10) VALUE "FERIADO".
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-TERMO       PIC X(06).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-DIA         PIC X(03).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-SECAO       PIC X(03).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-DATA        PIC 9999/99/99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-DESCRICAO   PIC X(30).

         01 WRK-LINHA-GRADE.
             05 WRK-LG-INI         PIC 9(04).
             05 FILLER             PIC X(01) VALUE "-".
             05 WRK-LG-FIM         PIC 9(04).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LG-CELULA      PIC X(10) OCCURS 7 TIMES.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-VERIFICA-CHOQUES
              PERFORM 0200-GERA-CALENDARIO
              PERFORM 0300-GRADES
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-HORARIO
              MOVE ZEROS TO WRK-QTD-TURMA
              MOVE ZEROS TO WRK-QTD-TERMO
              MOVE ZEROS TO WRK-QTD-FERIADOS
              MOVE ZEROS TO WRK-QTD-CAL
              MOVE ZEROS TO WRK-TOTAL-CHOQUE-PROF
              MOVE ZEROS TO WRK-TOTAL-CHOQUE-SALA
              MOVE ZEROS TO WRK-TOTAL-SEM-TURMA
              MOVE ZEROS TO WRK-TOTAL-FERIADO
              MOVE ZEROS TO WRK-TOTAL-SESSOES
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS
              MOVE ZEROS TO WRK-IMG-PAGINA
              MOVE ZEROS TO WRK-IMG-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "VALIDA-HORARIO" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-TURMAS
              PERFORM 1055-CARREGA-TERMOS
              PERFORM 1060-CARREGA-FERIADOS
              PERFORM 1070-CARREGA-HORARIO
              OPEN OUTPUT HORAVAL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "HORAVAL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT HORAGRADE-FILE
              IF WRK-STATUS-GRADE NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "HORAGRADE.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-GRADE TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE WRK-DATA-SISTEMA TO WRK-IMG-DATA
              MOVE "VALIDACAO DO QUADRO DE HORARIOS"
                  TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "OCORRENCIA TERMO  DIA SEC HORARIO   SEC"
                  DELIMITED BY SIZE
                  " HORARIO   PROFESSOR/SALA/FERIADO"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS
              MOVE "GRADE SEMANAL POR PROFESSOR E POR SALA"
                  TO WRK-IMG-TITULO
              MOVE SPACES TO WRK-IMG-COLUNAS
              STRING "HORARIO   SEG       TER       QUA       QUI"
                  DELIMITED BY SIZE
                  "       SEX       SAB       DOM" DELIMITED BY SIZE
                  INTO WRK-IMG-COLUNAS.

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
                              MOVE TU-DISCIPLINA TO
                                  TAB-TU-DISCIPLINA(WRK-QTD-TURMA)
                              MOVE TU-PROFESSOR TO
                                  TAB-TU-PROFESSOR(WRK-QTD-TURMA)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE TURMAS-FILE.

         1055-CARREGA-TERMOS SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT TERMOS-FILE
              IF WRK-STATUS-TERMOS NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "TERMOS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-TERMOS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ TERMOS-FILE INTO TERMOS-REG
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-TERMO LESS 100
                              ADD 1 TO WRK-QTD-TERMO
                              MOVE TE-TERMO TO
                                  TAB-TE-TERMO(WRK-QTD-TERMO)
                              MOVE TE-DATA-INI TO
                                  TAB-TE-DATA-INI(WRK-QTD-TERMO)
                              MOVE TE-DATA-FIM TO
                                  TAB-TE-DATA-FIM(WRK-QTD-TERMO)
                              MOVE TE-STATUS TO
                                  TAB-TE-SITUACAO(WRK-QTD-TERMO)
                              MOVE "N" TO
                                  TAB-TE-GERA(WRK-QTD-TERMO)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE TERMOS-FILE.

      *    So feriado nacional (UF em branco), como na folha; sem
      *    FERIADOS.DAT toda data do termo e dia de aula.
         1060-CARREGA-FERIADOS SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT FERIADOS-FILE
              IF WRK-STATUS-FERIADOS NOT = "00"
                  DISPLAY "Aviso: FERIADOS.DAT indisponivel : "
                      WRK-STATUS-FERIADOS " - sem feriados"
                  GO TO 1060-SAIDA
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ FERIADOS-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF FE-DATA NUMERIC
                              AND FE-UF = SPACES
                              AND WRK-QTD-FERIADOS LESS 200
                              ADD 1 TO WRK-QTD-FERIADOS
                              MOVE FE-DATA TO
                                  TAB-FER-DATA(WRK-QTD-FERIADOS)
                              MOVE FE-DESCRICAO TO
                                  TAB-FER-DESCRICAO(WRK-QTD-FERIADOS)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FERIADOS-FILE.
         1060-SAIDA.
              EXIT.

         1070-CARREGA-HORARIO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT HORARIO-FILE
              IF WRK-STATUS-HORARIO NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "HORARIO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-HORARIO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ HORARIO-FILE INTO HORARIO-REG
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          PERFORM 1075-GUARDA-HORARIO
                  END-READ
              END-PERFORM
              CLOSE HORARIO-FILE.

         1075-GUARDA-HORARIO SECTION.
              IF WRK-QTD-HORARIO NOT LESS 500
                  DISPLAY "HORARIO.DAT maior que o limite de 500"
                      " horarios"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-HORARIO
              SET TAB-HO-IDX TO WRK-QTD-HORARIO
              MOVE HO-SECAO      TO TAB-HO-SECAO(TAB-HO-IDX)
              MOVE HO-TERMO      TO TAB-HO-TERMO(TAB-HO-IDX)
              MOVE HO-DIA-SEMANA TO TAB-HO-DIA-SEMANA(TAB-HO-IDX)
              MOVE HO-HORA-INI   TO TAB-HO-HORA-INI(TAB-HO-IDX)
              MOVE HO-HORA-FIM   TO TAB-HO-HORA-FIM(TAB-HO-IDX)
              MOVE HO-SALA       TO TAB-HO-SALA(TAB-HO-IDX)
              MOVE SPACES        TO TAB-HO-PROFESSOR(TAB-HO-IDX)
              MOVE SPACES        TO TAB-HO-DISCIPLINA(TAB-HO-IDX)
              MOVE "N" TO WRK-ACHOU-TURMA
              IF WRK-QTD-TURMA GREATER ZERO
                  SET TAB-TU-IDX TO 1
                  SEARCH TAB-TU-REG
                      AT END
                          CONTINUE
                      WHEN TAB-TU-SECAO(TAB-TU-IDX) = HO-SECAO
                          AND TAB-TU-TERMO(TAB-TU-IDX) = HO-TERMO
                          SET ACHOU-TURMA TO TRUE
                          MOVE TAB-TU-PROFESSOR(TAB-TU-IDX)
                              TO TAB-HO-PROFESSOR(TAB-HO-IDX)
                          MOVE TAB-TU-DISCIPLINA(TAB-TU-IDX)
                              TO TAB-HO-DISCIPLINA(TAB-HO-IDX)
                  END-SEARCH
              END-IF.

      *    Cada par de horarios do mesmo termo e dia que se cruzam:
      *    mesmo professor em secoes diferentes ou mesma sala.
         0100-VERIFICA-CHOQUES SECTION.
              PERFORM VARYING TAB-HO-IDX FROM 1 BY 1
                  UNTIL TAB-HO-IDX GREATER WRK-QTD-HORARIO
                  IF TAB-HO-PROFESSOR(TAB-HO-IDX) = SPACES
                      PERFORM 0150-GRAVA-SEM-TURMA
                  END-IF
                  SET TAB-HO-IDX2 TO TAB-HO-IDX
                  SET TAB-HO-IDX2 UP BY 1
                  PERFORM UNTIL TAB-HO-IDX2 GREATER WRK-QTD-HORARIO
                      PERFORM 0110-COMPARA-HORARIOS
                      SET TAB-HO-IDX2 UP BY 1
                  END-PERFORM
              END-PERFORM.

         0110-COMPARA-HORARIOS SECTION.
              IF TAB-HO-TERMO(TAB-HO-IDX2) NOT =
                  TAB-HO-TERMO(TAB-HO-IDX)
                  OR TAB-HO-DIA-SEMANA(TAB-HO-IDX2) NOT =
                  TAB-HO-DIA-SEMANA(TAB-HO-IDX)
                  OR TAB-HO-HORA-INI(TAB-HO-IDX2) NOT LESS
                  TAB-HO-HORA-FIM(TAB-HO-IDX)
                  OR TAB-HO-HORA-INI(TAB-HO-IDX) NOT LESS
                  TAB-HO-HORA-FIM(TAB-HO-IDX2)
                  GO TO 0110-SAIDA
              END-IF
              IF TAB-HO-PROFESSOR(TAB-HO-IDX) NOT = SPACES
                  AND TAB-HO-PROFESSOR(TAB-HO-IDX2) =
                  TAB-HO-PROFESSOR(TAB-HO-IDX)
                  AND TAB-HO-SECAO(TAB-HO-IDX2) NOT =
                  TAB-HO-SECAO(TAB-HO-IDX)
                  MOVE "PROFESSOR" TO WRK-LC-TIPO
                  MOVE TAB-HO-PROFESSOR(TAB-HO-IDX) TO WRK-LC-CHAVE
                  PERFORM 0120-GRAVA-CHOQUE
                  ADD 1 TO WRK-TOTAL-CHOQUE-PROF
              END-IF
              IF TAB-HO-SALA(TAB-HO-IDX2) = TAB-HO-SALA(TAB-HO-IDX)
                  MOVE "SALA" TO WRK-LC-TIPO
                  MOVE TAB-HO-SALA(TAB-HO-IDX) TO WRK-LC-CHAVE
                  PERFORM 0120-GRAVA-CHOQUE
                  ADD 1 TO WRK-TOTAL-CHOQUE-SALA
              END-IF.
         0110-SAIDA.
              EXIT.

         0120-GRAVA-CHOQUE SECTION.
              MOVE TAB-HO-TERMO(TAB-HO-IDX)    TO WRK-LC-TERMO
              MOVE WRK-NOME-DIA(TAB-HO-DIA-SEMANA(TAB-HO-IDX))
                  TO WRK-LC-DIA
              MOVE TAB-HO-SECAO(TAB-HO-IDX)    TO WRK-LC-SECAO1
              MOVE TAB-HO-HORA-INI(TAB-HO-IDX) TO WRK-LC-INI1
              MOVE TAB-HO-HORA-FIM(TAB-HO-IDX) TO WRK-LC-FIM1
              MOVE TAB-HO-SECAO(TAB-HO-IDX2)   TO WRK-LC-SECAO2
              MOVE TAB-HO-HORA-INI(TAB-HO-IDX2) TO WRK-LC-INI2
              MOVE TAB-HO-HORA-FIM(TAB-HO-IDX2) TO WRK-LC-FIM2
              MOVE WRK-LINHA-CHOQUE TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE.

         0150-GRAVA-SEM-TURMA SECTION.
              MOVE SPACES TO WRK-LINHA-CHOQUE
              MOVE "SEM TURMA" TO WRK-LC-TIPO
              MOVE TAB-HO-TERMO(TAB-HO-IDX)    TO WRK-LC-TERMO
              MOVE WRK-NOME-DIA(TAB-HO-DIA-SEMANA(TAB-HO-IDX))
                  TO WRK-LC-DIA
              MOVE TAB-HO-SECAO(TAB-HO-IDX)    TO WRK-LC-SECAO1
              MOVE TAB-HO-HORA-INI(TAB-HO-IDX) TO WRK-LC-INI1
              MOVE TAB-HO-HORA-FIM(TAB-HO-IDX) TO WRK-LC-FIM1
              MOVE ZEROS TO WRK-LC-INI2
              MOVE ZEROS TO WRK-LC-FIM2
              MOVE TAB-HO-SALA(TAB-HO-IDX)     TO WRK-LC-CHAVE
              MOVE WRK-LINHA-CHOQUE TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD 1 TO WRK-TOTAL-SEM-TURMA
              MOVE 4 TO RETURN-CODE.

      *    Termo aberto com horario tem o calendario regenerado; as
      *    demais linhas de SECAOCAL.DAT sao mantidas como estavam.
         0200-GERA-CALENDARIO SECTION.
              PERFORM VARYING TAB-TE-IDX FROM 1 BY 1
                  UNTIL TAB-TE-IDX GREATER WRK-QTD-TERMO
                  IF TAB-TE-SITUACAO(TAB-TE-IDX) = "A"
                      PERFORM VARYING TAB-HO-IDX FROM 1 BY 1
                          UNTIL TAB-HO-IDX GREATER WRK-QTD-HORARIO
                          IF TAB-HO-TERMO(TAB-HO-IDX) =
                              TAB-TE-TERMO(TAB-TE-IDX)
                              MOVE "S" TO TAB-TE-GERA(TAB-TE-IDX)
                          END-IF
                      END-PERFORM
                  END-IF
              END-PERFORM
              PERFORM 0205-CARREGA-CALENDARIO
              OPEN OUTPUT SECAOCAL-FILE
              IF WRK-STATUS-CAL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "SECAOCAL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CAL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-CA-IDX FROM 1 BY 1
                  UNTIL TAB-CA-IDX GREATER WRK-QTD-CAL
                  MOVE TAB-CA-SECAO(TAB-CA-IDX) TO CS-SECAO
                  MOVE TAB-CA-TERMO(TAB-CA-IDX) TO CS-TERMO
                  MOVE TAB-CA-DATA(TAB-CA-IDX)  TO CS-DATA
                  WRITE SECAOCAL-REG
              END-PERFORM
              PERFORM VARYING TAB-TE-IDX FROM 1 BY 1
                  UNTIL TAB-TE-IDX GREATER WRK-QTD-TERMO
                  IF TAB-TE-GERA(TAB-TE-IDX) = "S"
                      PERFORM 0220-GERA-TERMO
                  END-IF
              END-PERFORM
              CLOSE SECAOCAL-FILE.

         0205-CARREGA-CALENDARIO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT SECAOCAL-FILE
              IF WRK-STATUS-CAL NOT = "00"
                  GO TO 0205-SAIDA
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ SECAOCAL-FILE INTO SECAOCAL-REG
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          PERFORM 0210-SECAO-REGENERADA
                          IF NOT REGENERA-SECAO
                              IF WRK-QTD-CAL NOT LESS 5000
                                  DISPLAY "SECAOCAL.DAT maior que o"
                                      " limite de 5000 linhas"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-CAL
                              MOVE CS-SECAO TO
                                  TAB-CA-SECAO(WRK-QTD-CAL)
                              MOVE CS-TERMO TO
                                  TAB-CA-TERMO(WRK-QTD-CAL)
                              MOVE CS-DATA TO
                                  TAB-CA-DATA(WRK-QTD-CAL)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE SECAOCAL-FILE.
         0205-SAIDA.
              EXIT.

         0210-SECAO-REGENERADA SECTION.
              MOVE "N" TO WRK-REGENERA
              PERFORM VARYING TAB-TE-IDX FROM 1 BY 1
                  UNTIL TAB-TE-IDX GREATER WRK-QTD-TERMO
                  IF TAB-TE-TERMO(TAB-TE-IDX) = CS-TERMO
                      AND TAB-TE-GERA(TAB-TE-IDX) = "S"
                      PERFORM VARYING TAB-HO-IDX FROM 1 BY 1
                          UNTIL TAB-HO-IDX GREATER WRK-QTD-HORARIO
                          IF TAB-HO-TERMO(TAB-HO-IDX) = CS-TERMO
                              AND TAB-HO-SECAO(TAB-HO-IDX) = CS-SECAO
                              SET REGENERA-SECAO TO TRUE
                          END-IF
                      END-PERFORM
                  END-IF
              END-PERFORM.

      *    Percorre as datas do termo; a secao com dois encontros no
      *    mesmo dia gera uma sessao so.
         0220-GERA-TERMO SECTION.
              MOVE TAB-TE-DATA-INI(TAB-TE-IDX) TO WRK-DATA-TESTE-N
              MOVE ZEROS TO WRK-PASSOS
              PERFORM UNTIL WRK-DATA-TESTE-N GREATER
                  TAB-TE-DATA-FIM(TAB-TE-IDX)
                  OR WRK-PASSOS GREATER 400
                  PERFORM 0250-TESTA-DIA
                  PERFORM VARYING TAB-HO-IDX FROM 1 BY 1
                      UNTIL TAB-HO-IDX GREATER WRK-QTD-HORARIO
                      IF TAB-HO-TERMO(TAB-HO-IDX) =
                          TAB-TE-TERMO(TAB-TE-IDX)
                          AND TAB-HO-DIA-SEMANA(TAB-HO-IDX) =
                          WRK-DIA-CADASTRO
                          PERFORM 0230-GERA-SESSAO
                      END-IF
                  END-PERFORM
                  PERFORM 0260-AVANCA-UM-DIA
                  ADD 1 TO WRK-PASSOS
              END-PERFORM.

         0230-GERA-SESSAO SECTION.
              MOVE "N" TO WRK-REPETIDO
              PERFORM VARYING TAB-HO-IDX2 FROM 1 BY 1
                  UNTIL TAB-HO-IDX2 NOT LESS TAB-HO-IDX
                  IF TAB-HO-TERMO(TAB-HO-IDX2) =
                      TAB-HO-TERMO(TAB-HO-IDX)
                      AND TAB-HO-SECAO(TAB-HO-IDX2) =
                      TAB-HO-SECAO(TAB-HO-IDX)
                      AND TAB-HO-DIA-SEMANA(TAB-HO-IDX2) =
                      TAB-HO-DIA-SEMANA(TAB-HO-IDX)
                      SET SLOT-REPETIDO TO TRUE
                  END-IF
              END-PERFORM
              IF SLOT-REPETIDO
                  GO TO 0230-SAIDA
              END-IF
              IF EH-FERIADO
                  MOVE TAB-HO-TERMO(TAB-HO-IDX) TO WRK-LF-TERMO
                  MOVE WRK-NOME-DIA(WRK-DIA-CADASTRO) TO WRK-LF-DIA
                  MOVE TAB-HO-SECAO(TAB-HO-IDX) TO WRK-LF-SECAO
                  MOVE WRK-DATA-TESTE-N TO WRK-LF-DATA
                  MOVE TAB-FER-DESCRICAO(TAB-FER-IDX)
                      TO WRK-LF-DESCRICAO
                  MOVE WRK-LINHA-FERIADO TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
                  ADD 1 TO WRK-TOTAL-FERIADO
                  GO TO 0230-SAIDA
              END-IF
              MOVE TAB-HO-SECAO(TAB-HO-IDX) TO CS-SECAO
              MOVE TAB-HO-TERMO(TAB-HO-IDX) TO CS-TERMO
              MOVE WRK-DATA-TESTE-N         TO CS-DATA
              WRITE SECAOCAL-REG
              ADD 1 TO WRK-TOTAL-SESSOES
              ADD 1 TO WRK-JOB-GRAVADOS.
         0230-SAIDA.
              EXIT.

      *    Dia da semana pela congruencia de Zeller do DATECPY (0
      *    sabado, 1 domingo ... 6 sexta), levado para a numeracao do
      *    cadastro (1 domingo ... 7 sabado).
         0250-TESTA-DIA SECTION.
              MOVE WRK-TS-MES TO WRK-MES-CALC
              MOVE WRK-TS-ANO TO WRK-ANO-CALC
              MOVE WRK-TS-DIA TO WRK-DIA-CALC
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
              MOVE "N" TO WRK-EH-FERIADO
              IF WRK-QTD-FERIADOS GREATER ZERO
                  SET TAB-FER-IDX TO 1
                  SEARCH TAB-FER-REG
                      AT END
                          CONTINUE
                      WHEN TAB-FER-DATA(TAB-FER-IDX) = WRK-DATA-TESTE-N
                          SET EH-FERIADO TO TRUE
                  END-SEARCH
              END-IF.

         0260-AVANCA-UM-DIA SECTION.
              PERFORM 0270-DIAS-DO-MES
              IF WRK-TS-DIA LESS WRK-DIAS-NO-MES
                  ADD 1 TO WRK-TS-DIA
              ELSE
                  MOVE 1 TO WRK-TS-DIA
                  IF WRK-TS-MES LESS 12
                      ADD 1 TO WRK-TS-MES
                  ELSE
                      MOVE 1 TO WRK-TS-MES
                      ADD 1 TO WRK-TS-ANO
                  END-IF
              END-IF.

         0270-DIAS-DO-MES SECTION.
              EVALUATE WRK-TS-MES
                  WHEN 02
                      MOVE 28 TO WRK-DIAS-NO-MES
                      DIVIDE WRK-TS-ANO BY 4 GIVING WRK-QUOC-LEAP
                          REMAINDER WRK-RESTO-LEAP
                      IF WRK-RESTO-LEAP = ZEROS
                          MOVE 29 TO WRK-DIAS-NO-MES
                      END-IF
                      DIVIDE WRK-TS-ANO BY 100 GIVING WRK-QUOC-LEAP
                          REMAINDER WRK-RESTO-LEAP
                      IF WRK-RESTO-LEAP = ZEROS
                          MOVE 28 TO WRK-DIAS-NO-MES
                          DIVIDE WRK-TS-ANO BY 400
                              GIVING WRK-QUOC-LEAP
                              REMAINDER WRK-RESTO-LEAP
                          IF WRK-RESTO-LEAP = ZEROS
                              MOVE 29 TO WRK-DIAS-NO-MES
                          END-IF
                      END-IF
                  WHEN 04 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN 06 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN 09 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN 11 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN OTHER MOVE 31 TO WRK-DIAS-NO-MES
              END-EVALUATE.

      *    Uma grade por professor e termo, depois uma por sala e
      *    termo, na ordem em que aparecem no cadastro.
         0300-GRADES SECTION.
              MOVE "P" TO WRK-GR-TIPO
              PERFORM VARYING TAB-HO-IDX FROM 1 BY 1
                  UNTIL TAB-HO-IDX GREATER WRK-QTD-HORARIO
                  IF TAB-HO-PROFESSOR(TAB-HO-IDX) NOT = SPACES
                      MOVE TAB-HO-TERMO(TAB-HO-IDX) TO WRK-GR-TERMO
                      MOVE TAB-HO-PROFESSOR(TAB-HO-IDX)
                          TO WRK-GR-CHAVE
                      PERFORM 0310-PRIMEIRA-OCORRENCIA
                  END-IF
              END-PERFORM
              MOVE "S" TO WRK-GR-TIPO
              PERFORM VARYING TAB-HO-IDX FROM 1 BY 1
                  UNTIL TAB-HO-IDX GREATER WRK-QTD-HORARIO
                  MOVE TAB-HO-TERMO(TAB-HO-IDX) TO WRK-GR-TERMO
                  MOVE TAB-HO-SALA(TAB-HO-IDX) TO WRK-GR-CHAVE
                  PERFORM 0310-PRIMEIRA-OCORRENCIA
              END-PERFORM.

         0310-PRIMEIRA-OCORRENCIA SECTION.
              MOVE "N" TO WRK-REPETIDO
              PERFORM VARYING TAB-HO-IDX2 FROM 1 BY 1
                  UNTIL TAB-HO-IDX2 NOT LESS TAB-HO-IDX
                  OR SLOT-REPETIDO
                  PERFORM 0330-CONFERE-SLOT
                  IF SLOT-NA-GRADE
                      SET SLOT-REPETIDO TO TRUE
                  END-IF
              END-PERFORM
              IF NOT SLOT-REPETIDO
                  PERFORM 0320-IMPRIME-GRADE
              END-IF.

         0320-IMPRIME-GRADE SECTION.
              MOVE SPACES TO WRK-IMG-LINHA
              PERFORM 8600-IMP-LINHA
              IF WRK-GR-TIPO = "P"
                  STRING "PROFESSOR " DELIMITED BY SIZE
                      WRK-GR-CHAVE DELIMITED BY SIZE
                      " TERMO " DELIMITED BY SIZE
                      WRK-GR-TERMO DELIMITED BY SIZE
                      INTO WRK-IMG-LINHA
              ELSE
                  STRING "SALA " DELIMITED BY SIZE
                      WRK-GR-CHAVE(1:5) DELIMITED BY SIZE
                      " TERMO " DELIMITED BY SIZE
                      WRK-GR-TERMO DELIMITED BY SIZE
                      INTO WRK-IMG-LINHA
              END-IF
              PERFORM 8600-IMP-LINHA
              MOVE ZEROS TO WRK-CHAVE-ANT
              MOVE 99999999 TO WRK-CHAVE-MIN
              PERFORM 0340-PROXIMO-HORARIO
              PERFORM UNTIL WRK-CHAVE-MIN = 99999999
                  PERFORM 0350-IMPRIME-LINHA-GRADE
                  MOVE WRK-CHAVE-MIN TO WRK-CHAVE-ANT
                  MOVE 99999999 TO WRK-CHAVE-MIN
                  PERFORM 0340-PROXIMO-HORARIO
              END-PERFORM.

      *    Horario TAB-HO-IDX2 pertence a grade corrente?
         0330-CONFERE-SLOT SECTION.
              MOVE "N" TO WRK-NA-GRADE
              IF TAB-HO-TERMO(TAB-HO-IDX2) = WRK-GR-TERMO
                  IF (WRK-GR-TIPO = "P"
                      AND TAB-HO-PROFESSOR(TAB-HO-IDX2) = WRK-GR-CHAVE)
                      OR (WRK-GR-TIPO = "S"
                      AND TAB-HO-SALA(TAB-HO-IDX2) = WRK-GR-CHAVE)
                      SET SLOT-NA-GRADE TO TRUE
                  END-IF
              END-IF.

      *    Menor par inicio+fim da grade depois do ultimo impresso.
         0340-PROXIMO-HORARIO SECTION.
              PERFORM VARYING TAB-HO-IDX2 FROM 1 BY 1
                  UNTIL TAB-HO-IDX2 GREATER WRK-QTD-HORARIO
                  PERFORM 0330-CONFERE-SLOT
                  IF SLOT-NA-GRADE
                      COMPUTE WRK-CHAVE-HORA =
                          TAB-HO-HORA-INI(TAB-HO-IDX2) * 10000
                          + TAB-HO-HORA-FIM(TAB-HO-IDX2)
                      IF WRK-CHAVE-HORA GREATER WRK-CHAVE-ANT
                          AND WRK-CHAVE-HORA LESS WRK-CHAVE-MIN
                          MOVE WRK-CHAVE-HORA TO WRK-CHAVE-MIN
                      END-IF
                  END-IF
              END-PERFORM.

      *    Colunas de segunda a sabado e domingo por ultimo; celula
      *    com dois horarios e choque.
         0350-IMPRIME-LINHA-GRADE SECTION.
              MOVE SPACES TO WRK-LINHA-GRADE
              MOVE "-" TO WRK-LINHA-GRADE(5:1)
              DIVIDE WRK-CHAVE-MIN BY 10000 GIVING WRK-LG-INI
                  REMAINDER WRK-LG-FIM
              PERFORM VARYING WRK-COLUNA FROM 1 BY 1
                  UNTIL WRK-COLUNA GREATER 7
                  IF WRK-COLUNA = 7
                      MOVE 1 TO WRK-DIA-CADASTRO
                  ELSE
                      COMPUTE WRK-DIA-CADASTRO = WRK-COLUNA + 1
                  END-IF
                  MOVE ZEROS TO WRK-QTD-CELULA
                  PERFORM VARYING TAB-HO-IDX2 FROM 1 BY 1
                      UNTIL TAB-HO-IDX2 GREATER WRK-QTD-HORARIO
                      PERFORM 0330-CONFERE-SLOT
                      COMPUTE WRK-CHAVE-HORA =
                          TAB-HO-HORA-INI(TAB-HO-IDX2) * 10000
                          + TAB-HO-HORA-FIM(TAB-HO-IDX2)
                      IF SLOT-NA-GRADE
                          AND WRK-CHAVE-HORA = WRK-CHAVE-MIN
                          AND TAB-HO-DIA-SEMANA(TAB-HO-IDX2) =
                          WRK-DIA-CADASTRO
                          ADD 1 TO WRK-QTD-CELULA
                          PERFORM 0360-MONTA-CELULA
                      END-IF
                  END-PERFORM
              END-PERFORM
              MOVE WRK-LINHA-GRADE TO WRK-IMG-LINHA
              PERFORM 8600-IMP-LINHA.

         0360-MONTA-CELULA SECTION.
              IF WRK-QTD-CELULA GREATER 1
                  MOVE "*CHOQUE*" TO WRK-LG-CELULA(WRK-COLUNA)
                  GO TO 0360-SAIDA
              END-IF
              IF WRK-GR-TIPO = "P"
                  STRING TAB-HO-SECAO(TAB-HO-IDX2) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TAB-HO-SALA(TAB-HO-IDX2) DELIMITED BY SIZE
                      INTO WRK-LG-CELULA(WRK-COLUNA)
              ELSE
                  STRING TAB-HO-SECAO(TAB-HO-IDX2) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TAB-HO-DISCIPLINA(TAB-HO-IDX2) DELIMITED BY SIZE
                      INTO WRK-LG-CELULA(WRK-COLUNA)
              END-IF.
         0360-SAIDA.
              EXIT.

         9000-FINALIZAR SECTION.
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-CHOQUE-PROF TO WRK-QTD-ED
              STRING "CHOQUES DE PROFESSOR   : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-CHOQUE-SALA TO WRK-QTD-ED
              STRING "CHOQUES DE SALA        : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-SEM-TURMA TO WRK-QTD-ED
              STRING "HORARIOS SEM TURMA     : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-FERIADO TO WRK-QTD-ED
              STRING "SESSOES EM FERIADO     : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-SESSOES TO WRK-QTD-ED
              STRING "SESSOES NO CALENDARIO  : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              IF WRK-TOTAL-FERIADO GREATER ZERO
                  MOVE 4 TO RETURN-CODE
              END-IF
              MOVE SPACES TO WRK-IMP-TOTAIS
              COMPUTE WRK-QTD-ED = WRK-TOTAL-CHOQUE-PROF
                  + WRK-TOTAL-CHOQUE-SALA
              STRING "CHOQUES " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM
              MOVE SPACES TO WRK-IMG-TOTAIS
              MOVE WRK-QTD-HORARIO TO WRK-QTD-ED
              STRING "HORARIOS " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMG-TOTAIS
              PERFORM 8640-IMP-FIM
              CLOSE HORAVAL-FILE
              CLOSE HORAGRADE-FILE
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
              DISPLAY "HORARIOS LIDOS      : " WRK-JOB-LIDOS
              DISPLAY "SESSOES GERADAS     : " WRK-JOB-GRAVADOS
              DISPLAY "CHOQUES             : " WRK-JOB-REJEITADOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==HORAVAL-REG==.

           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==HORAGRADE-REG==
               LEADING ==WRK-IMP== BY ==WRK-IMG==
               LEADING ==8800== BY ==8600==
               LEADING ==8820== BY ==8620==
               LEADING ==8840== BY ==8640==.

       END PROGRAM VALHORARIO.
