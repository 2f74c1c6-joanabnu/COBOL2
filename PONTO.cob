      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 08/02/2025
      * Purpose: Apuracao do ponto eletronico do mes. Le as marcacoes
      *          do relogio (PONTO.DAT: funcionario, dia e ate seis
      *          marcacoes HHMM de entrada e saida alternadas) e aplica
      *          a jornada contratual de cada funcionario (JORNADA.DAT;
      *          a linha de codigo 0000 vale para quem nao tem a sua e,
      *          sem ela, 08:00 as 17:00 com 60 minutos de intervalo e
      *          10 de tolerancia). Dia util ou nao vem da rotina comum
      *          DIAUTIL (fins de semana e FERIADOS.DAT da UF da
      *          jornada). Por dia: horas normais ate a jornada, horas
      *          extras 50% no dia util alem da tolerancia, extras 100%
      *          em todo o trabalhado no dia nao util, atraso/saida
      *          antecipada quando falta mais que a tolerancia, e falta
      *          no dia util sem marcacao fora de afastamento
      *          (AFASTAMENTOS.DAT) e de ferias (FERIASGOZO.DAT). Fica
      *          no controle de ponto quem tem jornada propria ou
      *          alguma marcacao no mes. Os totais viram movimentos
      *          HEX, HED, FAL e ATR da competencia (PARAMRH.DAT; na
      *          falta, o mes corrente) em VARMOV.DAT, substituindo os
      *          desses eventos gerados antes para os mesmos
      *          funcionarios -- a reexecucao depois das correcoes nao
      *          duplica. Marcacao impar, fora de ordem, invalida ou em
      *          duplicidade descarta o dia e vai para PONTOEXC.DAT e
      *          EXCDIARIO.DAT; as faltas saem so em PONTOEXC.DAT. O
      *          resumo por funcionario sai em PONTOREL.DAT.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTO-FILE ASSIGN TO "PONTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PONTO.
           SELECT JORNADA-FILE ASSIGN TO "JORNADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-JORNADA.
           SELECT AFASTAMENTOS-FILE ASSIGN TO "AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFAST.
           SELECT FERIASGOZO-FILE ASSIGN TO "FERIASGOZO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GOZO.
           SELECT FUNCM-FILE ASSIGN TO "FUNCM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-CODIGO
               FILE STATUS IS WRK-STATUS-FUNCM.
           SELECT PARAMRH-FILE ASSIGN TO "PARAMRH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT VARMOV-FILE ASSIGN TO "VARMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VARMOV.
           SELECT PONTOEXC-FILE ASSIGN TO "PONTOEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.
           SELECT PONTOREL-FILE ASSIGN TO "PONTOREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  PONTO-FILE.
       01  PONTO-REG.
           05 PT-CODIGO              PIC 9(04).
           05 PT-DATA.
               10 PT-ANO-MES         PIC 9(06).
               10 PT-DIA             PIC 9(02).
           05 PT-MARCACOES.
               10 PT-MARCA           PIC X(04) OCCURS 6 TIMES.

       FD  JORNADA-FILE.
       01  JORNADA-REG.
           05 JO-CODIGO              PIC 9(04).
           05 JO-ENTRADA             PIC X(04).
           05 JO-SAIDA               PIC X(04).
           05 JO-INTERVALO           PIC 9(03).
           05 JO-TOLERANCIA          PIC 9(02).
           05 JO-UF                  PIC X(02).

       FD  AFASTAMENTOS-FILE.
       01  AFASTAMENTOS-REG.
           05 AF-CODIGO-FUNC         PIC 9(04).
           05 AF-TIPO-AFAST          PIC X(01).
           05 AF-INICIO              PIC 9(08).
           05 AF-RETORNO-PREV        PIC 9(08).
           05 AF-RETORNO-REAL        PIC 9(08).

       FD  FERIASGOZO-FILE.
       01  FERIASGOZO-REG.
           05 FG-CODIGO              PIC 9(04).
           05 FG-DATA-INICIO         PIC 9(08).
           05 FG-DIAS                PIC 9(02).
           05 FG-COMPETENCIA         PIC 9(06).
           05 FG-VALOR-BRUTO         PIC 9(07)V99.

       FD  FUNCM-FILE.
       01  FUNCM-REG.
           05 FM-CODIGO              PIC 9(04).
           05 FM-NOME                PIC X(15).
           05 FM-SALARIO             PIC 9(06).
           05 FM-DEPTO               PIC X(04).
           05 FM-INSS                PIC 9(06)V99.
           05 FM-IRRF                PIC 9(06)V99.
           05 FM-SALARIO-LIQUIDO     PIC 9(06)V99.
           05 FM-BANCO               PIC 9(03).
           05 FM-AGENCIA             PIC 9(04).
           05 FM-CONTA               PIC 9(08).
           05 FM-ADMISSAO            PIC 9(08).

       FD  PARAMRH-FILE.
       01  PARAMRH-REG.
           05 PH-COMPETENCIA         PIC 9(06).

       FD  VARMOV-FILE.
       01  VARMOV-REG.
           05 VM-CODIGO              PIC 9(04).
           05 VM-COMPETENCIA         PIC 9(06).
           05 VM-EVENTO              PIC X(03).
           05 VM-HORAS               PIC 9(03)V99.
           05 VM-VALOR               PIC 9(06)V99.

       FD  PONTOEXC-FILE.
       01  PONTOEXC-REG.
           05 EX-CODIGO              PIC 9(04).
           05 EX-DATA                PIC 9(08).
           05 EX-MARCACOES           PIC X(24).
           05 EX-MOTIVO              PIC X(30).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG             PIC X(91).

       FD  PONTOREL-FILE.
       01  PONTOREL-REG              PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

           COPY EXCDIARIOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         01 WRK-PARM-DIAUTIL.
             05 WRK-DU-DATA        PIC 9(08) VALUE ZEROS.
             05 WRK-DU-UF          PIC X(02) VALUE SPACES.
             05 WRK-DU-EH-UTIL     PIC X(01) VALUE "S".
             05 WRK-DU-PROXIMO     PIC 9(08) VALUE ZEROS.
             05 WRK-DU-RETORNO     PIC 9(02) VALUE ZEROS.

         77 WRK-STATUS-PONTO      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-JORNADA    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AFAST      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-GOZO       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FUNCM      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAM      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-VARMOV     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-FIM-PONTO         PIC X(01) VALUE "N".
             88 FIM-PONTO VALUE "S".
         77 WRK-FIM-JORNADA       PIC X(01) VALUE "N".
             88 FIM-JORNADA VALUE "S".
         77 WRK-FIM-AFAST         PIC X(01) VALUE "N".
             88 FIM-AFAST VALUE "S".
         77 WRK-FIM-GOZO          PIC X(01) VALUE "N".
             88 FIM-GOZO VALUE "S".
         77 WRK-FIM-MESTRE        PIC X(01) VALUE "N".
             88 FIM-MESTRE VALUE "S".
         77 WRK-FIM-VARMOV        PIC X(01) VALUE "N".
             88 FIM-VARMOV VALUE "S".

         01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
         01 WRK-COMPETENCIA-X REDEFINES WRK-COMPETENCIA.
             05 WRK-COMP-ANO       PIC 9(04).
             05 WRK-COMP-MES       PIC 9(02).
         01 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         01 WRK-DATA-SISTEMA-X REDEFINES WRK-DATA-SISTEMA.
             05 WRK-DS-ANO-MES     PIC 9(06).
             05 WRK-DS-DIA         PIC 9(02).
         77 WRK-INICIO-MES        PIC 9(08) VALUE ZEROS.
         77 WRK-FIM-MES           PIC 9(08) VALUE ZEROS.
         77 WRK-DIAS-MES          PIC 9(02) VALUE ZEROS.
      *    Ultimo dia apurado: o fim do mes, ou a vespera de hoje
      *    quando a competencia e o mes corrente.
         77 WRK-DIA-LIMITE        PIC 9(02) VALUE ZEROS.
         77 WRK-DIA               PIC 9(02) VALUE ZEROS.
         77 WRK-DATA-DIA          PIC 9(08) VALUE ZEROS.
         77 WRK-SERIAL-DIA        PIC 9(07) VALUE ZEROS.
         77 WRK-SERIAL-INI-MES    PIC 9(07) VALUE ZEROS.
         77 WRK-SERIAL-FIM-MES    PIC 9(07) VALUE ZEROS.
         77 WRK-QUOCIENTE         PIC 9(04) VALUE ZEROS.
         77 WRK-RESTO             PIC 9(04) VALUE ZEROS.
         77 WRK-MOTIVO            PIC X(30) VALUE SPACES.

      *    Jornada contratual: horarios convertidos em minutos do
      *    dia. WRK-JP-* e a jornada padrao (codigo 0000 ou a fixa).
         01 TAB-JORNADA.
             05 TAB-JO-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-JORNADA
                 INDEXED BY TAB-JO-IDX.
                 10 TAB-JO-CODIGO     PIC 9(04).
                 10 TAB-JO-ENTRADA    PIC 9(04).
                 10 TAB-JO-SAIDA      PIC 9(04).
                 10 TAB-JO-INTERVALO  PIC 9(03).
                 10 TAB-JO-TOLERANCIA PIC 9(02).
                 10 TAB-JO-UF         PIC X(02).
         77 WRK-QTD-JORNADA       PIC 9(03) VALUE ZEROS.
         77 WRK-JP-ENTRADA        PIC 9(04) VALUE 480.
         77 WRK-JP-SAIDA          PIC 9(04) VALUE 1020.
         77 WRK-JP-INTERVALO      PIC 9(03) VALUE 60.
         77 WRK-JP-TOLERANCIA     PIC 9(02) VALUE 10.
         77 WRK-JP-UF             PIC X(02) VALUE SPACES.
         77 WRK-JOR-ENTRADA       PIC 9(04) VALUE ZEROS.
         77 WRK-JOR-SAIDA         PIC 9(04) VALUE ZEROS.
         77 WRK-JOR-INTERVALO     PIC 9(03) VALUE ZEROS.
         77 WRK-JOR-TOLERANCIA    PIC 9(02) VALUE ZEROS.
         77 WRK-JOR-UF            PIC X(02) VALUE SPACES.
         77 WRK-JOR-MINUTOS       PIC 9(04) VALUE ZEROS.
         77 WRK-JORNADA-PROPRIA   PIC X(01) VALUE "N".
             88 JORNADA-PROPRIA VALUE "S".

      *    Horario HHMM convertido em minutos do dia.
         01 WRK-HR-HHMM.
             05 WRK-HR-HH          PIC 9(02).
             05 WRK-HR-MM          PIC 9(02).
         77 WRK-HR-MINUTOS        PIC 9(04) VALUE ZEROS.
         77 WRK-HR-VALIDO         PIC X(01) VALUE "N".
             88 HR-VALIDO VALUE "S".

      *    Dias com marcacao lidos de PONTO.DAT. Situacao V valida,
      *    I descartada (ja listada em PONTOEXC.DAT).
         01 TAB-MARCACAO.
             05 TAB-MC-REG OCCURS 1 TO 8000 TIMES
                 DEPENDING ON WRK-QTD-MARCACAO
                 INDEXED BY TAB-MC-IDX.
                 10 TAB-MC-CODIGO     PIC 9(04).
                 10 TAB-MC-DIA        PIC 9(02).
                 10 TAB-MC-SITUACAO   PIC X(01).
                 10 TAB-MC-MINUTOS    PIC 9(04).
                 10 TAB-MC-PRIMEIRA   PIC 9(04).
                 10 TAB-MC-MARCACOES  PIC X(24).
         77 WRK-QTD-MARCACAO      PIC 9(04) VALUE ZEROS.
         77 WRK-IDX-MARCA         PIC 9(01) VALUE ZEROS.
         77 WRK-QTD-MARCAS        PIC 9(01) VALUE ZEROS.
         77 WRK-MARCA-ANTERIOR    PIC 9(04) VALUE ZEROS.
         77 WRK-MARCA-ENTRADA     PIC 9(04) VALUE ZEROS.
         77 WRK-MIN-TRABALHADOS   PIC 9(04) VALUE ZEROS.
         77 WRK-MIN-PRIMEIRA      PIC 9(04) VALUE ZEROS.
         77 WRK-FIM-MARCAS        PIC X(01) VALUE "N".
             88 FIM-MARCAS VALUE "S".

      *    Marcacoes do funcionario em apuracao, por dia do mes.
         01 TAB-DIA.
             05 TAB-DI-REG OCCURS 31 TIMES.
                 10 TAB-DI-SITUACAO   PIC X(01).
                 10 TAB-DI-MINUTOS    PIC 9(04).
                 10 TAB-DI-PRIMEIRA   PIC 9(04).
         77 WRK-TEM-MARCACAO      PIC X(01) VALUE "N".
             88 TEM-MARCACAO VALUE "S".

      *    Afastamentos que alcancam o mes e ferias gozadas que
      *    alcancam o mes (inicio em dias corridos e quantidade).
         01 TAB-AFAST.
             05 TAB-AF-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-AFAST
                 INDEXED BY TAB-AF-IDX.
                 10 TAB-AF-CODIGO     PIC 9(04).
                 10 TAB-AF-INICIO     PIC 9(08).
                 10 TAB-AF-RETORNO    PIC 9(08).
         77 WRK-QTD-AFAST         PIC 9(03) VALUE ZEROS.
         01 TAB-GOZO.
             05 TAB-GZ-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-GOZO
                 INDEXED BY TAB-GZ-IDX.
                 10 TAB-GZ-CODIGO     PIC 9(04).
                 10 TAB-GZ-SERIAL-INI PIC 9(07).
                 10 TAB-GZ-DIAS       PIC 9(02).
         77 WRK-QTD-GOZO          PIC 9(03) VALUE ZEROS.
         77 WRK-AUSENCIA-JUSTIF   PIC X(01) VALUE "N".
             88 AUSENCIA-JUSTIF VALUE "S".

      *    Dias corridos desde uma data fixa, para somar os dias de
      *    ferias ao inicio (ano comecando em marco).
         01 WRK-SR-DATA.
             05 WRK-SR-ANO         PIC 9(04).
             05 WRK-SR-MES         PIC 9(02).
             05 WRK-SR-DIA         PIC 9(02).
         77 WRK-SR-SERIAL         PIC 9(07) VALUE ZEROS.
         77 WRK-SR-ANO-AJ         PIC 9(04) VALUE ZEROS.
         77 WRK-SR-MES-AJ         PIC 9(02) VALUE ZEROS.
         77 WRK-SR-QT4            PIC 9(04) VALUE ZEROS.
         77 WRK-SR-QT100          PIC 9(04) VALUE ZEROS.
         77 WRK-SR-QT400          PIC 9(04) VALUE ZEROS.
         77 WRK-SR-QTMES          PIC 9(04) VALUE ZEROS.

      *    Totais do mes por funcionario apurado, em minutos (faltas
      *    em dias).
         01 TAB-APURACAO.
             05 TAB-AP-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-APURACAO
                 INDEXED BY TAB-AP-IDX.
                 10 TAB-AP-CODIGO     PIC 9(04).
                 10 TAB-AP-NOME       PIC X(15).
                 10 TAB-AP-NORMAIS    PIC 9(05).
                 10 TAB-AP-HE50       PIC 9(05).
                 10 TAB-AP-HE100      PIC 9(05).
                 10 TAB-AP-FALTAS     PIC 9(02).
                 10 TAB-AP-ATRASO     PIC 9(05).
                 10 TAB-AP-OCORRENCIAS PIC 9(02).
                 10 TAB-AP-INVALIDOS  PIC 9(02).
         77 WRK-QTD-APURACAO      PIC 9(04) VALUE ZEROS.
         77 WRK-MIN-DIFERENCA     PIC 9(04) VALUE ZEROS.
         77 WRK-TOT-FALTAS        PIC 9(05) VALUE ZEROS.

      *    VARMOV.DAT mantido: tudo menos os eventos do ponto desta
      *    competencia dos funcionarios apurados agora.
         01 TAB-VARMOV.
             05 TAB-VM-REG OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WRK-QTD-VARMOV
                 INDEXED BY TAB-VM-IDX
                 PIC X(26).
         77 WRK-QTD-VARMOV        PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-SUBSTITUIDOS  PIC 9(04) VALUE ZEROS.
         77 WRK-DESCARTA-VARMOV   PIC X(01) VALUE "N".
             88 DESCARTA-VARMOV VALUE "S".
         77 WRK-EVENTO            PIC X(03) VALUE SPACES.
         77 WRK-MIN-EVENTO        PIC 9(05) VALUE ZEROS.

         01 WRK-HM-ED.
             05 WRK-HM-HORAS       PIC ZZ9.
             05 FILLER             PIC X(01) VALUE ":".
             05 WRK-HM-MIN         PIC 9(02).
         77 WRK-HM-MINUTOS        PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-ED            PIC ZZ.ZZ9.

         01 WRK-DATA-ED.
             05 WRK-DE-DIA         PIC 9(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-DE-MES         PIC 9(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-DE-ANO         PIC 9(04).

         01 WRK-LINHA-PONTO.
             05 WRK-LP-CODIGO      PIC 9(04).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-NOME        PIC X(15).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-NORMAIS     PIC X(06).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-HE50        PIC X(06).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-HE100       PIC X(06).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-FALTAS      PIC ZZ9.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-ATRASO      PIC X(06).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-OCORRENCIAS PIC ZZ9.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-INVALIDOS   PIC ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-CARREGA-MARCACOES
              PERFORM 0300-APURA-FUNCIONARIOS
              PERFORM 0500-GRAVA-VARMOV
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-PONTO
              MOVE "N" TO WRK-FIM-JORNADA
              MOVE "N" TO WRK-FIM-AFAST
              MOVE "N" TO WRK-FIM-GOZO
              MOVE "N" TO WRK-FIM-MESTRE
              MOVE "N" TO WRK-FIM-VARMOV
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-JORNADA
              MOVE ZEROS TO WRK-QTD-MARCACAO
              MOVE ZEROS TO WRK-QTD-AFAST
              MOVE ZEROS TO WRK-QTD-GOZO
              MOVE ZEROS TO WRK-QTD-APURACAO
              MOVE ZEROS TO WRK-QTD-VARMOV
              MOVE ZEROS TO WRK-QTD-SUBSTITUIDOS
              MOVE ZEROS TO WRK-TOT-FALTAS
              MOVE 480 TO WRK-JP-ENTRADA
              MOVE 1020 TO WRK-JP-SAIDA
              MOVE 60 TO WRK-JP-INTERVALO
              MOVE 10 TO WRK-JP-TOLERANCIA
              MOVE SPACES TO WRK-JP-UF
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "PONTO" TO WRK-JOB-NOME
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
              PERFORM 1010-LIMITES-DO-MES
              OPEN INPUT FUNCM-FILE
              IF WRK-STATUS-FUNCM NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FUNCM.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FUNCM TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT PONTOEXC-FILE
              IF WRK-STATUS-EXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PONTOEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              OPEN OUTPUT PONTOREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PONTOREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM 1050-CARREGA-JORNADAS
              PERFORM 1060-CARREGA-AFASTAMENTOS
              PERFORM 1070-CARREGA-FERIAS
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "APURACAO DO PONTO" TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "COD  NOME             " DELIMITED BY SIZE
                  "NORMAL  HE 50%  HE100%  FAL  ATRASO  OCO  INV"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

      *    Dias do mes da competencia e ultimo dia apurado. O dia de
      *    hoje ainda nao fechou e nao entra.
         1010-LIMITES-DO-MES SECTION.
              EVALUATE WRK-COMP-MES
                  WHEN 2
                      MOVE 28 TO WRK-DIAS-MES
                      DIVIDE WRK-COMP-ANO BY 4 GIVING WRK-QUOCIENTE
                          REMAINDER WRK-RESTO
                      IF WRK-RESTO = ZERO
                          MOVE 29 TO WRK-DIAS-MES
                          DIVIDE WRK-COMP-ANO BY 100
                              GIVING WRK-QUOCIENTE
                              REMAINDER WRK-RESTO
                          IF WRK-RESTO = ZERO
                              MOVE 28 TO WRK-DIAS-MES
                              DIVIDE WRK-COMP-ANO BY 400
                                  GIVING WRK-QUOCIENTE
                                  REMAINDER WRK-RESTO
                              IF WRK-RESTO = ZERO
                                  MOVE 29 TO WRK-DIAS-MES
                              END-IF
                          END-IF
                      END-IF
                  WHEN 4
                  WHEN 6
                  WHEN 9
                  WHEN 11
                      MOVE 30 TO WRK-DIAS-MES
                  WHEN OTHER
                      MOVE 31 TO WRK-DIAS-MES
              END-EVALUATE
              COMPUTE WRK-INICIO-MES = WRK-COMPETENCIA * 100 + 1
              COMPUTE WRK-FIM-MES = WRK-COMPETENCIA * 100 +
                  WRK-DIAS-MES
              MOVE WRK-DIAS-MES TO WRK-DIA-LIMITE
              IF WRK-COMPETENCIA = WRK-DS-ANO-MES
                  COMPUTE WRK-DIA-LIMITE = WRK-DS-DIA - 1
              END-IF
              IF WRK-COMPETENCIA GREATER WRK-DS-ANO-MES
                  MOVE ZEROS TO WRK-DIA-LIMITE
                  DISPLAY "Competencia futura : nenhum dia apurado"
              END-IF
              MOVE WRK-INICIO-MES TO WRK-SR-DATA
              PERFORM 0900-SERIAL-DIAS
              MOVE WRK-SR-SERIAL TO WRK-SERIAL-INI-MES
              MOVE WRK-FIM-MES TO WRK-SR-DATA
              PERFORM 0900-SERIAL-DIAS
              MOVE WRK-SR-SERIAL TO WRK-SERIAL-FIM-MES.

      *    Sem JORNADA.DAT todos ficam na jornada padrao. Linha com
      *    horario invalido e listada e ignorada.
         1050-CARREGA-JORNADAS SECTION.
              OPEN INPUT JORNADA-FILE
              IF WRK-STATUS-JORNADA NOT = "00"
                  DISPLAY "JORNADA.DAT ausente : jornada padrao para"
                      " todos"
                  GO TO 1050-SAIDA
              END-IF
              PERFORM UNTIL FIM-JORNADA
                  READ JORNADA-FILE
                      AT END
                          SET FIM-JORNADA TO TRUE
                      NOT AT END
                          PERFORM 1055-VALIDA-JORNADA
                  END-READ
              END-PERFORM
              CLOSE JORNADA-FILE.
         1050-SAIDA.
              EXIT.

         1055-VALIDA-JORNADA SECTION.
              MOVE SPACES TO WRK-MOTIVO
              IF JO-CODIGO NOT NUMERIC
                  OR JO-INTERVALO NOT NUMERIC
                  OR JO-TOLERANCIA NOT NUMERIC
                  MOVE "JORNADA CONTRATUAL INVALIDA" TO WRK-MOTIVO
                  GO TO 1055-REJEITA
              END-IF
              MOVE JO-SAIDA TO WRK-HR-HHMM
              PERFORM 0910-CONVERTE-HORARIO
              MOVE WRK-HR-MINUTOS TO WRK-JOR-SAIDA
              IF HR-VALIDO
                  MOVE JO-ENTRADA TO WRK-HR-HHMM
                  PERFORM 0910-CONVERTE-HORARIO
              END-IF
              IF NOT HR-VALIDO
                  OR WRK-HR-MINUTOS NOT LESS WRK-JOR-SAIDA
                  OR WRK-JOR-SAIDA - WRK-HR-MINUTOS NOT GREATER
                      JO-INTERVALO
                  MOVE "JORNADA CONTRATUAL INVALIDA" TO WRK-MOTIVO
                  GO TO 1055-REJEITA
              END-IF
              IF JO-CODIGO = ZEROS
                  MOVE WRK-HR-MINUTOS TO WRK-JP-ENTRADA
                  MOVE WRK-JOR-SAIDA  TO WRK-JP-SAIDA
                  MOVE JO-INTERVALO   TO WRK-JP-INTERVALO
                  MOVE JO-TOLERANCIA  TO WRK-JP-TOLERANCIA
                  MOVE JO-UF          TO WRK-JP-UF
                  GO TO 1055-SAIDA
              END-IF
              IF WRK-QTD-JORNADA NOT LESS 500
                  DISPLAY "JORNADA.DAT maior que o limite de 500"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-JORNADA
              SET TAB-JO-IDX TO WRK-QTD-JORNADA
              MOVE JO-CODIGO      TO TAB-JO-CODIGO(TAB-JO-IDX)
              MOVE WRK-HR-MINUTOS TO TAB-JO-ENTRADA(TAB-JO-IDX)
              MOVE WRK-JOR-SAIDA  TO TAB-JO-SAIDA(TAB-JO-IDX)
              MOVE JO-INTERVALO   TO TAB-JO-INTERVALO(TAB-JO-IDX)
              MOVE JO-TOLERANCIA  TO TAB-JO-TOLERANCIA(TAB-JO-IDX)
              MOVE JO-UF          TO TAB-JO-UF(TAB-JO-IDX)
              GO TO 1055-SAIDA.
         1055-REJEITA.
              MOVE JORNADA-REG(1:4) TO EX-CODIGO
              MOVE ZEROS TO EX-DATA
              MOVE JORNADA-REG(5:8) TO EX-MARCACOES
              PERFORM 0950-GRAVA-EXCECAO
              PERFORM 0960-GRAVA-EXCDIARIO.
         1055-SAIDA.
              EXIT.

      *    Afastamentos iniciados ate o fim do mes e sem retorno, ou
      *    com retorno depois do dia 1. Sem o arquivo nao ha
      *    afastados.
         1060-CARREGA-AFASTAMENTOS SECTION.
              OPEN INPUT AFASTAMENTOS-FILE
              IF WRK-STATUS-AFAST NOT = "00"
                  GO TO 1060-SAIDA
              END-IF
              PERFORM UNTIL FIM-AFAST
                  READ AFASTAMENTOS-FILE
                      AT END
                          SET FIM-AFAST TO TRUE
                      NOT AT END
                          IF AF-INICIO NOT GREATER WRK-FIM-MES
                              AND (AF-RETORNO-REAL = ZEROS
                              OR AF-RETORNO-REAL GREATER
                                  WRK-INICIO-MES)
                              PERFORM 1065-GUARDA-AFASTAMENTO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE AFASTAMENTOS-FILE.
         1060-SAIDA.
              EXIT.

         1065-GUARDA-AFASTAMENTO SECTION.
              IF WRK-QTD-AFAST NOT LESS 500
                  DISPLAY "Mais de 500 afastamentos no mes"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-AFAST
              SET TAB-AF-IDX TO WRK-QTD-AFAST
              MOVE AF-CODIGO-FUNC  TO TAB-AF-CODIGO(TAB-AF-IDX)
              MOVE AF-INICIO       TO TAB-AF-INICIO(TAB-AF-IDX)
              MOVE AF-RETORNO-REAL TO TAB-AF-RETORNO(TAB-AF-IDX).

      *    Ferias gozadas que alcancam o mes: inicio ate o fim do mes
      *    e termino (inicio mais os dias) depois do dia 1.
         1070-CARREGA-FERIAS SECTION.
              OPEN INPUT FERIASGOZO-FILE
              IF WRK-STATUS-GOZO NOT = "00"
                  GO TO 1070-SAIDA
              END-IF
              PERFORM UNTIL FIM-GOZO
                  READ FERIASGOZO-FILE
                      AT END
                          SET FIM-GOZO TO TRUE
                      NOT AT END
                          MOVE FG-DATA-INICIO TO WRK-SR-DATA
                          PERFORM 0900-SERIAL-DIAS
                          IF WRK-SR-SERIAL NOT GREATER
                                  WRK-SERIAL-FIM-MES
                              AND WRK-SR-SERIAL + FG-DIAS GREATER
                                  WRK-SERIAL-INI-MES
                              PERFORM 1075-GUARDA-FERIAS
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FERIASGOZO-FILE.
         1070-SAIDA.
              EXIT.

         1075-GUARDA-FERIAS SECTION.
              IF WRK-QTD-GOZO NOT LESS 500
                  DISPLAY "Mais de 500 ferias gozadas no mes"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-GOZO
              SET TAB-GZ-IDX TO WRK-QTD-GOZO
              MOVE FG-CODIGO     TO TAB-GZ-CODIGO(TAB-GZ-IDX)
              MOVE WRK-SR-SERIAL TO TAB-GZ-SERIAL-INI(TAB-GZ-IDX)
              MOVE FG-DIAS       TO TAB-GZ-DIAS(TAB-GZ-IDX).

      *    Sem PONTO.DAT nao ha o que apurar.
         0100-CARREGA-MARCACOES SECTION.
              OPEN INPUT PONTO-FILE
              IF WRK-STATUS-PONTO NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PONTO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PONTO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-PONTO
                  READ PONTO-FILE
                      AT END
                          SET FIM-PONTO TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          PERFORM 0110-VALIDA-DIA
                  END-READ
              END-PERFORM
              CLOSE PONTO-FILE.

      *    Registro sem funcionario ou dia do mes e rejeitado;
      *    dia com marcacoes erradas fica na tabela como descartado,
      *    para nao virar falta.
         0110-VALIDA-DIA SECTION.
              MOVE SPACES TO WRK-MOTIVO
              EVALUATE TRUE
                  WHEN PT-CODIGO NOT NUMERIC
                      OR PT-DATA NOT NUMERIC
                      MOVE "REGISTRO INVALIDO" TO WRK-MOTIVO
                  WHEN PT-ANO-MES NOT = WRK-COMPETENCIA
                      MOVE "DATA FORA DA COMPETENCIA" TO WRK-MOTIVO
                  WHEN PT-DIA LESS 1
                      OR PT-DIA GREATER WRK-DIAS-MES
                      MOVE "DATA INVALIDA" TO WRK-MOTIVO
              END-EVALUATE
              IF WRK-MOTIVO = SPACES
                  MOVE PT-CODIGO TO FM-CODIGO
                  READ FUNCM-FILE
                      INVALID KEY
                          MOVE "FUNCIONARIO NAO CADASTRADO"
                              TO WRK-MOTIVO
                  END-READ
              END-IF
              IF WRK-MOTIVO NOT = SPACES
                  PERFORM 0130-REJEITA-DIA
                  GO TO 0110-SAIDA
              END-IF
              PERFORM 0120-SOMA-MARCACOES
              IF WRK-QTD-MARCAS = ZERO AND WRK-MOTIVO = SPACES
                  GO TO 0110-SAIDA
              END-IF
              IF WRK-MOTIVO = SPACES
                  DIVIDE WRK-QTD-MARCAS BY 2 GIVING WRK-QUOCIENTE
                      REMAINDER WRK-RESTO
                  IF WRK-RESTO NOT = ZERO
                      MOVE "NUMERO IMPAR DE MARCACOES" TO WRK-MOTIVO
                  END-IF
              END-IF
              IF WRK-QTD-MARCACAO NOT LESS 8000
                  DISPLAY "PONTO.DAT maior que o limite de 8000"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-MARCACAO
              SET TAB-MC-IDX TO WRK-QTD-MARCACAO
              MOVE PT-CODIGO    TO TAB-MC-CODIGO(TAB-MC-IDX)
              MOVE PT-DIA       TO TAB-MC-DIA(TAB-MC-IDX)
              MOVE PT-MARCACOES TO TAB-MC-MARCACOES(TAB-MC-IDX)
              MOVE WRK-MIN-TRABALHADOS TO TAB-MC-MINUTOS(TAB-MC-IDX)
              MOVE WRK-MIN-PRIMEIRA TO TAB-MC-PRIMEIRA(TAB-MC-IDX)
              MOVE "V" TO TAB-MC-SITUACAO(TAB-MC-IDX)
              IF WRK-MOTIVO NOT = SPACES
                  MOVE "I" TO TAB-MC-SITUACAO(TAB-MC-IDX)
                  PERFORM 0130-REJEITA-DIA
              END-IF.
         0110-SAIDA.
              EXIT.

      *    Marcacoes preenchidas da esquerda, em ordem crescente,
      *    alternando entrada e saida; os pares somam o trabalhado.
      *    Turno que vira a meia-noite nao e aceito.
         0120-SOMA-MARCACOES SECTION.
              MOVE ZEROS TO WRK-QTD-MARCAS
              MOVE ZEROS TO WRK-MARCA-ANTERIOR
              MOVE ZEROS TO WRK-MIN-TRABALHADOS
              MOVE ZEROS TO WRK-MIN-PRIMEIRA
              MOVE "N" TO WRK-FIM-MARCAS
              PERFORM VARYING WRK-IDX-MARCA FROM 1 BY 1
                  UNTIL WRK-IDX-MARCA GREATER 6
                      OR WRK-MOTIVO NOT = SPACES
                  IF PT-MARCA(WRK-IDX-MARCA) = SPACES
                      OR PT-MARCA(WRK-IDX-MARCA) = ZEROS
                      SET FIM-MARCAS TO TRUE
                  ELSE
                      IF FIM-MARCAS
                          MOVE "MARCACAO EM BRANCO NO MEIO"
                              TO WRK-MOTIVO
                      ELSE
                          PERFORM 0125-CONFERE-MARCACAO
                      END-IF
                  END-IF
              END-PERFORM.

         0125-CONFERE-MARCACAO SECTION.
              MOVE PT-MARCA(WRK-IDX-MARCA) TO WRK-HR-HHMM
              PERFORM 0910-CONVERTE-HORARIO
              IF NOT HR-VALIDO
                  MOVE "MARCACAO INVALIDA" TO WRK-MOTIVO
                  GO TO 0125-SAIDA
              END-IF
              IF WRK-QTD-MARCAS GREATER ZERO
                  AND WRK-HR-MINUTOS NOT GREATER WRK-MARCA-ANTERIOR
                  MOVE "MARCACOES FORA DE ORDEM" TO WRK-MOTIVO
                  GO TO 0125-SAIDA
              END-IF
              ADD 1 TO WRK-QTD-MARCAS
              MOVE WRK-HR-MINUTOS TO WRK-MARCA-ANTERIOR
              DIVIDE WRK-QTD-MARCAS BY 2 GIVING WRK-QUOCIENTE
                  REMAINDER WRK-RESTO
              IF WRK-RESTO NOT = ZERO
                  MOVE WRK-HR-MINUTOS TO WRK-MARCA-ENTRADA
              ELSE
                  COMPUTE WRK-MIN-TRABALHADOS = WRK-MIN-TRABALHADOS +
                      WRK-HR-MINUTOS - WRK-MARCA-ENTRADA
              END-IF
              IF WRK-QTD-MARCAS = 1
                  MOVE WRK-HR-MINUTOS TO WRK-MIN-PRIMEIRA
              END-IF.
         0125-SAIDA.
              EXIT.

         0130-REJEITA-DIA SECTION.
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE PONTO-REG(1:4)  TO EX-CODIGO
              MOVE PONTO-REG(5:8)  TO EX-DATA
              MOVE PT-MARCACOES    TO EX-MARCACOES
              PERFORM 0950-GRAVA-EXCECAO
              PERFORM 0960-GRAVA-EXCDIARIO.

      *    Percorre o mestre: cada funcionario no controle de ponto
      *    e apurado dia a dia ate o ultimo dia fechado do mes.
         0300-APURA-FUNCIONARIOS SECTION.
              MOVE LOW-VALUES TO FM-CODIGO
              START FUNCM-FILE KEY NOT LESS FM-CODIGO
                  INVALID KEY
                      SET FIM-MESTRE TO TRUE
              END-START
              PERFORM UNTIL FIM-MESTRE
                  READ FUNCM-FILE NEXT
                      AT END
                          SET FIM-MESTRE TO TRUE
                      NOT AT END
                          PERFORM 0310-APURA-FUNCIONARIO
                  END-READ
              END-PERFORM.

         0310-APURA-FUNCIONARIO SECTION.
              PERFORM 0320-BUSCA-JORNADA
              PERFORM 0330-DISTRIBUI-MARCACOES
              IF NOT TEM-MARCACAO AND NOT JORNADA-PROPRIA
                  GO TO 0310-SAIDA
              END-IF
              IF WRK-QTD-APURACAO NOT LESS 1000
                  DISPLAY "Mais de 1000 funcionarios no ponto"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-APURACAO
              SET TAB-AP-IDX TO WRK-QTD-APURACAO
              MOVE FM-CODIGO TO TAB-AP-CODIGO(TAB-AP-IDX)
              MOVE FM-NOME   TO TAB-AP-NOME(TAB-AP-IDX)
              MOVE ZEROS TO TAB-AP-NORMAIS(TAB-AP-IDX)
              MOVE ZEROS TO TAB-AP-HE50(TAB-AP-IDX)
              MOVE ZEROS TO TAB-AP-HE100(TAB-AP-IDX)
              MOVE ZEROS TO TAB-AP-FALTAS(TAB-AP-IDX)
              MOVE ZEROS TO TAB-AP-ATRASO(TAB-AP-IDX)
              MOVE ZEROS TO TAB-AP-OCORRENCIAS(TAB-AP-IDX)
              MOVE ZEROS TO TAB-AP-INVALIDOS(TAB-AP-IDX)
              PERFORM VARYING WRK-DIA FROM 1 BY 1
                  UNTIL WRK-DIA GREATER WRK-DIA-LIMITE
                  PERFORM 0340-APURA-DIA
              END-PERFORM
              ADD TAB-AP-FALTAS(TAB-AP-IDX) TO WRK-TOT-FALTAS.
         0310-SAIDA.
              EXIT.

         0320-BUSCA-JORNADA SECTION.
              MOVE "N" TO WRK-JORNADA-PROPRIA
              MOVE WRK-JP-ENTRADA    TO WRK-JOR-ENTRADA
              MOVE WRK-JP-SAIDA      TO WRK-JOR-SAIDA
              MOVE WRK-JP-INTERVALO  TO WRK-JOR-INTERVALO
              MOVE WRK-JP-TOLERANCIA TO WRK-JOR-TOLERANCIA
              MOVE WRK-JP-UF         TO WRK-JOR-UF
              IF WRK-QTD-JORNADA GREATER ZERO
                  SET TAB-JO-IDX TO 1
                  SEARCH TAB-JO-REG
                      AT END
                          CONTINUE
                      WHEN TAB-JO-CODIGO(TAB-JO-IDX) = FM-CODIGO
                          SET JORNADA-PROPRIA TO TRUE
                          MOVE TAB-JO-ENTRADA(TAB-JO-IDX)
                              TO WRK-JOR-ENTRADA
                          MOVE TAB-JO-SAIDA(TAB-JO-IDX)
                              TO WRK-JOR-SAIDA
                          MOVE TAB-JO-INTERVALO(TAB-JO-IDX)
                              TO WRK-JOR-INTERVALO
                          MOVE TAB-JO-TOLERANCIA(TAB-JO-IDX)
                              TO WRK-JOR-TOLERANCIA
                          MOVE TAB-JO-UF(TAB-JO-IDX)
                              TO WRK-JOR-UF
                  END-SEARCH
              END-IF
              COMPUTE WRK-JOR-MINUTOS = WRK-JOR-SAIDA -
                  WRK-JOR-ENTRADA - WRK-JOR-INTERVALO.

      *    Segundo registro do mesmo dia descarta o dia inteiro.
         0330-DISTRIBUI-MARCACOES SECTION.
              MOVE "N" TO WRK-TEM-MARCACAO
              PERFORM VARYING WRK-DIA FROM 1 BY 1
                  UNTIL WRK-DIA GREATER 31
                  MOVE SPACES TO TAB-DI-SITUACAO(WRK-DIA)
                  MOVE ZEROS TO TAB-DI-MINUTOS(WRK-DIA)
                  MOVE ZEROS TO TAB-DI-PRIMEIRA(WRK-DIA)
              END-PERFORM
              PERFORM VARYING TAB-MC-IDX FROM 1 BY 1
                  UNTIL TAB-MC-IDX GREATER WRK-QTD-MARCACAO
                  IF TAB-MC-CODIGO(TAB-MC-IDX) = FM-CODIGO
                      PERFORM 0335-GUARDA-DIA
                  END-IF
              END-PERFORM.

         0335-GUARDA-DIA SECTION.
              SET TEM-MARCACAO TO TRUE
              MOVE TAB-MC-DIA(TAB-MC-IDX) TO WRK-DIA
              IF TAB-DI-SITUACAO(WRK-DIA) = SPACES
                  MOVE TAB-MC-SITUACAO(TAB-MC-IDX)
                      TO TAB-DI-SITUACAO(WRK-DIA)
                  MOVE TAB-MC-MINUTOS(TAB-MC-IDX)
                      TO TAB-DI-MINUTOS(WRK-DIA)
                  MOVE TAB-MC-PRIMEIRA(TAB-MC-IDX)
                      TO TAB-DI-PRIMEIRA(WRK-DIA)
                  GO TO 0335-SAIDA
              END-IF
              MOVE "I" TO TAB-DI-SITUACAO(WRK-DIA)
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE FM-CODIGO TO EX-CODIGO
              COMPUTE EX-DATA = WRK-COMPETENCIA * 100 + WRK-DIA
              MOVE TAB-MC-MARCACOES(TAB-MC-IDX) TO EX-MARCACOES
              MOVE "DIA EM DUPLICIDADE" TO WRK-MOTIVO
              PERFORM 0950-GRAVA-EXCECAO
              PERFORM 0960-GRAVA-EXCDIARIO.
         0335-SAIDA.
              EXIT.

      *    Dia util sem marcacao e falta, salvo afastamento ou
      *    ferias. Dia util trabalhado: ate a jornada e normal, o
      *    excesso acima da tolerancia e extra 50% e a falta acima
      *    da tolerancia e atraso. Dia nao util trabalhado: tudo
      *    extra 100%.
         0340-APURA-DIA SECTION.
              COMPUTE WRK-DATA-DIA = WRK-COMPETENCIA * 100 + WRK-DIA
              IF WRK-DATA-DIA LESS FM-ADMISSAO
                  GO TO 0340-SAIDA
              END-IF
              IF TAB-DI-SITUACAO(WRK-DIA) = "I"
                  ADD 1 TO TAB-AP-INVALIDOS(TAB-AP-IDX)
                  GO TO 0340-SAIDA
              END-IF
              MOVE WRK-DATA-DIA TO WRK-DU-DATA
              MOVE WRK-JOR-UF TO WRK-DU-UF
              MOVE RETURN-CODE TO WRK-DU-RETORNO
              CALL "DIAUTIL" USING WRK-PARM-DIAUTIL
              IF TAB-DI-SITUACAO(WRK-DIA) = SPACES
                  IF WRK-DU-EH-UTIL = "S"
                      PERFORM 0350-VERIFICA-AUSENCIA
                      IF NOT AUSENCIA-JUSTIF
                          ADD 1 TO TAB-AP-FALTAS(TAB-AP-IDX)
                          MOVE FM-CODIGO TO EX-CODIGO
                          MOVE WRK-DATA-DIA TO EX-DATA
                          MOVE SPACES TO EX-MARCACOES
                          MOVE "FALTA - DIA UTIL SEM MARCACAO"
                              TO WRK-MOTIVO
                          PERFORM 0950-GRAVA-EXCECAO
                      END-IF
                  END-IF
                  GO TO 0340-SAIDA
              END-IF
              IF WRK-DU-EH-UTIL NOT = "S"
                  ADD TAB-DI-MINUTOS(WRK-DIA)
                      TO TAB-AP-HE100(TAB-AP-IDX)
                  GO TO 0340-SAIDA
              END-IF
              IF TAB-DI-MINUTOS(WRK-DIA) GREATER WRK-JOR-MINUTOS
                  ADD WRK-JOR-MINUTOS TO TAB-AP-NORMAIS(TAB-AP-IDX)
                  COMPUTE WRK-MIN-DIFERENCA =
                      TAB-DI-MINUTOS(WRK-DIA) - WRK-JOR-MINUTOS
                  IF WRK-MIN-DIFERENCA GREATER WRK-JOR-TOLERANCIA
                      ADD WRK-MIN-DIFERENCA
                          TO TAB-AP-HE50(TAB-AP-IDX)
                  END-IF
              ELSE
                  ADD TAB-DI-MINUTOS(WRK-DIA)
                      TO TAB-AP-NORMAIS(TAB-AP-IDX)
                  COMPUTE WRK-MIN-DIFERENCA =
                      WRK-JOR-MINUTOS - TAB-DI-MINUTOS(WRK-DIA)
                  IF WRK-MIN-DIFERENCA GREATER WRK-JOR-TOLERANCIA
                      ADD WRK-MIN-DIFERENCA
                          TO TAB-AP-ATRASO(TAB-AP-IDX)
                  END-IF
              END-IF
              IF TAB-DI-PRIMEIRA(WRK-DIA) GREATER
                  WRK-JOR-ENTRADA + WRK-JOR-TOLERANCIA
                  ADD 1 TO TAB-AP-OCORRENCIAS(TAB-AP-IDX)
              END-IF.
         0340-SAIDA.
              EXIT.

      *    Afastado do inicio ate a vespera do retorno efetivo (sem
      *    retorno, ate hoje); em ferias do inicio por FG-DIAS dias.
         0350-VERIFICA-AUSENCIA SECTION.
              MOVE "N" TO WRK-AUSENCIA-JUSTIF
              PERFORM VARYING TAB-AF-IDX FROM 1 BY 1
                  UNTIL TAB-AF-IDX GREATER WRK-QTD-AFAST
                      OR AUSENCIA-JUSTIF
                  IF TAB-AF-CODIGO(TAB-AF-IDX) = FM-CODIGO
                      AND TAB-AF-INICIO(TAB-AF-IDX) NOT GREATER
                          WRK-DATA-DIA
                      AND (TAB-AF-RETORNO(TAB-AF-IDX) = ZEROS
                      OR TAB-AF-RETORNO(TAB-AF-IDX) GREATER
                          WRK-DATA-DIA)
                      SET AUSENCIA-JUSTIF TO TRUE
                  END-IF
              END-PERFORM
              IF AUSENCIA-JUSTIF OR WRK-QTD-GOZO = ZEROS
                  GO TO 0350-SAIDA
              END-IF
              MOVE WRK-DATA-DIA TO WRK-SR-DATA
              PERFORM 0900-SERIAL-DIAS
              MOVE WRK-SR-SERIAL TO WRK-SERIAL-DIA
              PERFORM VARYING TAB-GZ-IDX FROM 1 BY 1
                  UNTIL TAB-GZ-IDX GREATER WRK-QTD-GOZO
                      OR AUSENCIA-JUSTIF
                  IF TAB-GZ-CODIGO(TAB-GZ-IDX) = FM-CODIGO
                      AND TAB-GZ-SERIAL-INI(TAB-GZ-IDX) NOT GREATER
                          WRK-SERIAL-DIA
                      AND TAB-GZ-SERIAL-INI(TAB-GZ-IDX) +
                          TAB-GZ-DIAS(TAB-GZ-IDX) GREATER
                          WRK-SERIAL-DIA
                      SET AUSENCIA-JUSTIF TO TRUE
                  END-IF
              END-PERFORM.
         0350-SAIDA.
              EXIT.

      *    Regrava VARMOV.DAT: le o que existe, descarta os eventos
      *    do ponto desta competencia dos funcionarios apurados e
      *    acrescenta os apurados agora. Tabela cheia encerra antes
      *    de abrir para gravacao, sem perder o arquivo.
         0500-GRAVA-VARMOV SECTION.
              OPEN INPUT VARMOV-FILE
              IF WRK-STATUS-VARMOV = "00"
                  PERFORM UNTIL FIM-VARMOV
                      READ VARMOV-FILE
                          AT END
                              SET FIM-VARMOV TO TRUE
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
              PERFORM VARYING TAB-AP-IDX FROM 1 BY 1
                  UNTIL TAB-AP-IDX GREATER WRK-QTD-APURACAO
                  PERFORM 0520-GRAVA-EVENTOS
              END-PERFORM
              CLOSE VARMOV-FILE.

         0510-MANTEM-VARMOV SECTION.
              MOVE "N" TO WRK-DESCARTA-VARMOV
              IF VM-COMPETENCIA = WRK-COMPETENCIA
                  AND (VM-EVENTO = "HEX" OR VM-EVENTO = "HED"
                  OR VM-EVENTO = "FAL" OR VM-EVENTO = "ATR")
                  AND WRK-QTD-APURACAO GREATER ZERO
                  SET TAB-AP-IDX TO 1
                  SEARCH TAB-AP-REG
                      AT END
                          CONTINUE
                      WHEN TAB-AP-CODIGO(TAB-AP-IDX) = VM-CODIGO
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

      *    Horas em centesimos (minutos / 60); faltas em dias.
         0520-GRAVA-EVENTOS SECTION.
              MOVE "HEX" TO WRK-EVENTO
              MOVE TAB-AP-HE50(TAB-AP-IDX) TO WRK-MIN-EVENTO
              PERFORM 0530-GRAVA-EVENTO
              MOVE "HED" TO WRK-EVENTO
              MOVE TAB-AP-HE100(TAB-AP-IDX) TO WRK-MIN-EVENTO
              PERFORM 0530-GRAVA-EVENTO
              MOVE "ATR" TO WRK-EVENTO
              MOVE TAB-AP-ATRASO(TAB-AP-IDX) TO WRK-MIN-EVENTO
              PERFORM 0530-GRAVA-EVENTO
              IF TAB-AP-FALTAS(TAB-AP-IDX) GREATER ZERO
                  MOVE TAB-AP-CODIGO(TAB-AP-IDX) TO VM-CODIGO
                  MOVE WRK-COMPETENCIA TO VM-COMPETENCIA
                  MOVE "FAL" TO VM-EVENTO
                  MOVE TAB-AP-FALTAS(TAB-AP-IDX) TO VM-HORAS
                  MOVE ZEROS TO VM-VALOR
                  WRITE VARMOV-REG
                  ADD 1 TO WRK-JOB-GRAVADOS
              END-IF.

         0530-GRAVA-EVENTO SECTION.
              IF WRK-MIN-EVENTO GREATER ZERO
                  MOVE TAB-AP-CODIGO(TAB-AP-IDX) TO VM-CODIGO
                  MOVE WRK-COMPETENCIA TO VM-COMPETENCIA
                  MOVE WRK-EVENTO TO VM-EVENTO
                  COMPUTE VM-HORAS ROUNDED = WRK-MIN-EVENTO / 60
                  MOVE ZEROS TO VM-VALOR
                  WRITE VARMOV-REG
                  ADD 1 TO WRK-JOB-GRAVADOS
              END-IF.

      *    Dias corridos da data em WRK-SR-DATA, contando o ano a
      *    partir de marco para o dia 29 de fevereiro cair no fim.
         0900-SERIAL-DIAS SECTION.
              MOVE WRK-SR-ANO TO WRK-SR-ANO-AJ
              MOVE WRK-SR-MES TO WRK-SR-MES-AJ
              IF WRK-SR-MES-AJ LESS 3
                  SUBTRACT 1 FROM WRK-SR-ANO-AJ
                  ADD 12 TO WRK-SR-MES-AJ
              END-IF
              DIVIDE WRK-SR-ANO-AJ BY 4 GIVING WRK-SR-QT4
              DIVIDE WRK-SR-ANO-AJ BY 100 GIVING WRK-SR-QT100
              DIVIDE WRK-SR-ANO-AJ BY 400 GIVING WRK-SR-QT400
              COMPUTE WRK-SR-QTMES = 153 * (WRK-SR-MES-AJ - 3) + 2
              DIVIDE WRK-SR-QTMES BY 5 GIVING WRK-SR-QTMES
              COMPUTE WRK-SR-SERIAL = 365 * WRK-SR-ANO-AJ +
                  WRK-SR-QT4 - WRK-SR-QT100 + WRK-SR-QT400 +
                  WRK-SR-QTMES + WRK-SR-DIA.

         0910-CONVERTE-HORARIO SECTION.
              MOVE "N" TO WRK-HR-VALIDO
              MOVE ZEROS TO WRK-HR-MINUTOS
              IF WRK-HR-HHMM NUMERIC
                  AND WRK-HR-HH NOT GREATER 23
                  AND WRK-HR-MM NOT GREATER 59
                  SET HR-VALIDO TO TRUE
                  COMPUTE WRK-HR-MINUTOS = WRK-HR-HH * 60 + WRK-HR-MM
              END-IF.

         0950-GRAVA-EXCECAO SECTION.
              MOVE WRK-MOTIVO TO EX-MOTIVO
              WRITE PONTOEXC-REG.

         0960-GRAVA-EXCDIARIO SECTION.
              MOVE WRK-JOB-NOME TO WRK-EXC-SISTEMA
              MOVE SPACES TO WRK-EXC-CHAVE
              STRING EX-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EX-DATA DELIMITED BY SIZE
                  INTO WRK-EXC-CHAVE
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

         8000-GRAVA-RELATORIO SECTION.
              MOVE SPACES TO WRK-IMP-LINHA
              MOVE WRK-DIA-LIMITE TO WRK-DE-DIA
              MOVE WRK-COMP-MES TO WRK-DE-MES
              MOVE WRK-COMP-ANO TO WRK-DE-ANO
              STRING "COMPETENCIA " DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  " APURADA ATE " DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM VARYING TAB-AP-IDX FROM 1 BY 1
                  UNTIL TAB-AP-IDX GREATER WRK-QTD-APURACAO
                  PERFORM 8100-GRAVA-FUNCIONARIO
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOT-FALTAS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "FALTAS NO MES        : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-JOB-REJEITADOS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "MARCACOES REJEITADAS : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-APURACAO TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "FUNCIONARIOS APURADOS " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         8100-GRAVA-FUNCIONARIO SECTION.
              MOVE TAB-AP-CODIGO(TAB-AP-IDX) TO WRK-LP-CODIGO
              MOVE TAB-AP-NOME(TAB-AP-IDX)   TO WRK-LP-NOME
              MOVE TAB-AP-NORMAIS(TAB-AP-IDX) TO WRK-HM-MINUTOS
              PERFORM 8150-EDITA-HORAS
              MOVE WRK-HM-ED TO WRK-LP-NORMAIS
              MOVE TAB-AP-HE50(TAB-AP-IDX) TO WRK-HM-MINUTOS
              PERFORM 8150-EDITA-HORAS
              MOVE WRK-HM-ED TO WRK-LP-HE50
              MOVE TAB-AP-HE100(TAB-AP-IDX) TO WRK-HM-MINUTOS
              PERFORM 8150-EDITA-HORAS
              MOVE WRK-HM-ED TO WRK-LP-HE100
              MOVE TAB-AP-ATRASO(TAB-AP-IDX) TO WRK-HM-MINUTOS
              PERFORM 8150-EDITA-HORAS
              MOVE WRK-HM-ED TO WRK-LP-ATRASO
              MOVE TAB-AP-FALTAS(TAB-AP-IDX) TO WRK-LP-FALTAS
              MOVE TAB-AP-OCORRENCIAS(TAB-AP-IDX)
                  TO WRK-LP-OCORRENCIAS
              MOVE TAB-AP-INVALIDOS(TAB-AP-IDX) TO WRK-LP-INVALIDOS
              MOVE WRK-LINHA-PONTO TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         8150-EDITA-HORAS SECTION.
              DIVIDE WRK-HM-MINUTOS BY 60 GIVING WRK-QUOCIENTE
                  REMAINDER WRK-RESTO
              MOVE WRK-QUOCIENTE TO WRK-HM-HORAS
              MOVE WRK-RESTO TO WRK-HM-MIN.

         9000-FINALIZAR SECTION.
              CLOSE FUNCM-FILE
              CLOSE PONTOEXC-FILE
              CLOSE EXCDIARIO-FILE
              CLOSE PONTOREL-FILE
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
              DISPLAY "MARCACOES LIDAS      : " WRK-JOB-LIDOS
              DISPLAY "MARCACOES REJEITADAS : " WRK-JOB-REJEITADOS
              DISPLAY "FUNCIONARIOS APURADOS: " WRK-QTD-APURACAO
              DISPLAY "MOVIMENTOS SUBSTITUIDOS: " WRK-QTD-SUBSTITUIDOS
              DISPLAY "MOVIMENTOS GRAVADOS  : " WRK-JOB-GRAVADOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==PONTOREL-REG==.

       END PROGRAM PONTO.
