      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 04/03/2025
      * Purpose: Virada de ano dos arquivos operacionais, encadeada
      *          como o JOBFECHAMES. Todo janeiro as mesmas correcoes
      *          eram feitas a mao; o job so parte depois dos
      *          fechamentos de dezembro (FRETEMES.DAT com a
      *          competencia 12, mes 12 FECHADO em PERIODOS.DAT e
      *          folha de dezembro em FUNCHIST.DAT) e entao:
      *          1 copia as linhas do ano encerrado de FUNCHIST.DAT
      *            para FUNCHIST<ano>.DAT (o ano encerrado continua
      *            no mestre para o INFORME e a DECLFOLHA; sai so o
      *            que ja tem arquivo datado do ano anterior);
      *          2 move as linhas do ano encerrado (e anteriores) de
      *            RUNLOG.DAT para RUNLOG<ano>.DAT;
      *          3 abre o acumulado do ano novo em FRETEYTD.DAT;
      *          4 gera o calendario de feriados do ano novo
      *            (PARAMFER.DAT + GERAFERIADO), guardando o do ano
      *            encerrado em FERIADOS<ano>.DAT;
      *          5 abre em TERMOS.DAT os termos do ano novo, copiando
      *            os do ano encerrado, com auditoria em TERMOAUD.DAT;
      *          6 leva para janeiro a competencia dos emprestimos
      *            (PARAMEMP.DAT) e o ano do 13o (PARAM13.DAT) e
      *            confere se os contratos ativos tem parcela no ano.
      *          Ano encerrado em PARAMVIRADA.DAT (na falta, o ano
      *          anterior ao corrente). Checkpoint proprio
      *          (JOBANOCKP.DAT, com o ano) reinicia na etapa que
      *          falhou, a execucao e protegida pela trava de job e
      *          registrada em RUNLOG.DAT no rodape. Ao final, o
      *          VIRADAREL.DAT lista o que foi feito e o que ainda
      *          depende de decisao humana.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBVIRADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMVIRADA-FILE ASSIGN TO "PARAMVIRADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT JOBANOCKP-FILE ASSIGN TO "JOBANOCKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CKP.
           SELECT FRETEMES-FILE ASSIGN TO "FRETEMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEMES.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERIODO.
           SELECT FUNCHIST-FILE ASSIGN TO "FUNCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FUNCHIST.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RUNLOG.
           SELECT FRETEYTD-FILE ASSIGN TO "FRETEYTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEYTD.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FER.
           SELECT PARAMFER-FILE ASSIGN TO "PARAMFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMFER.
           SELECT TERMOS-FILE ASSIGN TO "TERMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TERMOS.
           SELECT TERMOAUD-FILE ASSIGN TO "TERMOAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUD.
           SELECT PARAMEMP-FILE ASSIGN TO "PARAMEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMEMP.
           SELECT PARAM13-FILE ASSIGN TO "PARAM13.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM13.
           SELECT EMPCONTR-FILE ASSIGN TO "EMPCONTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTR.
           SELECT EMPPLANO-FILE ASSIGN TO "EMPPLANO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANO.
           SELECT PARAMINSS-FILE ASSIGN TO "PARAMINSS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-INSS.
           SELECT PARAMIRRF-FILE ASSIGN TO "PARAMIRRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-IRRF.
           SELECT ARQANO-FILE ASSIGN TO WRK-NOME-ARQANO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQANO.
           SELECT VIRADATMP-FILE ASSIGN TO "VIRADATMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TMP.
           SELECT VIRADAREL-FILE ASSIGN TO "VIRADAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMVIRADA-FILE.
       01  PARAMVIRADA-REG.
           05 PV-ANO                 PIC 9(04).

       FD  JOBANOCKP-FILE.
       01  JOBANOCKP-REG.
           05 CKP-ANO                PIC 9(04).
           05 CKP-ETAPA              PIC 9(01).

       FD  FRETEMES-FILE.
       01  FRETEMES-REG.
           05 FM-COMPETENCIA         PIC 9(06).
           05 FILLER                 PIC X(50).

       FD  PERIODOS-FILE.
       01  PERIODOS-REG.
           05 PE-COMPETENCIA         PIC 9(06).
           05 PE-STATUS              PIC X(01).
           05 PE-DATA-FECHO          PIC 9(08).

      *    Layout do PROGRAMA06; a competencia vem na frente e o
      *    resto da linha e copiado sem interpretacao.
       FD  FUNCHIST-FILE.
       01  FUNCHIST-REG.
           05 FH-COMPETENCIA.
               10 FH-ANO             PIC 9(04).
               10 FH-MES             PIC 9(02).
           05 FILLER                 PIC X(78).

       FD  RUNLOG-FILE.
       01  RUNLOG-REG.
           05 RL-JOB                 PIC X(20).
           05 RL-DATA.
               10 RL-ANO             PIC 9(04).
               10 RL-MES-DIA         PIC 9(04).
           05 RL-HORA-INICIO         PIC X(08).
           05 RL-HORA-FIM            PIC X(08).
           05 RL-RETORNO             PIC 9(02).
           05 RL-LIDOS               PIC 9(06).
           05 RL-GRAVADOS            PIC 9(06).
           05 RL-REJEITADOS          PIC 9(06).

       FD  FRETEYTD-FILE.
       01  FRETEYTD-REG.
           05 YTD-ANO                PIC 9(04).
           05 YTD-TOTAL-FRETE        PIC 9(11)V99.

       FD  FERIADOS-FILE.
       01  FERIADOS-REG.
           05 FE-DATA.
               10 FE-ANO             PIC 9(04).
               10 FE-MES-DIA         PIC 9(04).
           05 FE-UF                  PIC X(02).
           05 FE-DESCRICAO           PIC X(30).

       FD  PARAMFER-FILE.
       01  PARAMFER-REG.
           05 PF-ANO                 PIC 9(04).

       FD  TERMOS-FILE.
       01  TERMOS-REG.
           05 TE-TERMO               PIC X(06).
           05 TE-DATA-INI            PIC 9(08).
           05 TE-DATA-FIM            PIC 9(08).
           05 TE-STATUS              PIC X(01).

       FD  TERMOAUD-FILE.
       01  TERMOAUD-REG.
           05 TA-DATA                PIC 9(08).
           05 TA-HORA                PIC 9(08).
           05 TA-TIPO                PIC X(12).
           05 TA-TERMO               PIC X(06).
           05 TA-STATUS-ANTES        PIC X(01).
           05 TA-STATUS-DEPOIS       PIC X(01).

       FD  PARAMEMP-FILE.
       01  PARAMEMP-REG.
           05 PE-COMPET-EMP          PIC 9(06).
           05 PE-GERA-COBRANCA       PIC X(01).
           05 PE-PERC-RESCISAO       PIC 9(03)V99.

       FD  PARAM13-FILE.
       01  PARAM13-REG.
           05 P13-ANO                PIC 9(04).
           05 P13-PARCELA            PIC 9(01).

       FD  EMPCONTR-FILE.
       01  EMPCONTR-REG.
           05 EC-CONTRATO            PIC 9(05).
           05 EC-FUNCIONARIO         PIC 9(04).
           05 EC-DATA                PIC 9(08).
           05 EC-PRINCIPAL           PIC 9(08)V99.
           05 EC-TAXA                PIC 9(02)V99.
           05 EC-PARCELAS            PIC 9(03).
           05 EC-METODO              PIC X(05).
           05 EC-SALDO               PIC 9(08)V99.
           05 EC-STATUS              PIC X(08).

       FD  EMPPLANO-FILE.
       01  EMPPLANO-REG.
           05 EP-CONTRATO            PIC 9(05).
           05 EP-NUMERO              PIC 9(03).
           05 EP-COMPETENCIA.
               10 EP-ANO             PIC 9(04).
               10 EP-MES             PIC 9(02).
           05 EP-VALOR               PIC 9(08)V99.
           05 EP-JUROS               PIC 9(08)V99.
           05 EP-AMORT               PIC 9(08)V99.
           05 EP-SITUACAO            PIC X(09).

       FD  PARAMINSS-FILE.
       01  PARAMINSS-REG.
           05 PI-FAIXA-ATE           PIC 9(07)V99.
           05 PI-ALIQUOTA            PIC 9V9999.
           05 PI-PARCELA-DEDUZIR     PIC 9(06)V99.
           05 PI-VIGENCIA            PIC 9(08).

       FD  PARAMIRRF-FILE.
       01  PARAMIRRF-REG.
           05 PR-FAIXA-ATE           PIC 9(07)V99.
           05 PR-ALIQUOTA            PIC 9V9999.
           05 PR-PARCELA-DEDUZIR     PIC 9(06)V99.
           05 PR-VIGENCIA            PIC 9(08).

      *    Arquivo datado do ano encerrado (<base><ano>.DAT) e area
      *    de trabalho para regravar os mestres; linha inteira, como
      *    no GERABKP.
       FD  ARQANO-FILE.
       01  ARQANO-REG                PIC X(120).

       FD  VIRADATMP-FILE.
       01  VIRADATMP-REG             PIC X(120).

       FD  VIRADAREL-FILE.
       01  VIRADAREL-REG             PIC X(80).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG             PIC X(91).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         01 WRK-PARM-TRAVA.
             05 WRK-TJ-FUNCAO      PIC X(01) VALUE SPACE.
             05 WRK-TJ-JOB         PIC X(20) VALUE SPACES.
             05 WRK-TJ-RESULTADO   PIC X(01) VALUE "0".
             05 WRK-TJ-RETORNO     PIC 9(02) VALUE ZEROS.

         01 WRK-PARM-BKP.
             05 WRK-BKP-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-BKP-RETORNO    PIC 9(02) VALUE ZEROS.
           COPY EXCDIARIOCPY.
           COPY IMPRESSAOCPY.

         77 WRK-STATUS-PARAM       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CKP         PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FRETEMES    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PERIODO     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FUNCHIST    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-RUNLOG      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FRETEYTD    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FER         PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAMFER    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TERMOS      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD         PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAMEMP    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAM13     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CONTR       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PLANO       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-INSS        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-IRRF        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-ARQANO      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TMP         PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL         PIC X(02) VALUE SPACES.

         77 WRK-FIM-ARQUIVO        PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".
         77 WRK-FIM-TMP            PIC X(01) VALUE "N".
             88 FIM-TMP VALUE "S".

         77 WRK-ETAPA-CKP          PIC 9(01) VALUE ZEROS.
         77 WRK-ETAPA-INICIAL      PIC 9(01) VALUE ZEROS.
         77 WRK-REINICIO           PIC X(01) VALUE "N".
             88 HOUVE-REINICIO VALUE "S".
      *    Resultado da etapa corrente e do job: os CALLs das etapas
      *    mexem no RETURN-CODE, entao o job guarda o seu.
         77 WRK-RC-ETAPA           PIC 9(02) VALUE ZEROS.
         77 WRK-RC-JOB             PIC 9(02) VALUE ZEROS.

         01 WRK-DATA-HOJE.
             05 WRK-ANO-HOJE       PIC 9(04).
             05 WRK-MES-DIA-HOJE   PIC 9(04).
         77 WRK-HORA-HOJE          PIC 9(08) VALUE ZEROS.
         77 WRK-ANO-FECHADO        PIC 9(04) VALUE ZEROS.
         77 WRK-ANO-NOVO           PIC 9(04) VALUE ZEROS.
         77 WRK-ANO-ANTERIOR       PIC 9(04) VALUE ZEROS.
         77 WRK-COMPET-DEZ         PIC 9(06) VALUE ZEROS.
         77 WRK-COMPET-JAN         PIC 9(06) VALUE ZEROS.
         77 WRK-INICIO-ANO-NOVO    PIC 9(08) VALUE ZEROS.
         77 WRK-NOME-ARQANO        PIC X(20) VALUE SPACES.

      *    Fechamentos de dezembro exigidos para a partida.
         77 WRK-ACHOU-FRETEMES     PIC X(01) VALUE "N".
             88 ACHOU-FRETEMES VALUE "S".
         77 WRK-ACHOU-PERIODO      PIC X(01) VALUE "N".
             88 ACHOU-PERIODO VALUE "S".
         77 WRK-ACHOU-FOLHA        PIC X(01) VALUE "N".
             88 ACHOU-FOLHA VALUE "S".
         77 WRK-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.

      *    Etapa 1 - historico da folha.
         77 WRK-TEM-ARQ-ANTERIOR   PIC X(01) VALUE "N".
             88 TEM-ARQ-ANTERIOR VALUE "S".
         77 WRK-QTD-ARQUIVADAS     PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-EXPURGADAS     PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-RETIDAS        PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-MANTIDAS       PIC 9(06) VALUE ZEROS.

      *    Etapa 3 - acumulado de frete.
         77 WRK-YTD-ANO-LIDO       PIC 9(04) VALUE ZEROS.
         77 WRK-YTD-TOTAL-LIDO     PIC 9(11)V99 VALUE ZEROS.
         77 WRK-YTD-TOTAL-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *    Etapa 4 - calendario de feriados.
         77 WRK-FER-ANO-LIDO       PIC 9(04) VALUE ZEROS.

      *    Etapa 5 - termos letivos, mantidos em memoria como no
      *    MANTERMO.
         01 TAB-TERMO.
             05 TAB-TE-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-TERMO
                 INDEXED BY TAB-TE-IDX TAB-TE-BUSCA.
                 10 TAB-TE-TERMO       PIC X(06).
                 10 TAB-TE-DATA-INI    PIC 9(08).
                 10 TAB-TE-DATA-FIM    PIC 9(08).
                 10 TAB-TE-SITUACAO    PIC X(01).
         77 WRK-QTD-TERMO          PIC 9(03) VALUE ZEROS.
         77 WRK-QTD-TERMO-LIDOS    PIC 9(03) VALUE ZEROS.
         77 WRK-LIMITE-TERMO       PIC 9(03) VALUE 100.
         77 WRK-QTD-TERMO-ANO      PIC 9(03) VALUE ZEROS.
         77 WRK-QTD-TERMO-NOVOS    PIC 9(03) VALUE ZEROS.
         77 WRK-TERMO-NOVO         PIC X(06) VALUE SPACES.
         77 WRK-ACHOU-TERMO        PIC X(01) VALUE "N".
             88 ACHOU-TERMO VALUE "S".
         01 WRK-DATA-TERMO.
             05 WRK-DT-ANO         PIC 9(04).
             05 WRK-DT-MES-DIA     PIC 9(04).

      *    Etapa 6 - competencias dos emprestimos e do 13o.
         77 WRK-COMPET-EMP-LIDA    PIC 9(06) VALUE ZEROS.
         77 WRK-ANO-13-LIDO        PIC 9(04) VALUE ZEROS.
         01 TAB-CONTRATO.
             05 TAB-CT-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-CONTR
                 INDEXED BY TAB-CT-IDX.
                 10 TAB-CT-CONTRATO    PIC 9(05).
                 10 TAB-CT-PARCELAS    PIC 9(03).
         77 WRK-QTD-CONTR          PIC 9(03) VALUE ZEROS.
         77 WRK-QTD-SEM-PARCELA    PIC 9(03) VALUE ZEROS.
         77 WRK-MAX-VIG-INSS       PIC 9(08) VALUE ZEROS.
         77 WRK-MAX-VIG-IRRF       PIC 9(08) VALUE ZEROS.

      *    Lista de verificacao: uma linha por etapa e as pendencias
      *    que ficam para decisao humana.
         01 TAB-ETAPA-NOMES.
             05 FILLER PIC X(24) VALUE "HISTORICO DA FOLHA      ".
             05 FILLER PIC X(24) VALUE "REGISTRO DE EXECUCOES   ".
             05 FILLER PIC X(24) VALUE "ACUMULADO DE FRETE      ".
             05 FILLER PIC X(24) VALUE "CALENDARIO DE FERIADOS  ".
             05 FILLER PIC X(24) VALUE "TERMOS LETIVOS          ".
             05 FILLER PIC X(24) VALUE "COMPETENCIAS DO ANO NOVO".
         01 TAB-ETAPA-NOMES-R REDEFINES TAB-ETAPA-NOMES.
             05 TAB-EN-NOME OCCURS 6 TIMES PIC X(24).
         01 TAB-ETAPA.
             05 TAB-ET-REG OCCURS 6 TIMES INDEXED BY TAB-ET-IDX.
                 10 TAB-ET-SITUACAO    PIC X(09).
                 10 TAB-ET-DETALHE     PIC X(42).
         01 TAB-PENDENCIA.
             05 TAB-PD-REG OCCURS 40 TIMES INDEXED BY TAB-PD-IDX.
                 10 TAB-PD-TEXTO       PIC X(74).
         77 WRK-QTD-PEND           PIC 9(02) VALUE ZEROS.
         77 WRK-TEXTO-PEND         PIC X(74) VALUE SPACES.

         01 WRK-LINHA-ETAPA.
             05 WRK-LE-MARCA       PIC X(03).
             05 FILLER             PIC X(01) VALUE SPACE.
             05 WRK-LE-NUMERO      PIC 9(01).
             05 FILLER             PIC X(01) VALUE SPACE.
             05 WRK-LE-NOME        PIC X(24).
             05 FILLER             PIC X(01) VALUE SPACE.
             05 WRK-LE-SITUACAO    PIC X(09).
             05 FILLER             PIC X(01) VALUE SPACE.
             05 WRK-LE-DETALHE     PIC X(39).
         01 WRK-LINHA-PEND.
             05 FILLER             PIC X(04) VALUE "[ ] ".
             05 WRK-LP-TEXTO       PIC X(74).

         77 WRK-QTD-ED             PIC ZZZZZ9.
         77 WRK-QTD-ED2            PIC ZZZZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 0020-LE-PARAMETRO
              PERFORM 0050-VERIFICA-DEZEMBRO
              IF WRK-RC-JOB = 8
                  PERFORM 9900-RODAPE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-ETAPA-FUNCHIST
              PERFORM 0200-ETAPA-RUNLOG
              PERFORM 0300-ETAPA-FRETEYTD
              PERFORM 0400-ETAPA-FERIADOS
              PERFORM 0500-ETAPA-TERMOS
              PERFORM 0600-ETAPA-COMPETENCIAS
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-RC-ETAPA
              MOVE ZEROS TO WRK-RC-JOB
              MOVE ZEROS TO WRK-ETAPA-CKP
              MOVE ZEROS TO WRK-ETAPA-INICIAL
              MOVE "N" TO WRK-REINICIO
              MOVE "N" TO WRK-ACHOU-FRETEMES
              MOVE "N" TO WRK-ACHOU-PERIODO
              MOVE "N" TO WRK-ACHOU-FOLHA
              MOVE ZEROS TO WRK-QTD-PEND
              MOVE ZEROS TO WRK-QTD-TERMO
              MOVE ZEROS TO WRK-QTD-CONTR
              PERFORM VARYING TAB-ET-IDX FROM 1 BY 1
                  UNTIL TAB-ET-IDX GREATER 6
                  MOVE "PENDENTE" TO TAB-ET-SITUACAO(TAB-ET-IDX)
                  MOVE SPACES TO TAB-ET-DETALHE(TAB-ET-IDX)
              END-PERFORM.

         0010-CABECALHO SECTION.
              MOVE "JOB-VIRADA-ANO" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "=========================================="
              MOVE "A" TO WRK-TJ-FUNCAO
              MOVE WRK-JOB-NOME TO WRK-TJ-JOB
              MOVE RETURN-CODE TO WRK-TJ-RETORNO
              CALL "TRAVAJOB" USING WRK-PARM-TRAVA
              IF WRK-TJ-RESULTADO = "1"
                  DISPLAY "EXECUCAO RECUSADA PELA TRAVA DE JOB"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF.

      *    Ano encerrado informado em PARAMVIRADA.DAT; sem parametro,
      *    o ano anterior ao corrente (o job roda em janeiro).
         0020-LE-PARAMETRO SECTION.
              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
              MOVE ZEROS TO WRK-ANO-FECHADO
              OPEN INPUT PARAMVIRADA-FILE
              IF WRK-STATUS-PARAM = "00"
                  READ PARAMVIRADA-FILE
                      AT END
                          CONTINUE
                      NOT AT END
                          IF PV-ANO NUMERIC AND PV-ANO GREATER ZERO
                              MOVE PV-ANO TO WRK-ANO-FECHADO
                          END-IF
                  END-READ
                  CLOSE PARAMVIRADA-FILE
              END-IF
              IF WRK-ANO-FECHADO = ZEROS
                  COMPUTE WRK-ANO-FECHADO = WRK-ANO-HOJE - 1
              END-IF
              COMPUTE WRK-ANO-NOVO = WRK-ANO-FECHADO + 1
              COMPUTE WRK-ANO-ANTERIOR = WRK-ANO-FECHADO - 1
              COMPUTE WRK-COMPET-DEZ = WRK-ANO-FECHADO * 100 + 12
              COMPUTE WRK-COMPET-JAN = WRK-ANO-NOVO * 100 + 1
              COMPUTE WRK-INICIO-ANO-NOVO =
                  WRK-ANO-NOVO * 10000 + 101
              DISPLAY "ANO ENCERRADO : " WRK-ANO-FECHADO
                  "   ANO NOVO : " WRK-ANO-NOVO.

      *    A virada so parte com dezembro fechado nos tres lados:
      *    frete (FECHAFRETE), contabilidade (FECHAPERIODO) e folha
      *    (PROGRAMA06). Faltando qualquer um, a recusa sai em
      *    EXCDIARIO.DAT e nada e tocado.
         0050-VERIFICA-DEZEMBRO SECTION.
              IF WRK-ANO-FECHADO NOT LESS WRK-ANO-HOJE
                  DISPLAY "O ANO " WRK-ANO-FECHADO
                      " AINDA NAO TERMINOU"
                  MOVE "VIRADA RECUSADA: ANO AINDA EM CURSO"
                      TO WRK-MOTIVO-RECUSA
                  PERFORM 0060-RECUSA-PARTIDA
                  GO TO 0050-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT FRETEMES-FILE
              IF WRK-STATUS-FRETEMES = "00"
                  PERFORM UNTIL FIM-ARQUIVO
                      READ FRETEMES-FILE
                          AT END
                              SET FIM-ARQUIVO TO TRUE
                          NOT AT END
                              IF FM-COMPETENCIA = WRK-COMPET-DEZ
                                  SET ACHOU-FRETEMES TO TRUE
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE FRETEMES-FILE
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT PERIODOS-FILE
              IF WRK-STATUS-PERIODO = "00"
                  PERFORM UNTIL FIM-ARQUIVO
                      READ PERIODOS-FILE
                          AT END
                              SET FIM-ARQUIVO TO TRUE
                          NOT AT END
                              IF PE-COMPETENCIA = WRK-COMPET-DEZ
                                  AND PE-STATUS = "F"
                                  SET ACHOU-PERIODO TO TRUE
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE PERIODOS-FILE
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT FUNCHIST-FILE
              IF WRK-STATUS-FUNCHIST = "00"
                  PERFORM UNTIL FIM-ARQUIVO
                      READ FUNCHIST-FILE
                          AT END
                              SET FIM-ARQUIVO TO TRUE
                          NOT AT END
                              IF FH-COMPETENCIA = WRK-COMPET-DEZ
                                  SET ACHOU-FOLHA TO TRUE
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE FUNCHIST-FILE
              END-IF
              IF NOT ACHOU-FRETEMES
                  DISPLAY "FECHAMENTO DE FRETE " WRK-COMPET-DEZ
                      " NAO ENCONTRADO EM FRETEMES.DAT"
                  MOVE "VIRADA RECUSADA: FRETE DE DEZ ABERTO"
                      TO WRK-MOTIVO-RECUSA
              END-IF
              IF NOT ACHOU-PERIODO
                  DISPLAY "PERIODO " WRK-COMPET-DEZ
                      " NAO ESTA FECHADO EM PERIODOS.DAT"
                  MOVE "VIRADA RECUSADA: CONTABIL DE DEZ ABERTO"
                      TO WRK-MOTIVO-RECUSA
              END-IF
              IF NOT ACHOU-FOLHA
                  DISPLAY "FOLHA " WRK-COMPET-DEZ
                      " NAO ENCONTRADA EM FUNCHIST.DAT"
                  MOVE "VIRADA RECUSADA: FOLHA DE DEZ NAO RODOU"
                      TO WRK-MOTIVO-RECUSA
              END-IF
              IF NOT ACHOU-FRETEMES OR NOT ACHOU-PERIODO
                  OR NOT ACHOU-FOLHA
                  PERFORM 0060-RECUSA-PARTIDA
              END-IF.
         0050-SAIDA.
              EXIT.

         0060-RECUSA-PARTIDA SECTION.
              DISPLAY "VIRADA DE ANO RECUSADA"
              MOVE 8 TO WRK-RC-JOB
              MOVE 8 TO RETURN-CODE
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              IF WRK-STATUS-EXCDIARIO = "00"
                  MOVE "JOB-VIRADA-ANO" TO WRK-EXC-SISTEMA
                  MOVE SPACES TO WRK-EXC-CHAVE
                  STRING "ANO " DELIMITED BY SIZE
                      WRK-ANO-FECHADO DELIMITED BY SIZE
                      INTO WRK-EXC-CHAVE
                  MOVE WRK-MOTIVO-RECUSA TO WRK-EXC-MOTIVO
                  MOVE "E" TO WRK-EXC-SEVERIDADE
                  MOVE "M002" TO WRK-EXC-COD-MOTIVO
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
                  MOVE "9999" TO WRK-EXC-COD-MOTIVO
                  CLOSE EXCDIARIO-FILE
              END-IF.

         1000-INICIALIZAR SECTION.
              PERFORM 1060-VERIFICA-CHECKPOINT
              IF HOUVE-REINICIO
                  DISPLAY "Reiniciando job apos checkpoint : etapa "
                      WRK-ETAPA-CKP " ja concluida"
              END-IF
              MOVE WRK-ETAPA-CKP TO WRK-ETAPA-INICIAL.

      *    Checkpoint de outro ano nao vale: a virada recomeca.
         1060-VERIFICA-CHECKPOINT SECTION.
              MOVE "N" TO WRK-REINICIO
              MOVE ZEROS TO WRK-ETAPA-CKP
              OPEN INPUT JOBANOCKP-FILE
              IF WRK-STATUS-CKP = "00"
                  READ JOBANOCKP-FILE
                      AT END
                          MOVE ZEROS TO WRK-ETAPA-CKP
                      NOT AT END
                          IF CKP-ANO = WRK-ANO-FECHADO
                              MOVE CKP-ETAPA TO WRK-ETAPA-CKP
                          END-IF
                  END-READ
                  CLOSE JOBANOCKP-FILE
                  IF WRK-ETAPA-CKP GREATER ZERO
                      SET HOUVE-REINICIO TO TRUE
                  END-IF
              END-IF.

         0100-ETAPA-FUNCHIST SECTION.
              IF WRK-ETAPA-CKP GREATER 0
                  DISPLAY "ETAPA 1 (HISTORICO DA FOLHA) JA CONCLUIDA,"
                      " PULANDO"
              ELSE
                  DISPLAY "ETAPA 1 : ARQUIVAMENTO DE FUNCHIST.DAT"
                  PERFORM 0110-ARQUIVA-FUNCHIST
                  IF WRK-RC-ETAPA GREATER OR EQUAL 8
                      DISPLAY "ETAPA 1 FALHOU, RETURN-CODE : "
                          WRK-RC-ETAPA
                      PERFORM 9900-RODAPE
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  MOVE 1 TO WRK-ETAPA-CKP
                  PERFORM 0900-GRAVA-CHECKPOINT
              END-IF.

      *    O ano encerrado e copiado para FUNCHIST<ano>.DAT e fica no
      *    mestre (INFORME, DECLFOLHA e RETROFOLHA ainda o usam no
      *    ano novo). Linhas mais antigas saem do mestre so quando
      *    a virada anterior ja deixou o FUNCHIST<ano-1>.DAT; sem
      *    ele, ficam e viram pendencia.
         0110-ARQUIVA-FUNCHIST SECTION.
              MOVE ZEROS TO WRK-RC-ETAPA
              MOVE ZEROS TO WRK-QTD-ARQUIVADAS
              MOVE ZEROS TO WRK-QTD-EXPURGADAS
              MOVE ZEROS TO WRK-QTD-RETIDAS
              MOVE "N" TO WRK-TEM-ARQ-ANTERIOR
              MOVE SPACES TO WRK-NOME-ARQANO
              STRING "FUNCHIST" DELIMITED BY SIZE
                  WRK-ANO-ANTERIOR DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WRK-NOME-ARQANO
              OPEN INPUT ARQANO-FILE
              IF WRK-STATUS-ARQANO = "00"
                  SET TEM-ARQ-ANTERIOR TO TRUE
                  CLOSE ARQANO-FILE
              END-IF
              OPEN INPUT FUNCHIST-FILE
              IF WRK-STATUS-FUNCHIST NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FUNCHIST.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FUNCHIST TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  MOVE 8 TO WRK-RC-ETAPA
                  GO TO 0110-SAIDA
              END-IF
              MOVE SPACES TO WRK-NOME-ARQANO
              STRING "FUNCHIST" DELIMITED BY SIZE
                  WRK-ANO-FECHADO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WRK-NOME-ARQANO
              OPEN OUTPUT ARQANO-FILE
              IF WRK-STATUS-ARQANO NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE WRK-NOME-ARQANO TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-ARQANO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  CLOSE FUNCHIST-FILE
                  MOVE 8 TO WRK-RC-ETAPA
                  GO TO 0110-SAIDA
              END-IF
              OPEN OUTPUT VIRADATMP-FILE
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ FUNCHIST-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          EVALUATE TRUE
                              WHEN FH-ANO = WRK-ANO-FECHADO
                                  MOVE FUNCHIST-REG TO ARQANO-REG
                                  WRITE ARQANO-REG
                                  ADD 1 TO WRK-QTD-ARQUIVADAS
                                  ADD 1 TO WRK-JOB-GRAVADOS
                                  MOVE FUNCHIST-REG TO VIRADATMP-REG
                                  WRITE VIRADATMP-REG
                              WHEN FH-ANO LESS WRK-ANO-FECHADO
                                  AND TEM-ARQ-ANTERIOR
                                  ADD 1 TO WRK-QTD-EXPURGADAS
                              WHEN FH-ANO LESS WRK-ANO-FECHADO
                                  ADD 1 TO WRK-QTD-RETIDAS
                                  MOVE FUNCHIST-REG TO VIRADATMP-REG
                                  WRITE VIRADATMP-REG
                              WHEN OTHER
                                  MOVE FUNCHIST-REG TO VIRADATMP-REG
                                  WRITE VIRADATMP-REG
                          END-EVALUATE
                  END-READ
              END-PERFORM
              CLOSE FUNCHIST-FILE
              CLOSE ARQANO-FILE
              CLOSE VIRADATMP-FILE
              IF WRK-QTD-EXPURGADAS GREATER ZERO
                  MOVE "FUNCHIST.DAT" TO WRK-BKP-ARQUIVO
                  CALL "GERABKP" USING WRK-PARM-BKP
                  PERFORM 0150-REGRAVA-FUNCHIST
              END-IF
              MOVE "FEITO" TO TAB-ET-SITUACAO(1)
              MOVE WRK-QTD-ARQUIVADAS TO WRK-QTD-ED
              MOVE WRK-QTD-EXPURGADAS TO WRK-QTD-ED2
              STRING WRK-QTD-ED DELIMITED BY SIZE
                  " ARQUIVADAS," DELIMITED BY SIZE
                  WRK-QTD-ED2 DELIMITED BY SIZE
                  " EXPURGADAS" DELIMITED BY SIZE
                  INTO TAB-ET-DETALHE(1)
              IF WRK-QTD-ARQUIVADAS = ZEROS
                  MOVE SPACES TO WRK-TEXTO-PEND
                  STRING "FUNCHIST.DAT SEM LINHAS DE "
                      DELIMITED BY SIZE
                      WRK-ANO-FECHADO DELIMITED BY SIZE
                      " - ARQUIVO DATADO SAIU VAZIO"
                      DELIMITED BY SIZE
                      INTO WRK-TEXTO-PEND
                  PERFORM 8900-ANOTA-PENDENCIA
              END-IF
              IF WRK-QTD-RETIDAS GREATER ZERO
                  MOVE WRK-QTD-RETIDAS TO WRK-QTD-ED
                  MOVE SPACES TO WRK-TEXTO-PEND
                  STRING "FUNCHIST.DAT:" DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      " LINHAS ANTES DE " DELIMITED BY SIZE
                      WRK-ANO-FECHADO DELIMITED BY SIZE
                      " SEM ARQUIVO DATADO - DECIDIR"
                      DELIMITED BY SIZE
                      INTO WRK-TEXTO-PEND
                  PERFORM 8900-ANOTA-PENDENCIA
              END-IF.
         0110-SAIDA.
              EXIT.

         0150-REGRAVA-FUNCHIST SECTION.
              OPEN INPUT VIRADATMP-FILE
              OPEN OUTPUT FUNCHIST-FILE
              IF WRK-STATUS-FUNCHIST NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FUNCHIST.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FUNCHIST TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  CLOSE VIRADATMP-FILE
                  MOVE 8 TO WRK-RC-ETAPA
                  GO TO 0150-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-TMP
              PERFORM UNTIL FIM-TMP
                  READ VIRADATMP-FILE
                      AT END
                          SET FIM-TMP TO TRUE
                      NOT AT END
                          MOVE VIRADATMP-REG TO FUNCHIST-REG
                          WRITE FUNCHIST-REG
                  END-READ
              END-PERFORM
              CLOSE VIRADATMP-FILE
              CLOSE FUNCHIST-FILE.
         0150-SAIDA.
              EXIT.

         0200-ETAPA-RUNLOG SECTION.
              IF WRK-ETAPA-CKP GREATER 1
                  DISPLAY "ETAPA 2 (REGISTRO DE EXECUCOES) JA"
                      " CONCLUIDA, PULANDO"
              ELSE
                  DISPLAY "ETAPA 2 : ARQUIVAMENTO DE RUNLOG.DAT"
                  PERFORM 0210-ARQUIVA-RUNLOG
                  IF WRK-RC-ETAPA GREATER OR EQUAL 8
                      DISPLAY "ETAPA 2 FALHOU, RETURN-CODE : "
                          WRK-RC-ETAPA
                      PERFORM 9900-RODAPE
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  MOVE 2 TO WRK-ETAPA-CKP
                  PERFORM 0900-GRAVA-CHECKPOINT
              END-IF.

      *    As execucoes do ano encerrado (e de antes) saem do
      *    RUNLOG.DAT para RUNLOG<ano>.DAT. O arquivo datado e
      *    estendido, para um reinicio nao perder o que ja saiu.
         0210-ARQUIVA-RUNLOG SECTION.
              MOVE ZEROS TO WRK-RC-ETAPA
              MOVE ZEROS TO WRK-QTD-ARQUIVADAS
              MOVE ZEROS TO WRK-QTD-MANTIDAS
              OPEN INPUT RUNLOG-FILE
              IF WRK-STATUS-RUNLOG NOT = "00"
                  MOVE "AUSENTE" TO TAB-ET-SITUACAO(2)
                  MOVE "RUNLOG.DAT NAO ENCONTRADO"
                      TO TAB-ET-DETALHE(2)
                  GO TO 0210-SAIDA
              END-IF
              MOVE SPACES TO WRK-NOME-ARQANO
              STRING "RUNLOG" DELIMITED BY SIZE
                  WRK-ANO-FECHADO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WRK-NOME-ARQANO
              OPEN EXTEND ARQANO-FILE
              IF WRK-STATUS-ARQANO = "35"
                  OPEN OUTPUT ARQANO-FILE
              END-IF
              IF WRK-STATUS-ARQANO NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE WRK-NOME-ARQANO TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-ARQANO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  CLOSE RUNLOG-FILE
                  MOVE 8 TO WRK-RC-ETAPA
                  GO TO 0210-SAIDA
              END-IF
              OPEN OUTPUT VIRADATMP-FILE
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ RUNLOG-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          IF RL-ANO NUMERIC
                              AND RL-ANO NOT GREATER WRK-ANO-FECHADO
                              MOVE RUNLOG-REG TO ARQANO-REG
                              WRITE ARQANO-REG
                              ADD 1 TO WRK-QTD-ARQUIVADAS
                              ADD 1 TO WRK-JOB-GRAVADOS
                          ELSE
                              MOVE RUNLOG-REG TO VIRADATMP-REG
                              WRITE VIRADATMP-REG
                              ADD 1 TO WRK-QTD-MANTIDAS
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RUNLOG-FILE
              CLOSE ARQANO-FILE
              CLOSE VIRADATMP-FILE
              IF WRK-QTD-ARQUIVADAS GREATER ZERO
                  MOVE "RUNLOG.DAT" TO WRK-BKP-ARQUIVO
                  CALL "GERABKP" USING WRK-PARM-BKP
                  PERFORM 0250-REGRAVA-RUNLOG
              END-IF
              MOVE "FEITO" TO TAB-ET-SITUACAO(2)
              MOVE WRK-QTD-ARQUIVADAS TO WRK-QTD-ED
              MOVE WRK-QTD-MANTIDAS TO WRK-QTD-ED2
              STRING WRK-QTD-ED DELIMITED BY SIZE
                  " MOVIDAS," DELIMITED BY SIZE
                  WRK-QTD-ED2 DELIMITED BY SIZE
                  " MANTIDAS" DELIMITED BY SIZE
                  INTO TAB-ET-DETALHE(2).
         0210-SAIDA.
              EXIT.

         0250-REGRAVA-RUNLOG SECTION.
              OPEN INPUT VIRADATMP-FILE
              OPEN OUTPUT RUNLOG-FILE
              IF WRK-STATUS-RUNLOG NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "RUNLOG.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-RUNLOG TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  CLOSE VIRADATMP-FILE
                  MOVE 8 TO WRK-RC-ETAPA
                  GO TO 0250-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-TMP
              PERFORM UNTIL FIM-TMP
                  READ VIRADATMP-FILE
                      AT END
                          SET FIM-TMP TO TRUE
                      NOT AT END
                          MOVE VIRADATMP-REG TO RUNLOG-REG
                          WRITE RUNLOG-REG
                  END-READ
              END-PERFORM
              CLOSE VIRADATMP-FILE
              CLOSE RUNLOG-FILE.
         0250-SAIDA.
              EXIT.

         0300-ETAPA-FRETEYTD SECTION.
              IF WRK-ETAPA-CKP GREATER 2
                  DISPLAY "ETAPA 3 (ACUMULADO DE FRETE) JA"
                      " CONCLUIDA, PULANDO"
              ELSE
                  DISPLAY "ETAPA 3 : ACUMULADO DO ANO (FRETEYTD.DAT)"
                  PERFORM 0310-VIRA-FRETEYTD
                  IF WRK-RC-ETAPA GREATER OR EQUAL 8
                      DISPLAY "ETAPA 3 FALHOU, RETURN-CODE : "
                          WRK-RC-ETAPA
                      PERFORM 9900-RODAPE
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  MOVE 3 TO WRK-ETAPA-CKP
                  PERFORM 0900-GRAVA-CHECKPOINT
              END-IF.

      *    O acumulado do ano encerrado fica em FRETEYTD<ano>.DAT e o
      *    FRETEYTD.DAT recomeca zerado no ano novo. Se o PROGRAMA11
      *    ja rodou no ano novo, o acumulado dele e preservado.
         0310-VIRA-FRETEYTD SECTION.
              MOVE ZEROS TO WRK-RC-ETAPA
              MOVE ZEROS TO WRK-YTD-ANO-LIDO
              MOVE ZEROS TO WRK-YTD-TOTAL-LIDO
              OPEN INPUT FRETEYTD-FILE
              IF WRK-STATUS-FRETEYTD = "00"
                  READ FRETEYTD-FILE
                      AT END
                          CONTINUE
                      NOT AT END
                          IF YTD-ANO NUMERIC
                              MOVE YTD-ANO TO WRK-YTD-ANO-LIDO
                              MOVE YTD-TOTAL-FRETE
                                  TO WRK-YTD-TOTAL-LIDO
                          END-IF
                  END-READ
                  CLOSE FRETEYTD-FILE
              END-IF
              IF WRK-YTD-ANO-LIDO = WRK-ANO-NOVO
                  MOVE "MANTIDO" TO TAB-ET-SITUACAO(3)
                  STRING "JA ESTAVA NO ANO " DELIMITED BY SIZE
                      WRK-ANO-NOVO DELIMITED BY SIZE
                      INTO TAB-ET-DETALHE(3)
                  GO TO 0310-SAIDA
              END-IF
              IF WRK-YTD-ANO-LIDO GREATER ZERO
                  MOVE SPACES TO WRK-NOME-ARQANO
                  STRING "FRETEYTD" DELIMITED BY SIZE
                      WRK-YTD-ANO-LIDO DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO WRK-NOME-ARQANO
                  OPEN OUTPUT ARQANO-FILE
                  IF WRK-STATUS-ARQANO = "00"
                      MOVE WRK-YTD-ANO-LIDO TO YTD-ANO
                      MOVE WRK-YTD-TOTAL-LIDO TO YTD-TOTAL-FRETE
                      MOVE FRETEYTD-REG TO ARQANO-REG
                      WRITE ARQANO-REG
                      CLOSE ARQANO-FILE
                  END-IF
              END-IF
              OPEN OUTPUT FRETEYTD-FILE
              IF WRK-STATUS-FRETEYTD NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FRETEYTD.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FRETEYTD TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  MOVE 8 TO WRK-RC-ETAPA
                  GO TO 0310-SAIDA
              END-IF
              MOVE WRK-ANO-NOVO TO YTD-ANO
              MOVE ZEROS TO YTD-TOTAL-FRETE
              WRITE FRETEYTD-REG
              ADD 1 TO WRK-JOB-GRAVADOS
              CLOSE FRETEYTD-FILE
              MOVE "FEITO" TO TAB-ET-SITUACAO(3)
              IF WRK-YTD-ANO-LIDO = ZEROS
                  STRING "CRIADO ZERADO PARA " DELIMITED BY SIZE
                      WRK-ANO-NOVO DELIMITED BY SIZE
                      INTO TAB-ET-DETALHE(3)
                  GO TO 0310-SAIDA
              END-IF
              MOVE WRK-YTD-TOTAL-LIDO TO WRK-YTD-TOTAL-ED
              STRING "FECHADO " DELIMITED BY SIZE
                  WRK-YTD-ANO-LIDO DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  WRK-YTD-TOTAL-ED DELIMITED BY SIZE
                  INTO TAB-ET-DETALHE(3)
              IF WRK-YTD-ANO-LIDO NOT = WRK-ANO-FECHADO
                  MOVE SPACES TO WRK-TEXTO-PEND
                  STRING "FRETEYTD.DAT ESTAVA NO ANO "
                      DELIMITED BY SIZE
                      WRK-YTD-ANO-LIDO DELIMITED BY SIZE
                      " - CONFERIR COM O VERIFYTD"
                      DELIMITED BY SIZE
                      INTO WRK-TEXTO-PEND
                  PERFORM 8900-ANOTA-PENDENCIA
              END-IF.
         0310-SAIDA.
              EXIT.

         0400-ETAPA-FERIADOS SECTION.
              IF WRK-ETAPA-CKP GREATER 3
                  DISPLAY "ETAPA 4 (CALENDARIO DE FERIADOS) JA"
                      " CONCLUIDA, PULANDO"
              ELSE
                  DISPLAY "ETAPA 4 : FERIADOS DO ANO NOVO (GERAFERIADO)"
                  PERFORM 0410-VIRA-FERIADOS
                  IF WRK-RC-ETAPA GREATER OR EQUAL 8
                      DISPLAY "ETAPA 4 FALHOU, RETURN-CODE : "
                          WRK-RC-ETAPA
                      PERFORM 9900-RODAPE
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  MOVE 4 TO WRK-ETAPA-CKP
                  PERFORM 0900-GRAVA-CHECKPOINT
              END-IF.

      *    O GERAFERIADO regrava FERIADOS.DAT so com o ano pedido:
      *    o calendario que sai vai antes para FERIADOS<ano>.DAT.
      *    Calendario do ano novo ja gerado nao e refeito.
         0410-VIRA-FERIADOS SECTION.
              MOVE ZEROS TO WRK-RC-ETAPA
              MOVE ZEROS TO WRK-FER-ANO-LIDO
              OPEN INPUT FERIADOS-FILE
              IF WRK-STATUS-FER = "00"
                  READ FERIADOS-FILE
                      AT END
                          CONTINUE
                      NOT AT END
                          IF FE-ANO NUMERIC
                              MOVE FE-ANO TO WRK-FER-ANO-LIDO
                          END-IF
                  END-READ
                  CLOSE FERIADOS-FILE
              END-IF
              IF WRK-FER-ANO-LIDO = WRK-ANO-NOVO
                  MOVE "MANTIDO" TO TAB-ET-SITUACAO(4)
                  STRING "CALENDARIO " DELIMITED BY SIZE
                      WRK-ANO-NOVO DELIMITED BY SIZE
                      " JA GERADO" DELIMITED BY SIZE
                      INTO TAB-ET-DETALHE(4)
                  GO TO 0410-SAIDA
              END-IF
              IF WRK-FER-ANO-LIDO GREATER ZERO
                  PERFORM 0420-GUARDA-FERIADOS
              END-IF
              OPEN OUTPUT PARAMFER-FILE
              IF WRK-STATUS-PARAMFER NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PARAMFER.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PARAMFER TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  MOVE 8 TO WRK-RC-ETAPA
                  GO TO 0410-SAIDA
              END-IF
              MOVE WRK-ANO-NOVO TO PF-ANO
              WRITE PARAMFER-REG
              CLOSE PARAMFER-FILE
              CALL "GERAFERIADO"
              MOVE RETURN-CODE TO WRK-RC-ETAPA
              IF WRK-RC-ETAPA GREATER OR EQUAL 8
                  GO TO 0410-SAIDA
              END-IF
              MOVE "FEITO" TO TAB-ET-SITUACAO(4)
              STRING "GERADO " DELIMITED BY SIZE
                  WRK-ANO-NOVO DELIMITED BY SIZE
                  ", ANTERIOR EM FERIADOS" DELIMITED BY SIZE
                  WRK-FER-ANO-LIDO DELIMITED BY SIZE
                  INTO TAB-ET-DETALHE(4)
              IF WRK-RC-ETAPA GREATER ZERO
                  MOVE 4 TO WRK-RC-JOB
                  MOVE "GERAFERIADO TERMINOU COM AVISO - VER FEREXC.DAT"
                      TO WRK-TEXTO-PEND
                  PERFORM 8900-ANOTA-PENDENCIA
              END-IF
              MOVE SPACES TO WRK-TEXTO-PEND
              STRING "DAR O DE-ACORDO NO CALENDARIO " DELIMITED BY SIZE
                  WRK-ANO-NOVO DELIMITED BY SIZE
                  " (FERIADOREL.DAT)" DELIMITED BY SIZE
                  INTO WRK-TEXTO-PEND
              PERFORM 8900-ANOTA-PENDENCIA.
         0410-SAIDA.
              EXIT.

         0420-GUARDA-FERIADOS SECTION.
              MOVE SPACES TO WRK-NOME-ARQANO
              STRING "FERIADOS" DELIMITED BY SIZE
                  WRK-FER-ANO-LIDO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WRK-NOME-ARQANO
              OPEN INPUT FERIADOS-FILE
              OPEN OUTPUT ARQANO-FILE
              IF WRK-STATUS-ARQANO NOT = "00"
                  CLOSE FERIADOS-FILE
                  GO TO 0420-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ FERIADOS-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          MOVE FERIADOS-REG TO ARQANO-REG
                          WRITE ARQANO-REG
                  END-READ
              END-PERFORM
              CLOSE FERIADOS-FILE
              CLOSE ARQANO-FILE.
         0420-SAIDA.
              EXIT.

         0500-ETAPA-TERMOS SECTION.
              IF WRK-ETAPA-CKP GREATER 4
                  DISPLAY "ETAPA 5 (TERMOS LETIVOS) JA CONCLUIDA,"
                      " PULANDO"
              ELSE
                  DISPLAY "ETAPA 5 : TERMOS DO ANO NOVO (TERMOS.DAT)"
                  PERFORM 0510-ABRE-TERMOS
                  IF WRK-RC-ETAPA GREATER OR EQUAL 8
                      DISPLAY "ETAPA 5 FALHOU, RETURN-CODE : "
                          WRK-RC-ETAPA
                      PERFORM 9900-RODAPE
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  MOVE 5 TO WRK-ETAPA-CKP
                  PERFORM 0900-GRAVA-CHECKPOINT
              END-IF.

      *    Cada termo do ano encerrado ("2024A") abre o seu par no
      *    ano novo ("2025A"), com as mesmas datas um ano adiante e
      *    status A; a inclusao sai em TERMOAUD.DAT como no MANTERMO.
      *    Termo do ano encerrado ainda aberto vira pendencia.
         0510-ABRE-TERMOS SECTION.
              MOVE ZEROS TO WRK-RC-ETAPA
              MOVE ZEROS TO WRK-QTD-TERMO
              MOVE ZEROS TO WRK-QTD-TERMO-ANO
              MOVE ZEROS TO WRK-QTD-TERMO-NOVOS
              OPEN INPUT TERMOS-FILE
              IF WRK-STATUS-TERMOS NOT = "00"
                  MOVE "AUSENTE" TO TAB-ET-SITUACAO(5)
                  MOVE "TERMOS.DAT NAO ENCONTRADO"
                      TO TAB-ET-DETALHE(5)
                  MOVE SPACES TO WRK-TEXTO-PEND
                  STRING "ABRIR OS TERMOS DE " DELIMITED BY SIZE
                      WRK-ANO-NOVO DELIMITED BY SIZE
                      " PELO MANTERMO" DELIMITED BY SIZE
                      INTO WRK-TEXTO-PEND
                  PERFORM 8900-ANOTA-PENDENCIA
                  GO TO 0510-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ TERMOS-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-TERMO LESS WRK-LIMITE-TERMO
                              ADD 1 TO WRK-QTD-TERMO
                              SET TAB-TE-IDX TO WRK-QTD-TERMO
                              MOVE TE-TERMO
                                  TO TAB-TE-TERMO(TAB-TE-IDX)
                              MOVE TE-DATA-INI
                                  TO TAB-TE-DATA-INI(TAB-TE-IDX)
                              MOVE TE-DATA-FIM
                                  TO TAB-TE-DATA-FIM(TAB-TE-IDX)
                              MOVE TE-STATUS
                                  TO TAB-TE-SITUACAO(TAB-TE-IDX)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE TERMOS-FILE
              MOVE WRK-QTD-TERMO TO WRK-QTD-TERMO-LIDOS
              ACCEPT WRK-HORA-HOJE FROM TIME
              PERFORM VARYING TAB-TE-IDX FROM 1 BY 1
                  UNTIL TAB-TE-IDX GREATER WRK-QTD-TERMO-LIDOS
                  IF TAB-TE-TERMO(TAB-TE-IDX)(1:4) = WRK-ANO-FECHADO
                      ADD 1 TO WRK-QTD-TERMO-ANO
                      PERFORM 0520-COPIA-TERMO
                  END-IF
              END-PERFORM
              IF WRK-QTD-TERMO-NOVOS GREATER ZERO
                  PERFORM 0550-REGRAVA-TERMOS
              END-IF
              IF WRK-RC-ETAPA GREATER OR EQUAL 8
                  GO TO 0510-SAIDA
              END-IF
              MOVE "FEITO" TO TAB-ET-SITUACAO(5)
              MOVE WRK-QTD-TERMO-NOVOS TO WRK-QTD-ED
              STRING WRK-QTD-ED DELIMITED BY SIZE
                  " TERMOS ABERTOS EM " DELIMITED BY SIZE
                  WRK-ANO-NOVO DELIMITED BY SIZE
                  INTO TAB-ET-DETALHE(5)
              IF WRK-QTD-TERMO-ANO = ZEROS
                  MOVE SPACES TO WRK-TEXTO-PEND
                  STRING "NENHUM TERMO DE " DELIMITED BY SIZE
                      WRK-ANO-FECHADO DELIMITED BY SIZE
                      " PARA COPIAR - ABRIR OS DE " DELIMITED BY SIZE
                      WRK-ANO-NOVO DELIMITED BY SIZE
                      " PELO MANTERMO" DELIMITED BY SIZE
                      INTO WRK-TEXTO-PEND
                  PERFORM 8900-ANOTA-PENDENCIA
              END-IF
              IF WRK-QTD-TERMO-NOVOS GREATER ZERO
                  MOVE SPACES TO WRK-TEXTO-PEND
                  STRING "CONFERIR AS DATAS DOS TERMOS DE "
                      DELIMITED BY SIZE
                      WRK-ANO-NOVO DELIMITED BY SIZE
                      " (COPIADAS DE " DELIMITED BY SIZE
                      WRK-ANO-FECHADO DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WRK-TEXTO-PEND
                  PERFORM 8900-ANOTA-PENDENCIA
              END-IF.
         0510-SAIDA.
              EXIT.

         0520-COPIA-TERMO SECTION.
              IF TAB-TE-SITUACAO(TAB-TE-IDX) = "A"
                  MOVE SPACES TO WRK-TEXTO-PEND
                  STRING "TERMO " DELIMITED BY SIZE
                      TAB-TE-TERMO(TAB-TE-IDX) DELIMITED BY SIZE
                      " AINDA ABERTO - FECHAR PELO MANTERMO"
                      DELIMITED BY SIZE
                      INTO WRK-TEXTO-PEND
                  PERFORM 8900-ANOTA-PENDENCIA
              END-IF
              MOVE TAB-TE-TERMO(TAB-TE-IDX) TO WRK-TERMO-NOVO
              MOVE WRK-ANO-NOVO TO WRK-TERMO-NOVO(1:4)
              MOVE "N" TO WRK-ACHOU-TERMO
              PERFORM VARYING TAB-TE-BUSCA FROM 1 BY 1
                  UNTIL TAB-TE-BUSCA GREATER WRK-QTD-TERMO
                  IF TAB-TE-TERMO(TAB-TE-BUSCA) = WRK-TERMO-NOVO
                      SET ACHOU-TERMO TO TRUE
                  END-IF
              END-PERFORM
              IF ACHOU-TERMO
                  GO TO 0520-SAIDA
              END-IF
              IF WRK-QTD-TERMO NOT LESS WRK-LIMITE-TERMO
                  MOVE SPACES TO WRK-TEXTO-PEND
                  STRING "TERMOS.DAT CHEIO - " DELIMITED BY SIZE
                      WRK-TERMO-NOVO DELIMITED BY SIZE
                      " NAO ABERTO" DELIMITED BY SIZE
                      INTO WRK-TEXTO-PEND
                  PERFORM 8900-ANOTA-PENDENCIA
                  GO TO 0520-SAIDA
              END-IF
              ADD 1 TO WRK-QTD-TERMO
              MOVE WRK-TERMO-NOVO TO TAB-TE-TERMO(WRK-QTD-TERMO)
              MOVE TAB-TE-DATA-INI(TAB-TE-IDX) TO WRK-DATA-TERMO
              PERFORM 0530-AVANCA-DATA
              MOVE WRK-DATA-TERMO TO TAB-TE-DATA-INI(WRK-QTD-TERMO)
              MOVE TAB-TE-DATA-FIM(TAB-TE-IDX) TO WRK-DATA-TERMO
              PERFORM 0530-AVANCA-DATA
              MOVE WRK-DATA-TERMO TO TAB-TE-DATA-FIM(WRK-QTD-TERMO)
              MOVE "A" TO TAB-TE-SITUACAO(WRK-QTD-TERMO)
              ADD 1 TO WRK-QTD-TERMO-NOVOS.
         0520-SAIDA.
              EXIT.

      *    Mesma data um ano adiante; 29/02 vira 28/02.
         0530-AVANCA-DATA SECTION.
              ADD 1 TO WRK-DT-ANO
              IF WRK-DT-MES-DIA = 0229
                  MOVE 0228 TO WRK-DT-MES-DIA
              END-IF.

         0550-REGRAVA-TERMOS SECTION.
              MOVE "TERMOS.DAT" TO WRK-BKP-ARQUIVO
              CALL "GERABKP" USING WRK-PARM-BKP
              OPEN OUTPUT TERMOS-FILE
              IF WRK-STATUS-TERMOS NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "TERMOS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-TERMOS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  MOVE 8 TO WRK-RC-ETAPA
                  GO TO 0550-SAIDA
              END-IF
              OPEN EXTEND TERMOAUD-FILE
              IF WRK-STATUS-AUD = "35"
                  OPEN OUTPUT TERMOAUD-FILE
              END-IF
              PERFORM VARYING TAB-TE-IDX FROM 1 BY 1
                  UNTIL TAB-TE-IDX GREATER WRK-QTD-TERMO
                  MOVE TAB-TE-TERMO(TAB-TE-IDX)    TO TE-TERMO
                  MOVE TAB-TE-DATA-INI(TAB-TE-IDX) TO TE-DATA-INI
                  MOVE TAB-TE-DATA-FIM(TAB-TE-IDX) TO TE-DATA-FIM
                  MOVE TAB-TE-SITUACAO(TAB-TE-IDX) TO TE-STATUS
                  WRITE TERMOS-REG
                  IF TAB-TE-IDX GREATER WRK-QTD-TERMO-LIDOS
                      ADD 1 TO WRK-JOB-GRAVADOS
                      IF WRK-STATUS-AUD = "00"
                          MOVE WRK-DATA-HOJE TO TA-DATA
                          MOVE WRK-HORA-HOJE TO TA-HORA
                          MOVE "INCLUSAO" TO TA-TIPO
                          MOVE TE-TERMO TO TA-TERMO
                          MOVE SPACES TO TA-STATUS-ANTES
                          MOVE "A" TO TA-STATUS-DEPOIS
                          WRITE TERMOAUD-REG
                      END-IF
                  END-IF
              END-PERFORM
              CLOSE TERMOS-FILE
              IF WRK-STATUS-AUD = "00"
                  CLOSE TERMOAUD-FILE
              END-IF.
         0550-SAIDA.
              EXIT.

         0600-ETAPA-COMPETENCIAS SECTION.
              IF WRK-ETAPA-CKP GREATER 5
                  DISPLAY "ETAPA 6 (COMPETENCIAS) JA CONCLUIDA,"
                      " PULANDO"
              ELSE
                  DISPLAY "ETAPA 6 : COMPETENCIAS DE EMPRESTIMO E 13O"
                  PERFORM 0610-VIRA-COMPETENCIAS
                  IF WRK-RC-ETAPA GREATER OR EQUAL 8
                      DISPLAY "ETAPA 6 FALHOU, RETURN-CODE : "
                          WRK-RC-ETAPA
                      PERFORM 9900-RODAPE
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  MOVE 6 TO WRK-ETAPA-CKP
                  PERFORM 0900-GRAVA-CHECKPOINT
              END-IF.

      *    PARAMEMP.DAT parado em dezembro passa para janeiro do ano
      *    novo e PARAM13.DAT do ano encerrado passa para a primeira
      *    parcela do ano novo; parametro em outro ponto e decisao de
      *    quem opera, fica como pendencia. O plano de parcelas dos
      *    contratos ja nasce completo no EMPRESTIMO; aqui so se
      *    confere se todo contrato ativo tem parcela no ano novo.
         0610-VIRA-COMPETENCIAS SECTION.
              MOVE ZEROS TO WRK-RC-ETAPA
              MOVE ZEROS TO WRK-COMPET-EMP-LIDA
              OPEN INPUT PARAMEMP-FILE
              IF WRK-STATUS-PARAMEMP = "00"
                  READ PARAMEMP-FILE
                      AT END
                          CONTINUE
                      NOT AT END
                          IF PE-COMPET-EMP NUMERIC
                              MOVE PE-COMPET-EMP TO WRK-COMPET-EMP-LIDA
                          END-IF
                  END-READ
                  CLOSE PARAMEMP-FILE
                  EVALUATE TRUE
                      WHEN WRK-COMPET-EMP-LIDA = WRK-COMPET-DEZ
                          OPEN OUTPUT PARAMEMP-FILE
                          MOVE WRK-COMPET-JAN TO PE-COMPET-EMP
                          WRITE PARAMEMP-REG
                          CLOSE PARAMEMP-FILE
                          ADD 1 TO WRK-JOB-GRAVADOS
                      WHEN WRK-COMPET-EMP-LIDA NOT LESS WRK-COMPET-JAN
                          CONTINUE
                      WHEN OTHER
                          MOVE SPACES TO WRK-TEXTO-PEND
                          STRING "PARAMEMP.DAT NA COMPETENCIA "
                              DELIMITED BY SIZE
                              WRK-COMPET-EMP-LIDA DELIMITED BY SIZE
                              " - AJUSTAR PARA " DELIMITED BY SIZE
                              WRK-COMPET-JAN DELIMITED BY SIZE
                              INTO WRK-TEXTO-PEND
                          PERFORM 8900-ANOTA-PENDENCIA
                  END-EVALUATE
              END-IF
              MOVE ZEROS TO WRK-ANO-13-LIDO
              OPEN INPUT PARAM13-FILE
              IF WRK-STATUS-PARAM13 = "00"
                  READ PARAM13-FILE
                      AT END
                          CONTINUE
                      NOT AT END
                          IF P13-ANO NUMERIC
                              MOVE P13-ANO TO WRK-ANO-13-LIDO
                          END-IF
                  END-READ
                  CLOSE PARAM13-FILE
                  IF WRK-ANO-13-LIDO = WRK-ANO-FECHADO
                      OPEN OUTPUT PARAM13-FILE
                      MOVE WRK-ANO-NOVO TO P13-ANO
                      MOVE 1 TO P13-PARCELA
                      WRITE PARAM13-REG
                      CLOSE PARAM13-FILE
                      ADD 1 TO WRK-JOB-GRAVADOS
                  END-IF
              END-IF
              PERFORM 0620-CONFERE-CONTRATOS
              MOVE "FEITO" TO TAB-ET-SITUACAO(6)
              MOVE WRK-QTD-CONTR TO WRK-QTD-ED
              MOVE WRK-QTD-SEM-PARCELA TO WRK-QTD-ED2
              STRING WRK-COMPET-JAN DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " ATIVOS," DELIMITED BY SIZE
                  WRK-QTD-ED2 DELIMITED BY SIZE
                  " SEM PARCELA" DELIMITED BY SIZE
                  INTO TAB-ET-DETALHE(6).

         0620-CONFERE-CONTRATOS SECTION.
              MOVE ZEROS TO WRK-QTD-CONTR
              MOVE ZEROS TO WRK-QTD-SEM-PARCELA
              OPEN INPUT EMPCONTR-FILE
              IF WRK-STATUS-CONTR NOT = "00"
                  GO TO 0620-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ EMPCONTR-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF EC-STATUS = "ATIVO"
                              AND WRK-QTD-CONTR LESS 500
                              ADD 1 TO WRK-QTD-CONTR
                              MOVE EC-CONTRATO
                                  TO TAB-CT-CONTRATO(WRK-QTD-CONTR)
                              MOVE ZEROS
                                  TO TAB-CT-PARCELAS(WRK-QTD-CONTR)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE EMPCONTR-FILE
              IF WRK-QTD-CONTR = ZEROS
                  GO TO 0620-SAIDA
              END-IF
              OPEN INPUT EMPPLANO-FILE
              IF WRK-STATUS-PLANO = "00"
                  MOVE "N" TO WRK-FIM-ARQUIVO
                  PERFORM UNTIL FIM-ARQUIVO
                      READ EMPPLANO-FILE
                          AT END
                              SET FIM-ARQUIVO TO TRUE
                          NOT AT END
                              IF EP-ANO = WRK-ANO-NOVO
                                  AND EP-SITUACAO = "ABERTA"
                                  PERFORM 0630-CONTA-PARCELA
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE EMPPLANO-FILE
              END-IF
              PERFORM VARYING TAB-CT-IDX FROM 1 BY 1
                  UNTIL TAB-CT-IDX GREATER WRK-QTD-CONTR
                  IF TAB-CT-PARCELAS(TAB-CT-IDX) = ZEROS
                      ADD 1 TO WRK-QTD-SEM-PARCELA
                      MOVE SPACES TO WRK-TEXTO-PEND
                      STRING "CONTRATO " DELIMITED BY SIZE
                          TAB-CT-CONTRATO(TAB-CT-IDX)
                          DELIMITED BY SIZE
                          " ATIVO SEM PARCELA ABERTA EM "
                          DELIMITED BY SIZE
                          WRK-ANO-NOVO DELIMITED BY SIZE
                          " (EMPRESTIMO)" DELIMITED BY SIZE
                          INTO WRK-TEXTO-PEND
                      PERFORM 8900-ANOTA-PENDENCIA
                  END-IF
              END-PERFORM.
         0620-SAIDA.
              EXIT.

         0630-CONTA-PARCELA SECTION.
              PERFORM VARYING TAB-CT-IDX FROM 1 BY 1
                  UNTIL TAB-CT-IDX GREATER WRK-QTD-CONTR
                  IF TAB-CT-CONTRATO(TAB-CT-IDX) = EP-CONTRATO
                      ADD 1 TO TAB-CT-PARCELAS(TAB-CT-IDX)
                  END-IF
              END-PERFORM.

      *    Decisoes que a virada nao toma sozinha; as tabelas de
      *    INSS e IRRF so entram quando nenhuma faixa vale no ano
      *    novo.
         0700-PENDENCIAS-FIXAS SECTION.
              MOVE ZEROS TO WRK-MAX-VIG-INSS
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT PARAMINSS-FILE
              IF WRK-STATUS-INSS = "00"
                  PERFORM UNTIL FIM-ARQUIVO
                      READ PARAMINSS-FILE
                          AT END
                              SET FIM-ARQUIVO TO TRUE
                          NOT AT END
                              IF PI-VIGENCIA NUMERIC
                                  AND PI-VIGENCIA GREATER
                                      WRK-MAX-VIG-INSS
                                  MOVE PI-VIGENCIA TO WRK-MAX-VIG-INSS
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE PARAMINSS-FILE
              END-IF
              IF WRK-MAX-VIG-INSS LESS WRK-INICIO-ANO-NOVO
                  MOVE SPACES TO WRK-TEXTO-PEND
                  STRING "TABELA DE INSS DE " DELIMITED BY SIZE
                      WRK-ANO-NOVO DELIMITED BY SIZE
                      " (PARAMINSS.DAT)" DELIMITED BY SIZE
                      INTO WRK-TEXTO-PEND
                  PERFORM 8900-ANOTA-PENDENCIA
              END-IF
              MOVE ZEROS TO WRK-MAX-VIG-IRRF
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT PARAMIRRF-FILE
              IF WRK-STATUS-IRRF = "00"
                  PERFORM UNTIL FIM-ARQUIVO
                      READ PARAMIRRF-FILE
                          AT END
                              SET FIM-ARQUIVO TO TRUE
                          NOT AT END
                              IF PR-VIGENCIA NUMERIC
                                  AND PR-VIGENCIA GREATER
                                      WRK-MAX-VIG-IRRF
                                  MOVE PR-VIGENCIA TO WRK-MAX-VIG-IRRF
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE PARAMIRRF-FILE
              END-IF
              IF WRK-MAX-VIG-IRRF LESS WRK-INICIO-ANO-NOVO
                  MOVE SPACES TO WRK-TEXTO-PEND
                  STRING "TABELA DE IRRF DE " DELIMITED BY SIZE
                      WRK-ANO-NOVO DELIMITED BY SIZE
                      " (PARAMIRRF.DAT)" DELIMITED BY SIZE
                      INTO WRK-TEXTO-PEND
                  PERFORM 8900-ANOTA-PENDENCIA
              END-IF
              MOVE SPACES TO WRK-TEXTO-PEND
              STRING "ENCERRAMENTO CONTABIL DE " DELIMITED BY SIZE
                  WRK-ANO-FECHADO DELIMITED BY SIZE
                  " (ENCERRAANO, OPCAO 90)" DELIMITED BY SIZE
                  INTO WRK-TEXTO-PEND
              PERFORM 8900-ANOTA-PENDENCIA
              MOVE SPACES TO WRK-TEXTO-PEND
              STRING "ORCAMENTO DE " DELIMITED BY SIZE
                  WRK-ANO-NOVO DELIMITED BY SIZE
                  " APROVADO (MANORCAMENTO)" DELIMITED BY SIZE
                  INTO WRK-TEXTO-PEND
              PERFORM 8900-ANOTA-PENDENCIA
              MOVE SPACES TO WRK-TEXTO-PEND
              STRING "FERIADOS ESTADUAIS DE " DELIMITED BY SIZE
                  WRK-ANO-NOVO DELIMITED BY SIZE
                  " (FERESTADO.DAT)" DELIMITED BY SIZE
                  INTO WRK-TEXTO-PEND
              PERFORM 8900-ANOTA-PENDENCIA
              MOVE SPACES TO WRK-TEXTO-PEND
              STRING "VIGENCIAS DE " DELIMITED BY SIZE
                  WRK-ANO-NOVO DELIMITED BY SIZE
                  " EM TABCEP.DAT E TABCDI.DAT" DELIMITED BY SIZE
                  INTO WRK-TEXTO-PEND
              PERFORM 8900-ANOTA-PENDENCIA.

         0900-GRAVA-CHECKPOINT SECTION.
              OPEN OUTPUT JOBANOCKP-FILE
              MOVE WRK-ANO-FECHADO TO CKP-ANO
              MOVE WRK-ETAPA-CKP TO CKP-ETAPA
              WRITE JOBANOCKP-REG
              CLOSE JOBANOCKP-FILE.

      *    Lista de verificacao: etapas (feitas agora, antes do
      *    reinicio ou mantidas) e pendencias para decisao humana.
         8000-CHECKLIST SECTION.
              PERFORM 0700-PENDENCIAS-FIXAS
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS
              OPEN OUTPUT VIRADAREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "VIRADAREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GO TO 8000-SAIDA
              END-IF
              MOVE WRK-DATA-HOJE TO WRK-IMP-DATA
              MOVE SPACES TO WRK-IMP-TITULO
              STRING "VIRADA DE ANO " DELIMITED BY SIZE
                  WRK-ANO-FECHADO DELIMITED BY SIZE
                  " PARA " DELIMITED BY SIZE
                  WRK-ANO-NOVO DELIMITED BY SIZE
                  INTO WRK-IMP-TITULO
              MOVE "    ETAPA                      SITUACAO  DETALHE"
                  TO WRK-IMP-COLUNAS
              PERFORM VARYING TAB-ET-IDX FROM 1 BY 1
                  UNTIL TAB-ET-IDX GREATER 6
                  SET WRK-LE-NUMERO TO TAB-ET-IDX
                  IF WRK-LE-NUMERO NOT GREATER WRK-ETAPA-INICIAL
                      MOVE "ANTERIOR" TO TAB-ET-SITUACAO(TAB-ET-IDX)
                      MOVE "CONCLUIDA ANTES DO REINICIO"
                          TO TAB-ET-DETALHE(TAB-ET-IDX)
                  END-IF
                  IF TAB-ET-SITUACAO(TAB-ET-IDX) = "AUSENTE"
                      MOVE "[ ]" TO WRK-LE-MARCA
                  ELSE
                      MOVE "[X]" TO WRK-LE-MARCA
                  END-IF
                  MOVE TAB-EN-NOME(TAB-ET-IDX) TO WRK-LE-NOME
                  MOVE TAB-ET-SITUACAO(TAB-ET-IDX) TO WRK-LE-SITUACAO
                  MOVE TAB-ET-DETALHE(TAB-ET-IDX) TO WRK-LE-DETALHE
                  MOVE WRK-LINHA-ETAPA TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "PENDENTE DE DECISAO HUMANA" TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM VARYING TAB-PD-IDX FROM 1 BY 1
                  UNTIL TAB-PD-IDX GREATER WRK-QTD-PEND
                  MOVE TAB-PD-TEXTO(TAB-PD-IDX) TO WRK-LP-TEXTO
                  MOVE WRK-LINHA-PEND TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-PERFORM
              MOVE WRK-QTD-PEND TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "PENDENCIAS:" DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM
              CLOSE VIRADAREL-FILE.
         8000-SAIDA.
              EXIT.

         8900-ANOTA-PENDENCIA SECTION.
              IF WRK-QTD-PEND LESS 40
                  ADD 1 TO WRK-QTD-PEND
                  MOVE WRK-TEXTO-PEND TO TAB-PD-TEXTO(WRK-QTD-PEND)
              END-IF
              DISPLAY "PENDENTE: " WRK-TEXTO-PEND
              MOVE SPACES TO WRK-TEXTO-PEND.

         9000-FINALIZAR SECTION.
              OPEN OUTPUT JOBANOCKP-FILE
              MOVE WRK-ANO-FECHADO TO CKP-ANO
              MOVE ZEROS TO CKP-ETAPA
              WRITE JOBANOCKP-REG
              CLOSE JOBANOCKP-FILE
              PERFORM 8000-CHECKLIST
              MOVE WRK-RC-JOB TO RETURN-CODE
              PERFORM 9900-RODAPE.

         9900-RODAPE SECTION.
              MOVE RETURN-CODE TO WRK-JOB-RETORNO
              CALL "GRAVARUNLOG" USING WRK-JOB-NOME WRK-JOB-DATAHORA
                  WRK-JOB-LIDOS WRK-JOB-GRAVADOS
                  WRK-JOB-REJEITADOS WRK-JOB-RETORNO
              MOVE "L" TO WRK-TJ-FUNCAO
              MOVE WRK-JOB-NOME TO WRK-TJ-JOB
              MOVE RETURN-CODE TO WRK-TJ-RETORNO
              CALL "TRAVAJOB" USING WRK-PARM-TRAVA
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   FIM : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

           COPY IMPRIMECPY REPLACING ==REL-REG== BY ==VIRADAREL-REG==.
       END PROGRAM JOBVIRADA.
