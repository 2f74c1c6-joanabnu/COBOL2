      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 22/01/2025
      * Purpose: Sinistros de transporte (avaria e extravio). A
      *          reclamacao do cliente chegava por e-mail e nunca
      *          entrava no sistema. Este lote aplica o arquivo de
      *          movimentos de sinistro (SINISTROMOV.DAT) ao mestre
      *          SINISTROS.DAT: abertura (pedido, tipo, valor
      *          reclamado e data), aceite, recusa e pagamento.
      *          Abertura de avaria exige pedido ENTREGUE em
      *          PEDSTAT.DAT com a entrega em ENTREGAS.DAT; abertura
      *          de extravio exige pedido ainda nao entregue e ja
      *          vencido: dias uteis desde a data do pedido acima do
      *          prazo prometido da faixa de TABCEP.DAT vigente no
      *          pedido (a mesma regra do CONFENTREGA). O aceite gera
      *          o desconto contra a transportadora (DESCTRANSP.DAT,
      *          abatido pelo CONCILTRANSP da proxima fatura dela) e
      *          o credito do cliente (RECCRED.DAT, abatido pelo
      *          CONTASREC do titulo em aberto). Rejeicao sai em
      *          SINISTROEXC.DAT e EXCDIARIO.DAT; o relatorio mensal
      *          por transportadora sai em SINISTROREL.DAT (padrao
      *          IMPRESSAOCPY), da competencia de PARAMSIN.DAT ou,
      *          na falta dele, do mes corrente.
      * Tectonics: cobc
      * Mod Log:
      *   23/01/2025 - JLS - Retorno de devolucao do DEVFRETE nao
      *                      substitui o calculo de ida na carga da
      *                      trilha; extravio recusa pedido DEVOLVIDO.
      *   24/01/2025 - JLS - Layout da trilha ganha o motivo da escolha
      *                      da transportadora e o frete da escolha so
      *                      por preco no final da linha (147 bytes),
      *                      acompanhando a mudanca do PROGRAMA11.
      *   27/01/2025 - JLS - Layout da trilha ganha o numero da
      *                      consolidacao de carga (AUD-CONSOLIDACAO),
      *                      155 bytes, acompanhando o PROGRAMA11.
      *   31/01/2025 - JLS - Layout da trilha ganha o numero da cotacao
      *                      previa do pedido (AUD-COTACAO), 161 bytes,
      *                      acompanhando o PROGRAMA11.
      *   08/03/2025 - JLS - Trilha lida pelas particoes mensais vivas
      *                      listadas em FRETEDIR.DAT (FRETELECPY) em
      *                      vez de FRETEAUD.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANSINISTRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINISTROMOV-FILE ASSIGN TO "SINISTROMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT SINISTROS-FILE ASSIGN TO "SINISTROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SINISTROS.
           SELECT SINISTROEXC-FILE ASSIGN TO "SINISTROEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT PEDSTAT-FILE ASSIGN TO "PEDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDSTAT.
           SELECT ENTREGAS-FILE ASSIGN TO "ENTREGAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENTREGAS.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT TABCEP-FILE ASSIGN TO "TABCEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TABCEP.
           SELECT DESCTRANSP-FILE ASSIGN TO "DESCTRANSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESCTRANSP.
           SELECT RECCRED-FILE ASSIGN TO "RECCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECCRED.
           SELECT PARAMSIN-FILE ASSIGN TO "PARAMSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT SINISTROREL-FILE ASSIGN TO "SINISTROREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
      *    Operacao: A abertura, C aceite, R recusa, P pagamento.
      *    Tipo: A avaria, E extravio (so na abertura). No aceite o
      *    valor e o aceito (zero aceita o valor reclamado).
       FD  SINISTROMOV-FILE.
       01  SINISTROMOV-REG.
           05 SM-OPERACAO             PIC X(01).
           05 SM-PEDIDO               PIC 9(08).
           05 SM-TIPO                 PIC X(01).
           05 SM-VALOR                PIC 9(08)V99.
           05 SM-DATA                 PIC 9(08).

       FD  SINISTROS-FILE.
       01  SINISTROS-REG.
           05 SN-NUMERO               PIC 9(06).
           05 SN-PEDIDO               PIC 9(08).
           05 SN-TIPO                 PIC X(01).
           05 SN-TRANSPORTADORA       PIC X(03).
           05 SN-CLIENTE              PIC 9(05).
           05 SN-DATA-SINISTRO        PIC 9(08).
           05 SN-VALOR-RECLAMADO      PIC 9(08)V99.
           05 SN-VALOR-ACEITO         PIC 9(08)V99.
           05 SN-STATUS               PIC X(08).
           05 SN-DATA-STATUS          PIC 9(08).

       FD  SINISTROEXC-FILE.
       01  SINISTROEXC-REG.
           05 SX-OPERACAO             PIC X(01).
           05 SX-PEDIDO               PIC 9(08).
           05 SX-TIPO                 PIC X(01).
           05 SX-VALOR                PIC 9(08)V99.
           05 SX-DATA                 PIC 9(08).
           05 SX-MOTIVO               PIC X(30).

       FD  PEDSTAT-FILE.
       01  PEDSTAT-REG.
           05 PS-PEDIDO               PIC 9(08).
           05 PS-STATUS               PIC X(10).
           05 PS-DATA-STATUS          PIC 9(08).
           05 PS-HORA-STATUS          PIC 9(08).

       FD  ENTREGAS-FILE.
       01  ENTREGAS-REG.
           05 ET-PEDIDO               PIC 9(08).
           05 ET-TRANSPORTADORA       PIC X(03).
           05 ET-DATA-PEDIDO          PIC 9(08).
           05 ET-DATA-ENTREGA         PIC 9(08).
           05 ET-RECEBEDOR            PIC X(30).
           05 ET-PRAZO-PROMETIDO      PIC 9(03).
           05 ET-DIAS-REAIS           PIC 9(03).
           05 ET-NO-PRAZO             PIC X(01).

       FD  FRETEAUD-FILE.
       01  FRETEAUD-REG.
           05 AUD-DATA                PIC 9(08).
           05 AUD-HORA                PIC 9(08).
           05 AUD-PEDIDO              PIC 9(08).
           05 AUD-CLIENTE             PIC 9(05).
           05 AUD-QTD-ITENS           PIC 9(02).
           05 AUD-PRODUTO             PIC X(10).
           05 AUD-CEP                 PIC 9(08).
           05 AUD-ESTADO              PIC X(02).
           05 AUD-VALOR               PIC 9(08).
           05 AUD-FRETE               PIC 9(08)V99.
           05 AUD-VALORTOTAL          PIC 9(09)V99.
           05 AUD-STATUS              PIC X(09).
           05 AUD-TRANSPORTADORA      PIC X(03).
           05 AUD-PROMOCAO            PIC X(05).
           05 AUD-DATA-PEDIDO         PIC 9(08).
           05 AUD-MOEDA               PIC X(03).
           05 AUD-VALOR-ORIGINAL      PIC 9(09).
           05 AUD-CONTRATO            PIC X(01).
           05 AUD-UF-ORIGEM           PIC X(02).
           05 AUD-PERC-IMPOSTO        PIC 9V9999.
           05 AUD-VALOR-IMPOSTO       PIC 9(09)V99.
           05 AUD-MOTIVO-ESCOLHA      PIC X(01).
           05 AUD-FRETE-PRECO         PIC 9(08)V99.
           05 AUD-CONSOLIDACAO        PIC 9(08).
           05 AUD-COTACAO             PIC X(06).

       FD  TABCEP-FILE.
       01  TABCEP-REG.
           05 TC-CEP-INICIO           PIC 9(08).
           05 TC-CEP-FIM              PIC 9(08).
           05 TC-ESTADO               PIC X(02).
           05 TC-TRANSPORTADORA       PIC X(03).
           05 TC-PERCENTUAL           PIC 9V999.
           05 TC-VALOR-KG             PIC 9(03)V99.
           05 TC-DATA-VIGENCIA        PIC 9(08).
           05 TC-PRAZO-DIAS           PIC 9(03).
           05 TC-ORIGEM               PIC X(03).
           05 TC-PCT-EXPRESSO         PIC 9V999.
           05 TC-VALOR-KG-EXPRESSO    PIC 9(03)V99.
           05 TC-PRAZO-EXPRESSO       PIC 9(03).

      *    Desconto de sinistro contra a transportadora: P pendente,
      *    D descontado integralmente pelo CONCILTRANSP.
       FD  DESCTRANSP-FILE.
       01  DESCTRANSP-REG.
           05 DT-TRANSPORTADORA       PIC X(03).
           05 DT-SINISTRO             PIC 9(06).
           05 DT-PEDIDO               PIC 9(08).
           05 DT-DATA                 PIC 9(08).
           05 DT-VALOR                PIC 9(08)V99.
           05 DT-VALOR-DESCONTADO     PIC 9(08)V99.
           05 DT-SITUACAO             PIC X(01).
           05 DT-DATA-DESCONTO        PIC 9(08).

      *    Credito de sinistro ao cliente: P pendente, A aplicado
      *    integralmente pelo CONTASREC.
       FD  RECCRED-FILE.
       01  RECCRED-REG.
           05 RC-CLIENTE              PIC 9(05).
           05 RC-SINISTRO             PIC 9(06).
           05 RC-PEDIDO               PIC 9(08).
           05 RC-DATA                 PIC 9(08).
           05 RC-VALOR                PIC 9(08)V99.
           05 RC-VALOR-APLICADO       PIC 9(08)V99.
           05 RC-SITUACAO             PIC X(01).
           05 RC-DATA-APLICACAO       PIC 9(08).

       FD  PARAMSIN-FILE.
       01  PARAMSIN-REG.
           05 PN-COMPETENCIA          PIC 9(06).

       FD  SINISTROREL-FILE.
       01  SINISTROREL-REG            PIC X(80).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG              PIC X(91).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         01 WRK-PARM-BKP.
             05 WRK-BKP-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-BKP-RETORNO    PIC 9(02) VALUE ZEROS.

         01 WRK-PARM-DIAUTIL.
             05 WRK-DU-DATA        PIC 9(08) VALUE ZEROS.
             05 WRK-DU-UF          PIC X(02) VALUE SPACES.
             05 WRK-DU-EH-UTIL     PIC X(01) VALUE "S".
             05 WRK-DU-PROXIMO     PIC 9(08) VALUE ZEROS.
             05 WRK-DU-RETORNO     PIC 9(02) VALUE ZEROS.
           COPY EXCDIARIOCPY.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-MOV        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-SINISTROS  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PEDSTAT    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-ENTREGAS   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FRETEAUD   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TABCEP     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-DESCTRANSP PIC X(02) VALUE SPACES.
         77 WRK-STATUS-RECCRED    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAM      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-FIM-MOV           PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-FIM-SINISTROS     PIC X(01) VALUE "N".
             88 FIM-SINISTROS VALUE "S".
         77 WRK-FIM-PEDSTAT       PIC X(01) VALUE "N".
             88 FIM-PEDSTAT VALUE "S".
         77 WRK-FIM-ENTREGAS      PIC X(01) VALUE "N".
             88 FIM-ENTREGAS VALUE "S".
         77 WRK-FIM-TABCEP        PIC X(01) VALUE "N".
             88 FIM-TABCEP VALUE "S".

         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
         77 WRK-PROXIMO-NUMERO    PIC 9(06) VALUE ZEROS.
         77 WRK-MOVTO-VALIDO      PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO            PIC X(30) VALUE SPACES.
         77 WRK-VALOR-ACEITO      PIC 9(08)V99 VALUE ZEROS.
         77 WRK-QTD-ABERTOS       PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-ACEITOS       PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-RECUSADOS     PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-PAGOS         PIC 9(05) VALUE ZEROS.

      *    Mestre de sinistros em memoria.
         01 TAB-SINISTRO.
             05 TAB-SN-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-SINISTRO
                 INDEXED BY TAB-SN-IDX.
                 10 TAB-SN-NUMERO     PIC 9(06).
                 10 TAB-SN-PEDIDO     PIC 9(08).
                 10 TAB-SN-TIPO       PIC X(01).
                 10 TAB-SN-TRANSP     PIC X(03).
                 10 TAB-SN-CLIENTE    PIC 9(05).
                 10 TAB-SN-DATA       PIC 9(08).
                 10 TAB-SN-RECLAMADO  PIC 9(08)V99.
                 10 TAB-SN-ACEITO     PIC 9(08)V99.
                 10 TAB-SN-STATUS     PIC X(08).
                 10 TAB-SN-DATA-ST    PIC 9(08).
         77 WRK-QTD-SINISTRO      PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-SINISTRO    PIC X(01) VALUE "N".
             88 ACHOU-SINISTRO VALUE "S".

      *    Situacao corrente de cada pedido, como no MANPEDSTAT.
         01 TAB-SITUACAO.
             05 TAB-ST-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-SITUACAO
                 INDEXED BY TAB-ST-IDX.
                 10 TAB-ST-PEDIDO     PIC 9(08).
                 10 TAB-ST-STATUS     PIC X(10).
         77 WRK-QTD-SITUACAO      PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-SITUACAO    PIC X(01) VALUE "N".
             88 ACHOU-SITUACAO VALUE "S".

         01 TAB-ENTREGA.
             05 TAB-EN-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-ENTREGA
                 INDEXED BY TAB-EN-IDX.
                 10 TAB-EN-PEDIDO     PIC 9(08).
                 10 TAB-EN-DATA       PIC 9(08).
         77 WRK-QTD-ENTREGA       PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-ENTREGA     PIC X(01) VALUE "N".
             88 ACHOU-ENTREGA VALUE "S".

      *    Ultimo calculo de cada pedido na trilha: transportadora,
      *    cliente, CEP, data do pedido e valor total para o teto do
      *    valor reclamado.
         01 TAB-CALCULO.
             05 TAB-CC-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-CALCULO
                 INDEXED BY TAB-CC-IDX.
                 10 TAB-CC-PEDIDO     PIC 9(08).
                 10 TAB-CC-TRANSP     PIC X(03).
                 10 TAB-CC-CLIENTE    PIC 9(05).
                 10 TAB-CC-CEP        PIC 9(08).
                 10 TAB-CC-ESTADO     PIC X(02).
                 10 TAB-CC-DATA-PED   PIC 9(08).
                 10 TAB-CC-VALORTOTAL PIC 9(09)V99.
                 10 TAB-CC-STATUS     PIC X(09).
         77 WRK-QTD-CALCULO       PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-CALCULO     PIC X(01) VALUE "N".
             88 ACHOU-CALCULO VALUE "S".

         01 TAB-CEP.
             05 TAB-CEP-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-TABCEP
                 INDEXED BY TAB-CEP-IDX.
                 10 TAB-CEP-INICIO   PIC 9(08).
                 10 TAB-CEP-FIM      PIC 9(08).
                 10 TAB-CEP-TRANSP   PIC X(03).
                 10 TAB-CEP-VIGENCIA PIC 9(08).
                 10 TAB-CEP-PRAZO    PIC 9(03).
         77 WRK-QTD-TABCEP        PIC 9(04) VALUE ZEROS.
         77 WRK-MELHOR-VIGENCIA   PIC 9(08) VALUE ZEROS.
         77 WRK-PRAZO-PROMETIDO   PIC 9(03) VALUE ZEROS.
         77 WRK-DIAS-DECORRIDOS   PIC 9(03) VALUE ZEROS.
         77 WRK-DATA-PASSO        PIC 9(08) VALUE ZEROS.

      *    Transportadoras com sinistro na competencia, para o
      *    relatorio mensal.
         01 TAB-RELTRANSP.
             05 TAB-RT-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-RELTRANSP
                 INDEXED BY TAB-RT-IDX.
                 10 TAB-RT-TRANSP     PIC X(03).
         77 WRK-QTD-RELTRANSP     PIC 9(02) VALUE ZEROS.
         77 WRK-ACHOU-RELTRANSP   PIC X(01) VALUE "N".
             88 ACHOU-RELTRANSP VALUE "S".

         77 WRK-RT-QTD            PIC 9(05) VALUE ZEROS.
         77 WRK-RT-RECLAMADO      PIC 9(10)V99 VALUE ZEROS.
         77 WRK-RT-ACEITO         PIC 9(10)V99 VALUE ZEROS.
         77 WRK-TOT-QTD           PIC 9(05) VALUE ZEROS.
         77 WRK-TOT-RECLAMADO     PIC 9(10)V99 VALUE ZEROS.
         77 WRK-TOT-ACEITO        PIC 9(10)V99 VALUE ZEROS.

         01 WRK-DATA-TRAB         PIC 9(08) VALUE ZEROS.
         01 WRK-DATA-TRAB-R REDEFINES WRK-DATA-TRAB.
             05 WRK-DT-ANO         PIC 9(04).
             05 WRK-DT-MES         PIC 9(02).
             05 WRK-DT-DIA         PIC 9(02).

         01 WRK-LINHA-TRANSP.
             05 FILLER             PIC X(17)
                 VALUE "TRANSPORTADORA : ".
             05 WRK-LR-TRANSP      PIC X(03).

         01 WRK-LINHA-SINISTRO.
             05 WRK-LS-NUMERO      PIC 9(06).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LS-PEDIDO      PIC 9(08).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LS-TIPO        PIC X(08).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LS-DIA         PIC 9(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-LS-MES         PIC 9(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-LS-ANO         PIC 9(04).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LS-RECLAMADO   PIC ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LS-ACEITO      PIC ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LS-STATUS      PIC X(08).

         01 WRK-LINHA-SUBTOTAL.
             05 WRK-LU-ROTULO      PIC X(24).
             05 WRK-LU-QTD         PIC ZZ.ZZ9.
             05 FILLER             PIC X(10) VALUE " SINISTROS".
             05 WRK-LU-RECLAMADO   PIC ZZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LU-ACEITO      PIC ZZZ.ZZZ.ZZ9,99.

         77 WRK-COMPETENCIA-ED    PIC 9(06).
         77 WRK-QTD-ED            PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0200-RECEBEMOVTO THRU 0200-EXIT
                  UNTIL FIM-ARQUIVO-MOV
              PERFORM 0700-GRAVA-MESTRE
              PERFORM 8000-RELATORIO-MENSAL
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-MOV
              MOVE "N" TO WRK-FIM-SINISTROS
              MOVE "N" TO WRK-FIM-PEDSTAT
              MOVE "N" TO WRK-FIM-ENTREGAS
              MOVE "N" TO WRK-FIM-TRILHA
              MOVE "N" TO WRK-FIM-TABCEP
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-SINISTRO
              MOVE ZEROS TO WRK-QTD-SITUACAO
              MOVE ZEROS TO WRK-QTD-ENTREGA
              MOVE ZEROS TO WRK-QTD-CALCULO
              MOVE ZEROS TO WRK-QTD-TABCEP
              MOVE ZEROS TO WRK-QTD-RELTRANSP
              MOVE ZEROS TO WRK-PROXIMO-NUMERO
              MOVE ZEROS TO WRK-QTD-ABERTOS
              MOVE ZEROS TO WRK-QTD-ACEITOS
              MOVE ZEROS TO WRK-QTD-RECUSADOS
              MOVE ZEROS TO WRK-QTD-PAGOS
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "MANUT-SINISTRO" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-PARAMETRO
              PERFORM 1060-CARREGA-SINISTROS
              PERFORM 1070-CARREGA-SITUACOES
              PERFORM 1080-CARREGA-ENTREGAS
              PERFORM 1090-CARREGA-TRILHA
              PERFORM 1095-CARREGA-TABCEP
              OPEN INPUT SINISTROMOV-FILE
              IF WRK-STATUS-MOV NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "SINISTROMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT SINISTROEXC-FILE
              IF WRK-STATUS-EXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "SINISTROEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND DESCTRANSP-FILE
              IF WRK-STATUS-DESCTRANSP = "35"
                  OPEN OUTPUT DESCTRANSP-FILE
              END-IF
              IF WRK-STATUS-DESCTRANSP NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "DESCTRANSP.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-DESCTRANSP TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND RECCRED-FILE
              IF WRK-STATUS-RECCRED = "35"
                  OPEN OUTPUT RECCRED-FILE
              END-IF
              IF WRK-STATUS-RECCRED NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "RECCRED.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-RECCRED TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT SINISTROREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "SINISTROREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE WRK-COMPETENCIA TO WRK-COMPETENCIA-ED
              MOVE SPACES TO WRK-IMP-TITULO
              STRING "SINISTROS POR TRANSPORTADORA "
                  DELIMITED BY SIZE
                  WRK-COMPETENCIA-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "NUMERO  PEDIDO    TIPO      DATA      "
                  DELIMITED BY SIZE
                  "      RECLAMADO         ACEITO  SITUACAO"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS
              PERFORM 1100-LER-MOVTO.

      *    Competencia do relatorio mensal (AAAAMM); sem o parametro
      *    vale o mes corrente.
         1050-CARREGA-PARAMETRO SECTION.
              MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA
              OPEN INPUT PARAMSIN-FILE
              IF WRK-STATUS-PARAM = "00"
                  READ PARAMSIN-FILE INTO PARAMSIN-REG
                      NOT AT END
                          IF PN-COMPETENCIA IS NUMERIC
                              AND PN-COMPETENCIA GREATER ZERO
                              MOVE PN-COMPETENCIA TO WRK-COMPETENCIA
                          END-IF
                  END-READ
                  CLOSE PARAMSIN-FILE
              END-IF
              DISPLAY "Competencia do relatorio : " WRK-COMPETENCIA.

      *    O mestre pode nao existir na primeira carga. O proximo
      *    numero e o maior ja registrado mais um.
         1060-CARREGA-SINISTROS SECTION.
              OPEN INPUT SINISTROS-FILE
              IF WRK-STATUS-SINISTROS = "00"
                  PERFORM UNTIL FIM-SINISTROS
                      READ SINISTROS-FILE INTO SINISTROS-REG
                          AT END
                              SET FIM-SINISTROS TO TRUE
                          NOT AT END
                              PERFORM 1065-GUARDA-SINISTRO
                      END-READ
                  END-PERFORM
                  CLOSE SINISTROS-FILE
              END-IF.

         1065-GUARDA-SINISTRO SECTION.
              IF WRK-QTD-SINISTRO NOT LESS 2000
                  DISPLAY "SINISTROS.DAT maior que o limite de"
                      " 2000 sinistros"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-SINISTRO
              SET TAB-SN-IDX TO WRK-QTD-SINISTRO
              MOVE SN-NUMERO          TO TAB-SN-NUMERO(TAB-SN-IDX)
              MOVE SN-PEDIDO          TO TAB-SN-PEDIDO(TAB-SN-IDX)
              MOVE SN-TIPO            TO TAB-SN-TIPO(TAB-SN-IDX)
              MOVE SN-TRANSPORTADORA  TO TAB-SN-TRANSP(TAB-SN-IDX)
              MOVE SN-CLIENTE         TO TAB-SN-CLIENTE(TAB-SN-IDX)
              MOVE SN-DATA-SINISTRO   TO TAB-SN-DATA(TAB-SN-IDX)
              MOVE SN-VALOR-RECLAMADO TO TAB-SN-RECLAMADO(TAB-SN-IDX)
              MOVE SN-VALOR-ACEITO    TO TAB-SN-ACEITO(TAB-SN-IDX)
              MOVE SN-STATUS          TO TAB-SN-STATUS(TAB-SN-IDX)
              MOVE SN-DATA-STATUS     TO TAB-SN-DATA-ST(TAB-SN-IDX)
              IF SN-NUMERO GREATER WRK-PROXIMO-NUMERO
                  MOVE SN-NUMERO TO WRK-PROXIMO-NUMERO
              END-IF.

         1070-CARREGA-SITUACOES SECTION.
              OPEN INPUT PEDSTAT-FILE
              IF WRK-STATUS-PEDSTAT NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PEDSTAT.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PEDSTAT TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-PEDSTAT
                  READ PEDSTAT-FILE INTO PEDSTAT-REG
                      AT END
                          SET FIM-PEDSTAT TO TRUE
                      NOT AT END
                          PERFORM 1075-GUARDA-SITUACAO
                  END-READ
              END-PERFORM
              CLOSE PEDSTAT-FILE.

         1075-GUARDA-SITUACAO SECTION.
              MOVE "N" TO WRK-ACHOU-SITUACAO
              IF WRK-QTD-SITUACAO GREATER ZERO
                  SET TAB-ST-IDX TO 1
                  SEARCH TAB-ST-REG
                      AT END
                          CONTINUE
                      WHEN TAB-ST-PEDIDO(TAB-ST-IDX) = PS-PEDIDO
                          SET ACHOU-SITUACAO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-SITUACAO
                  IF WRK-QTD-SITUACAO NOT LESS 1000
                      DISPLAY "PEDSTAT.DAT maior que o limite de"
                          " 1000 pedidos"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-SITUACAO
                  SET TAB-ST-IDX TO WRK-QTD-SITUACAO
                  MOVE PS-PEDIDO TO TAB-ST-PEDIDO(TAB-ST-IDX)
              END-IF
              MOVE PS-STATUS TO TAB-ST-STATUS(TAB-ST-IDX).

      *    Sem ENTREGAS.DAT nenhuma avaria e aceita; extravio segue.
         1080-CARREGA-ENTREGAS SECTION.
              OPEN INPUT ENTREGAS-FILE
              IF WRK-STATUS-ENTREGAS NOT = "00"
                  DISPLAY "Aviso: ENTREGAS.DAT indisponivel : "
                      WRK-STATUS-ENTREGAS
              ELSE
                  PERFORM UNTIL FIM-ENTREGAS
                      READ ENTREGAS-FILE INTO ENTREGAS-REG
                          AT END
                              SET FIM-ENTREGAS TO TRUE
                          NOT AT END
                              PERFORM 1085-GUARDA-ENTREGA
                      END-READ
                  END-PERFORM
                  CLOSE ENTREGAS-FILE
              END-IF.

         1085-GUARDA-ENTREGA SECTION.
              MOVE "N" TO WRK-ACHOU-ENTREGA
              IF WRK-QTD-ENTREGA GREATER ZERO
                  SET TAB-EN-IDX TO 1
                  SEARCH TAB-EN-REG
                      AT END
                          CONTINUE
                      WHEN TAB-EN-PEDIDO(TAB-EN-IDX) = ET-PEDIDO
                          SET ACHOU-ENTREGA TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-ENTREGA
                  IF WRK-QTD-ENTREGA NOT LESS 1000
                      DISPLAY "ENTREGAS.DAT maior que o limite de"
                          " 1000 pedidos"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-ENTREGA
                  SET TAB-EN-IDX TO WRK-QTD-ENTREGA
                  MOVE ET-PEDIDO TO TAB-EN-PEDIDO(TAB-EN-IDX)
              END-IF
              MOVE ET-DATA-ENTREGA TO TAB-EN-DATA(TAB-EN-IDX).

      *    O ultimo registro de cada pedido na trilha prevalece (as
      *    particoes vivas vem em ordem de competencia e cada uma
      *    acumula em ordem cronologica).
         1090-CARREGA-TRILHA SECTION.
              MOVE ZEROS TO WRK-FP-COMP-DE
              MOVE 999999 TO WRK-FP-COMP-ATE
              MOVE "V" TO WRK-FP-ESCOPO
              PERFORM 7700-ABRE-TRILHA
              IF WRK-FP-RESULTADO NOT = "0"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FRETEDIR.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-FP-STATUS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-TRILHA
                  READ FRETEAUD-FILE INTO FRETEAUD-REG
                      AT END
                          PERFORM 7720-PROXIMA-PARTICAO
                      NOT AT END
                          PERFORM 1092-GUARDA-CALCULO
                  END-READ
              END-PERFORM
              PERFORM 7740-FECHA-TRILHA.

      *    O retorno de devolucao (DEVFRETE) nao substitui o calculo
      *    de ida do pedido.
         1092-GUARDA-CALCULO SECTION.
              IF AUD-STATUS = "DEVOL-CLI" OR AUD-STATUS = "DEVOL-EMP"
                  GO TO 1092-SAIDA
              END-IF
              MOVE "N" TO WRK-ACHOU-CALCULO
              IF WRK-QTD-CALCULO GREATER ZERO
                  SET TAB-CC-IDX TO 1
                  SEARCH TAB-CC-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CC-PEDIDO(TAB-CC-IDX) = AUD-PEDIDO
                          SET ACHOU-CALCULO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-CALCULO
                  IF WRK-QTD-CALCULO NOT LESS 1000
                      DISPLAY "Mais de 1000 pedidos distintos na"
                          " trilha - lote abortado"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-CALCULO
                  SET TAB-CC-IDX TO WRK-QTD-CALCULO
                  MOVE AUD-PEDIDO TO TAB-CC-PEDIDO(TAB-CC-IDX)
              END-IF
              MOVE AUD-TRANSPORTADORA TO TAB-CC-TRANSP(TAB-CC-IDX)
              MOVE AUD-CLIENTE        TO TAB-CC-CLIENTE(TAB-CC-IDX)
              MOVE AUD-CEP            TO TAB-CC-CEP(TAB-CC-IDX)
              MOVE AUD-ESTADO         TO TAB-CC-ESTADO(TAB-CC-IDX)
              MOVE AUD-DATA-PEDIDO    TO TAB-CC-DATA-PED(TAB-CC-IDX)
              MOVE AUD-VALORTOTAL     TO TAB-CC-VALORTOTAL(TAB-CC-IDX)
              MOVE AUD-STATUS         TO TAB-CC-STATUS(TAB-CC-IDX).
         1092-SAIDA.
              EXIT.

         1095-CARREGA-TABCEP SECTION.
              OPEN INPUT TABCEP-FILE
              IF WRK-STATUS-TABCEP NOT = "00"
                  DISPLAY "Aviso: TABCEP.DAT indisponivel : "
                      WRK-STATUS-TABCEP " - extravio sem prazo"
              ELSE
                  PERFORM UNTIL FIM-TABCEP
                      READ TABCEP-FILE INTO TABCEP-REG
                          AT END
                              SET FIM-TABCEP TO TRUE
                          NOT AT END
                              IF WRK-QTD-TABCEP NOT LESS 2000
                                  DISPLAY "TABCEP.DAT excede o limite"
                                      " de 2000 faixas"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-TABCEP
                              MOVE TC-CEP-INICIO TO
                                  TAB-CEP-INICIO(WRK-QTD-TABCEP)
                              MOVE TC-CEP-FIM TO
                                  TAB-CEP-FIM(WRK-QTD-TABCEP)
                              MOVE TC-TRANSPORTADORA TO
                                  TAB-CEP-TRANSP(WRK-QTD-TABCEP)
                              MOVE TC-DATA-VIGENCIA TO
                                  TAB-CEP-VIGENCIA(WRK-QTD-TABCEP)
                              MOVE TC-PRAZO-DIAS TO
                                  TAB-CEP-PRAZO(WRK-QTD-TABCEP)
                      END-READ
                  END-PERFORM
                  CLOSE TABCEP-FILE
              END-IF.

         1100-LER-MOVTO SECTION.
              READ SINISTROMOV-FILE
                  AT END
                      SET FIM-ARQUIVO-MOV TO TRUE
              END-READ.

         0200-RECEBEMOVTO SECTION.
              ADD 1 TO WRK-JOB-LIDOS
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE SPACES TO WRK-MOTIVO
              EVALUATE SM-OPERACAO
                  WHEN "A"
                      PERFORM 0300-VALIDA-ABERTURA
                      IF MOVTO-VALIDO
                          PERFORM 0400-ABRE-SINISTRO
                      END-IF
                  WHEN "C"
                  WHEN "R"
                      PERFORM 0320-VALIDA-DECISAO
                      IF MOVTO-VALIDO
                          PERFORM 0420-DECIDE-SINISTRO
                      END-IF
                  WHEN "P"
                      PERFORM 0340-VALIDA-PAGAMENTO
                      IF MOVTO-VALIDO
                          PERFORM 0440-PAGA-SINISTRO
                      END-IF
                  WHEN OTHER
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "OPERACAO INVALIDA" TO WRK-MOTIVO
              END-EVALUATE
              IF MOVTO-VALIDO
                  ADD 1 TO WRK-JOB-GRAVADOS
              ELSE
                  PERFORM 0250-GRAVA-EXCECAO
              END-IF
              PERFORM 1100-LER-MOVTO.
         0200-EXIT.
              EXIT.

      *    Abertura: tipo e valor validos, pedido com calculo na
      *    trilha, sem outro sinistro vivo, e a situacao do pedido
      *    compativel com o tipo.
         0300-VALIDA-ABERTURA SECTION.
              PERFORM 0500-LOCALIZA-PEDIDO
              PERFORM 0510-LOCALIZA-CALCULO
              PERFORM 0520-LOCALIZA-SINISTRO-VIVO
              EVALUATE TRUE
                  WHEN SM-TIPO NOT = "A" AND SM-TIPO NOT = "E"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TIPO DE SINISTRO INVALIDO" TO WRK-MOTIVO
                  WHEN SM-VALOR = ZEROS
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "VALOR RECLAMADO ZERADO" TO WRK-MOTIVO
                  WHEN SM-DATA NOT NUMERIC OR SM-DATA = ZEROS
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "DATA DO SINISTRO INVALIDA" TO WRK-MOTIVO
                  WHEN NOT ACHOU-SITUACAO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "PEDIDO SEM CICLO ABERTO" TO WRK-MOTIVO
                  WHEN NOT ACHOU-CALCULO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "PEDIDO SEM CALCULO NA TRILHA"
                          TO WRK-MOTIVO
                  WHEN ACHOU-SINISTRO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "PEDIDO JA TEM SINISTRO" TO WRK-MOTIVO
                  WHEN SM-VALOR GREATER
                      TAB-CC-VALORTOTAL(TAB-CC-IDX)
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "VALOR ACIMA DO VALOR DO PEDIDO"
                          TO WRK-MOTIVO
                  WHEN SM-TIPO = "A"
                      PERFORM 0305-VALIDA-AVARIA
                  WHEN OTHER
                      PERFORM 0310-VALIDA-EXTRAVIO
              END-EVALUATE.

      *    Avaria: so pedido entregue, com a entrega registrada pelo
      *    CONFENTREGA e o sinistro nao anterior a ela.
         0305-VALIDA-AVARIA SECTION.
              PERFORM 0530-LOCALIZA-ENTREGA
              EVALUATE TRUE
                  WHEN TAB-ST-STATUS(TAB-ST-IDX) NOT = "ENTREGUE"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "AVARIA SO EM PEDIDO ENTREGUE"
                          TO WRK-MOTIVO
                  WHEN NOT ACHOU-ENTREGA
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "ENTREGA NAO REGISTRADA" TO WRK-MOTIVO
                  WHEN SM-DATA LESS TAB-EN-DATA(TAB-EN-IDX)
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SINISTRO ANTES DA ENTREGA" TO WRK-MOTIVO
              END-EVALUATE.

      *    Extravio: pedido ainda nao entregue nem cancelado e com o
      *    prazo prometido estourado na data do sinistro.
         0310-VALIDA-EXTRAVIO SECTION.
              EVALUATE TRUE
                  WHEN TAB-ST-STATUS(TAB-ST-IDX) = "ENTREGUE"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "PEDIDO ENTREGUE NAO EXTRAVIA"
                          TO WRK-MOTIVO
                  WHEN TAB-ST-STATUS(TAB-ST-IDX) = "CANCELADO"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "PEDIDO CANCELADO" TO WRK-MOTIVO
                  WHEN TAB-ST-STATUS(TAB-ST-IDX) = "DEVOLVIDO"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "PEDIDO DEVOLVIDO" TO WRK-MOTIVO
                  WHEN TAB-CC-STATUS(TAB-CC-IDX) NOT = "ATENDIDO"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "PEDIDO NAO ATENDIDO NA TRILHA"
                          TO WRK-MOTIVO
                  WHEN OTHER
                      PERFORM 0600-BUSCA-PRAZO-PROMETIDO
                      IF WRK-PRAZO-PROMETIDO = ZEROS
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "PRAZO PROMETIDO NAO LOCALIZADO"
                              TO WRK-MOTIVO
                      ELSE
                          PERFORM 0620-CONTA-DIAS-DECORRIDOS
                          IF WRK-DIAS-DECORRIDOS NOT GREATER
                              WRK-PRAZO-PROMETIDO
                              MOVE "N" TO WRK-MOVTO-VALIDO
                              MOVE "PEDIDO AINDA DENTRO DO PRAZO"
                                  TO WRK-MOTIVO
                          END-IF
                      END-IF
              END-EVALUATE.

         0320-VALIDA-DECISAO SECTION.
              PERFORM 0520-LOCALIZA-SINISTRO-VIVO
              EVALUATE TRUE
                  WHEN NOT ACHOU-SINISTRO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SINISTRO NAO ENCONTRADO" TO WRK-MOTIVO
                  WHEN TAB-SN-STATUS(TAB-SN-IDX) NOT = "ABERTO"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SINISTRO NAO ESTA ABERTO" TO WRK-MOTIVO
                  WHEN SM-OPERACAO = "C"
                      AND SM-VALOR GREATER
                          TAB-SN-RECLAMADO(TAB-SN-IDX)
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "ACEITO MAIOR QUE O RECLAMADO"
                          TO WRK-MOTIVO
              END-EVALUATE.

         0340-VALIDA-PAGAMENTO SECTION.
              PERFORM 0520-LOCALIZA-SINISTRO-VIVO
              EVALUATE TRUE
                  WHEN NOT ACHOU-SINISTRO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SINISTRO NAO ENCONTRADO" TO WRK-MOTIVO
                  WHEN TAB-SN-STATUS(TAB-SN-IDX) NOT = "ACEITO"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SO SINISTRO ACEITO E PAGO" TO WRK-MOTIVO
              END-EVALUATE.

         0400-ABRE-SINISTRO SECTION.
              IF WRK-QTD-SINISTRO NOT LESS 2000
                  DISPLAY "Mestre de sinistros cheio - lote abortado"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-PROXIMO-NUMERO
              ADD 1 TO WRK-QTD-SINISTRO
              ADD 1 TO WRK-QTD-ABERTOS
              SET TAB-SN-IDX TO WRK-QTD-SINISTRO
              MOVE WRK-PROXIMO-NUMERO TO TAB-SN-NUMERO(TAB-SN-IDX)
              MOVE SM-PEDIDO TO TAB-SN-PEDIDO(TAB-SN-IDX)
              MOVE SM-TIPO   TO TAB-SN-TIPO(TAB-SN-IDX)
              MOVE TAB-CC-TRANSP(TAB-CC-IDX)
                  TO TAB-SN-TRANSP(TAB-SN-IDX)
              MOVE TAB-CC-CLIENTE(TAB-CC-IDX)
                  TO TAB-SN-CLIENTE(TAB-SN-IDX)
              MOVE SM-DATA   TO TAB-SN-DATA(TAB-SN-IDX)
              MOVE SM-VALOR  TO TAB-SN-RECLAMADO(TAB-SN-IDX)
              MOVE ZEROS     TO TAB-SN-ACEITO(TAB-SN-IDX)
              MOVE "ABERTO"  TO TAB-SN-STATUS(TAB-SN-IDX)
              MOVE WRK-DATA-SISTEMA TO TAB-SN-DATA-ST(TAB-SN-IDX)
              DISPLAY "SINISTRO " WRK-PROXIMO-NUMERO " ABERTO PARA O"
                  " PEDIDO " SM-PEDIDO.

      *    O aceite gera o desconto da transportadora e o credito do
      *    cliente pelo valor aceito; a recusa so encerra o sinistro.
         0420-DECIDE-SINISTRO SECTION.
              MOVE WRK-DATA-SISTEMA TO TAB-SN-DATA-ST(TAB-SN-IDX)
              IF SM-OPERACAO = "R"
                  MOVE "RECUSADO" TO TAB-SN-STATUS(TAB-SN-IDX)
                  ADD 1 TO WRK-QTD-RECUSADOS
                  GO TO 0420-SAIDA
              END-IF
              IF SM-VALOR = ZEROS
                  MOVE TAB-SN-RECLAMADO(TAB-SN-IDX)
                      TO WRK-VALOR-ACEITO
              ELSE
                  MOVE SM-VALOR TO WRK-VALOR-ACEITO
              END-IF
              MOVE WRK-VALOR-ACEITO TO TAB-SN-ACEITO(TAB-SN-IDX)
              MOVE "ACEITO" TO TAB-SN-STATUS(TAB-SN-IDX)
              ADD 1 TO WRK-QTD-ACEITOS
              MOVE TAB-SN-TRANSP(TAB-SN-IDX)  TO DT-TRANSPORTADORA
              MOVE TAB-SN-NUMERO(TAB-SN-IDX)  TO DT-SINISTRO
              MOVE TAB-SN-PEDIDO(TAB-SN-IDX)  TO DT-PEDIDO
              MOVE WRK-DATA-SISTEMA           TO DT-DATA
              MOVE WRK-VALOR-ACEITO           TO DT-VALOR
              MOVE ZEROS                      TO DT-VALOR-DESCONTADO
              MOVE "P"                        TO DT-SITUACAO
              MOVE ZEROS                      TO DT-DATA-DESCONTO
              WRITE DESCTRANSP-REG
              MOVE TAB-SN-CLIENTE(TAB-SN-IDX) TO RC-CLIENTE
              MOVE TAB-SN-NUMERO(TAB-SN-IDX)  TO RC-SINISTRO
              MOVE TAB-SN-PEDIDO(TAB-SN-IDX)  TO RC-PEDIDO
              MOVE WRK-DATA-SISTEMA           TO RC-DATA
              MOVE WRK-VALOR-ACEITO           TO RC-VALOR
              MOVE ZEROS                      TO RC-VALOR-APLICADO
              MOVE "P"                        TO RC-SITUACAO
              MOVE ZEROS                      TO RC-DATA-APLICACAO
              WRITE RECCRED-REG.
         0420-SAIDA.
              EXIT.

         0440-PAGA-SINISTRO SECTION.
              MOVE "PAGO" TO TAB-SN-STATUS(TAB-SN-IDX)
              MOVE WRK-DATA-SISTEMA TO TAB-SN-DATA-ST(TAB-SN-IDX)
              ADD 1 TO WRK-QTD-PAGOS.

         0500-LOCALIZA-PEDIDO SECTION.
              MOVE "N" TO WRK-ACHOU-SITUACAO
              IF WRK-QTD-SITUACAO GREATER ZERO
                  SET TAB-ST-IDX TO 1
                  SEARCH TAB-ST-REG
                      AT END
                          CONTINUE
                      WHEN TAB-ST-PEDIDO(TAB-ST-IDX) = SM-PEDIDO
                          SET ACHOU-SITUACAO TO TRUE
                  END-SEARCH
              END-IF.

         0510-LOCALIZA-CALCULO SECTION.
              MOVE "N" TO WRK-ACHOU-CALCULO
              IF WRK-QTD-CALCULO GREATER ZERO
                  SET TAB-CC-IDX TO 1
                  SEARCH TAB-CC-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CC-PEDIDO(TAB-CC-IDX) = SM-PEDIDO
                          SET ACHOU-CALCULO TO TRUE
                  END-SEARCH
              END-IF.

      *    Sinistro vivo do pedido: qualquer um que nao foi recusado
      *    (um recusado permite reabrir com nova documentacao).
         0520-LOCALIZA-SINISTRO-VIVO SECTION.
              MOVE "N" TO WRK-ACHOU-SINISTRO
              IF WRK-QTD-SINISTRO GREATER ZERO
                  SET TAB-SN-IDX TO 1
                  SEARCH TAB-SN-REG
                      AT END
                          CONTINUE
                      WHEN TAB-SN-PEDIDO(TAB-SN-IDX) = SM-PEDIDO
                          AND TAB-SN-STATUS(TAB-SN-IDX) NOT =
                              "RECUSADO"
                          SET ACHOU-SINISTRO TO TRUE
                  END-SEARCH
              END-IF.

         0530-LOCALIZA-ENTREGA SECTION.
              MOVE "N" TO WRK-ACHOU-ENTREGA
              IF WRK-QTD-ENTREGA GREATER ZERO
                  SET TAB-EN-IDX TO 1
                  SEARCH TAB-EN-REG
                      AT END
                          CONTINUE
                      WHEN TAB-EN-PEDIDO(TAB-EN-IDX) = SM-PEDIDO
                          SET ACHOU-ENTREGA TO TRUE
                  END-SEARCH
              END-IF.

      *    Prazo prometido: faixa da transportadora escolhida que
      *    contem o CEP, com a melhor vigencia ate a data do pedido
      *    (a mesma regra do CONFENTREGA).
         0600-BUSCA-PRAZO-PROMETIDO SECTION.
              MOVE ZEROS TO WRK-PRAZO-PROMETIDO
              MOVE ZEROS TO WRK-MELHOR-VIGENCIA
              PERFORM VARYING TAB-CEP-IDX FROM 1 BY 1
                  UNTIL TAB-CEP-IDX GREATER WRK-QTD-TABCEP
                  IF TAB-CEP-TRANSP(TAB-CEP-IDX) =
                      TAB-CC-TRANSP(TAB-CC-IDX)
                      AND TAB-CC-CEP(TAB-CC-IDX) NOT LESS
                          TAB-CEP-INICIO(TAB-CEP-IDX)
                      AND TAB-CC-CEP(TAB-CC-IDX) NOT GREATER
                          TAB-CEP-FIM(TAB-CEP-IDX)
                      AND TAB-CEP-VIGENCIA(TAB-CEP-IDX) NOT GREATER
                          TAB-CC-DATA-PED(TAB-CC-IDX)
                      AND TAB-CEP-VIGENCIA(TAB-CEP-IDX) NOT LESS
                          WRK-MELHOR-VIGENCIA
                      MOVE TAB-CEP-VIGENCIA(TAB-CEP-IDX)
                          TO WRK-MELHOR-VIGENCIA
                      MOVE TAB-CEP-PRAZO(TAB-CEP-IDX)
                          TO WRK-PRAZO-PROMETIDO
                  END-IF
              END-PERFORM.

      *    Dias uteis entre a data do pedido e a data do sinistro,
      *    de dia util em dia util pela rotina DIAUTIL; basta passar
      *    um dia do prazo para o pedido ser considerado vencido.
         0620-CONTA-DIAS-DECORRIDOS SECTION.
              MOVE ZEROS TO WRK-DIAS-DECORRIDOS
              MOVE TAB-CC-DATA-PED(TAB-CC-IDX) TO WRK-DATA-PASSO
              PERFORM UNTIL WRK-DATA-PASSO NOT LESS SM-DATA
                  OR WRK-DIAS-DECORRIDOS GREATER WRK-PRAZO-PROMETIDO
                  MOVE WRK-DATA-PASSO TO WRK-DU-DATA
                  MOVE TAB-CC-ESTADO(TAB-CC-IDX) TO WRK-DU-UF
                  MOVE RETURN-CODE TO WRK-DU-RETORNO
                  CALL "DIAUTIL" USING WRK-PARM-DIAUTIL
                  MOVE WRK-DU-PROXIMO TO WRK-DATA-PASSO
                  IF WRK-DATA-PASSO NOT GREATER SM-DATA
                      ADD 1 TO WRK-DIAS-DECORRIDOS
                  END-IF
              END-PERFORM.

         0250-GRAVA-EXCECAO SECTION.
              MOVE SM-OPERACAO TO SX-OPERACAO
              MOVE SM-PEDIDO   TO SX-PEDIDO
              MOVE SM-TIPO     TO SX-TIPO
              MOVE SM-VALOR    TO SX-VALOR
              MOVE SM-DATA     TO SX-DATA
              MOVE WRK-MOTIVO  TO SX-MOTIVO
              WRITE SINISTROEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE SM-PEDIDO  TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "MANUT-SINISTRO" TO WRK-EXC-SISTEMA
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

         0700-GRAVA-MESTRE SECTION.
              MOVE "SINISTROS.DAT" TO WRK-BKP-ARQUIVO
              CALL "GERABKP" USING WRK-PARM-BKP
              OPEN OUTPUT SINISTROS-FILE
              IF WRK-STATUS-SINISTROS NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "SINISTROS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-SINISTROS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-SN-IDX FROM 1 BY 1
                  UNTIL TAB-SN-IDX GREATER WRK-QTD-SINISTRO
                  MOVE TAB-SN-NUMERO(TAB-SN-IDX)    TO SN-NUMERO
                  MOVE TAB-SN-PEDIDO(TAB-SN-IDX)    TO SN-PEDIDO
                  MOVE TAB-SN-TIPO(TAB-SN-IDX)      TO SN-TIPO
                  MOVE TAB-SN-TRANSP(TAB-SN-IDX)
                      TO SN-TRANSPORTADORA
                  MOVE TAB-SN-CLIENTE(TAB-SN-IDX)   TO SN-CLIENTE
                  MOVE TAB-SN-DATA(TAB-SN-IDX)
                      TO SN-DATA-SINISTRO
                  MOVE TAB-SN-RECLAMADO(TAB-SN-IDX)
                      TO SN-VALOR-RECLAMADO
                  MOVE TAB-SN-ACEITO(TAB-SN-IDX)
                      TO SN-VALOR-ACEITO
                  MOVE TAB-SN-STATUS(TAB-SN-IDX)    TO SN-STATUS
                  MOVE TAB-SN-DATA-ST(TAB-SN-IDX)   TO SN-DATA-STATUS
                  WRITE SINISTROS-REG
              END-PERFORM
              CLOSE SINISTROS-FILE.

      *    Relatorio da competencia: sinistros com data no mes,
      *    agrupados por transportadora, com subtotal de cada uma.
         8000-RELATORIO-MENSAL SECTION.
              MOVE ZEROS TO WRK-TOT-QTD
              MOVE ZEROS TO WRK-TOT-RECLAMADO
              MOVE ZEROS TO WRK-TOT-ACEITO
              PERFORM VARYING TAB-SN-IDX FROM 1 BY 1
                  UNTIL TAB-SN-IDX GREATER WRK-QTD-SINISTRO
                  IF TAB-SN-DATA(TAB-SN-IDX)(1:6) = WRK-COMPETENCIA
                      PERFORM 8050-GUARDA-TRANSP
                  END-IF
              END-PERFORM
              IF WRK-QTD-RELTRANSP = ZEROS
                  MOVE "NENHUM SINISTRO NA COMPETENCIA"
                      TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              PERFORM 8100-BLOCO-TRANSP
                  VARYING TAB-RT-IDX FROM 1 BY 1
                  UNTIL TAB-RT-IDX GREATER WRK-QTD-RELTRANSP
              MOVE "TOTAL DA COMPETENCIA" TO WRK-LU-ROTULO
              MOVE WRK-TOT-QTD       TO WRK-LU-QTD
              MOVE WRK-TOT-RECLAMADO TO WRK-LU-RECLAMADO
              MOVE WRK-TOT-ACEITO    TO WRK-LU-ACEITO
              MOVE WRK-LINHA-SUBTOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOT-QTD TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "SINISTROS NA COMPETENCIA " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         8050-GUARDA-TRANSP SECTION.
              MOVE "N" TO WRK-ACHOU-RELTRANSP
              IF WRK-QTD-RELTRANSP GREATER ZERO
                  SET TAB-RT-IDX TO 1
                  SEARCH TAB-RT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-RT-TRANSP(TAB-RT-IDX) =
                          TAB-SN-TRANSP(TAB-SN-IDX)
                          SET ACHOU-RELTRANSP TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-RELTRANSP
                  AND WRK-QTD-RELTRANSP LESS 50
                  ADD 1 TO WRK-QTD-RELTRANSP
                  SET TAB-RT-IDX TO WRK-QTD-RELTRANSP
                  MOVE TAB-SN-TRANSP(TAB-SN-IDX)
                      TO TAB-RT-TRANSP(TAB-RT-IDX)
              END-IF.

         8100-BLOCO-TRANSP SECTION.
              MOVE ZEROS TO WRK-RT-QTD
              MOVE ZEROS TO WRK-RT-RECLAMADO
              MOVE ZEROS TO WRK-RT-ACEITO
              MOVE TAB-RT-TRANSP(TAB-RT-IDX) TO WRK-LR-TRANSP
              MOVE WRK-LINHA-TRANSP TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM 8150-LINHA-SINISTRO
                  VARYING TAB-SN-IDX FROM 1 BY 1
                  UNTIL TAB-SN-IDX GREATER WRK-QTD-SINISTRO
              MOVE SPACES TO WRK-LU-ROTULO
              STRING "SUBTOTAL " DELIMITED BY SIZE
                  TAB-RT-TRANSP(TAB-RT-IDX) DELIMITED BY SIZE
                  INTO WRK-LU-ROTULO
              MOVE WRK-RT-QTD       TO WRK-LU-QTD
              MOVE WRK-RT-RECLAMADO TO WRK-LU-RECLAMADO
              MOVE WRK-RT-ACEITO    TO WRK-LU-ACEITO
              MOVE WRK-LINHA-SUBTOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD WRK-RT-QTD       TO WRK-TOT-QTD
              ADD WRK-RT-RECLAMADO TO WRK-TOT-RECLAMADO
              ADD WRK-RT-ACEITO    TO WRK-TOT-ACEITO.

         8150-LINHA-SINISTRO SECTION.
              IF TAB-SN-TRANSP(TAB-SN-IDX) NOT =
                  TAB-RT-TRANSP(TAB-RT-IDX)
                  OR TAB-SN-DATA(TAB-SN-IDX)(1:6) NOT =
                      WRK-COMPETENCIA
                  GO TO 8150-SAIDA
              END-IF
              MOVE TAB-SN-NUMERO(TAB-SN-IDX) TO WRK-LS-NUMERO
              MOVE TAB-SN-PEDIDO(TAB-SN-IDX) TO WRK-LS-PEDIDO
              IF TAB-SN-TIPO(TAB-SN-IDX) = "A"
                  MOVE "AVARIA" TO WRK-LS-TIPO
              ELSE
                  MOVE "EXTRAVIO" TO WRK-LS-TIPO
              END-IF
              MOVE TAB-SN-DATA(TAB-SN-IDX) TO WRK-DATA-TRAB
              MOVE WRK-DT-DIA TO WRK-LS-DIA
              MOVE WRK-DT-MES TO WRK-LS-MES
              MOVE WRK-DT-ANO TO WRK-LS-ANO
              MOVE TAB-SN-RECLAMADO(TAB-SN-IDX) TO WRK-LS-RECLAMADO
              MOVE TAB-SN-ACEITO(TAB-SN-IDX)    TO WRK-LS-ACEITO
              MOVE TAB-SN-STATUS(TAB-SN-IDX)    TO WRK-LS-STATUS
              MOVE WRK-LINHA-SINISTRO TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD 1 TO WRK-RT-QTD
              ADD TAB-SN-RECLAMADO(TAB-SN-IDX) TO WRK-RT-RECLAMADO
              ADD TAB-SN-ACEITO(TAB-SN-IDX)    TO WRK-RT-ACEITO.
         8150-SAIDA.
              EXIT.

         9000-FINALIZAR SECTION.
              CLOSE SINISTROMOV-FILE
              CLOSE SINISTROEXC-FILE
              CLOSE DESCTRANSP-FILE
              CLOSE RECCRED-FILE
              CLOSE SINISTROREL-FILE
              CLOSE EXCDIARIO-FILE
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
              DISPLAY "SINISTROS ABERTOS     : " WRK-QTD-ABERTOS
              DISPLAY "SINISTROS ACEITOS     : " WRK-QTD-ACEITOS
              DISPLAY "SINISTROS RECUSADOS   : " WRK-QTD-RECUSADOS
              DISPLAY "SINISTROS PAGOS       : " WRK-QTD-PAGOS
              DISPLAY "MOVIMENTOS REJEITADOS : " WRK-JOB-REJEITADOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==SINISTROREL-REG==.

           COPY FRETELECPY.

       END PROGRAM MANSINISTRO.
