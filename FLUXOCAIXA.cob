      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 24/02/2025
      * Purpose: Previsao de caixa dia a dia, que a tesouraria
      *          montava na mao toda segunda-feira somando arquivo por
      *          arquivo. Parte do saldo inicial de cada conta
      *          bancaria (CONTAS.DAT) e projeta, no horizonte de
      *          PARAMFLUXO.DAT (90 dias na falta), as entradas dos
      *          titulos em aberto de CONTASREC.DAT, com o vencimento
      *          deslocado pelo atraso medio historico do cliente
      *          (titulos quitados, como mede a revisao de credito), a
      *          folha liquida da ultima REMESSA.DAT repetida em cada
      *          dia de pagamento, as parcelas em aberto dos
      *          emprestimos consignados (EMPPLANO.DAT), que o caixa
      *          retem no dia da folha, e as parcelas do 13o salario
      *          (DECIMO13.DAT; a segunda estimada pela primeira
      *          enquanto nao calculada). Toda data cai no proximo dia
      *          util pela rotina DIAUTIL. O relatorio FLUXOREL.DAT
      *          (padrao IMPRESSAOCPY) mostra por conta o saldo
      *          projetado de cada dia com movimento e marca todo dia
      *          em que o saldo fica abaixo do minimo do parametro;
      *          cada conta nessa situacao grava aviso em
      *          EXCDIARIO.DAT e o lote devolve RETURN-CODE 4.
      * Tectonics: cobc
      * Mod Log:
      *   01/03/2025 - JLS - Titulo baixado como perda no CONTASREC
      *                      (status PERDA) fica fora da previsao de
      *                      recebimentos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXOCAIXA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMFLUXO-FILE ASSIGN TO "PARAMFLUXO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTAS.
           SELECT CONTASREC-FILE ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTASREC.
           SELECT REMESSA-FILE ASSIGN TO "REMESSA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REMESSA.
           SELECT EMPPLANO-FILE ASSIGN TO "EMPPLANO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPPLANO.
           SELECT DECIMO13-FILE ASSIGN TO "DECIMO13.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DECIMO13.
           SELECT FLUXOREL-FILE ASSIGN TO "FLUXOREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMFLUXO-FILE.
       01  PARAMFLUXO-REG.
           05 PF-DATA-INICIO         PIC 9(08).
           05 PF-HORIZONTE           PIC 9(03).
           05 PF-SALDO-MINIMO        PIC 9(09)V99.
           05 PF-CONTA-RECEB         PIC 9(04).
           05 PF-CONTA-PAGTO         PIC 9(04).
           05 PF-DIA-FOLHA           PIC 9(02).

       FD  CONTAS-FILE.
       01  CONTAS-REG.
           05 CT-CONTA               PIC 9(04).
           05 CT-NOME                PIC X(20).
           05 CT-SALDO-INICIAL       PIC 9(09)V99.
           05 CT-SALDO-FINAL         PIC 9(09)V99.

       FD  CONTASREC-FILE.
       01  CONTASREC-REG.
           05 CR-COMPETENCIA         PIC 9(06).
           05 CR-CLIENTE             PIC 9(05).
           05 CR-DATA-EMISSAO        PIC 9(08).
           05 CR-DATA-VENCTO         PIC 9(08).
           05 CR-VALOR-ORIGINAL      PIC 9(10)V99.
           05 CR-VALOR-PAGO          PIC 9(10)V99.
           05 CR-STATUS              PIC X(08).
           05 CR-VALOR-CREDITO       PIC 9(10)V99.
           05 CR-DATA-PAGTO          PIC 9(08).
           05 CR-TIPO                PIC X(01).
           05 CR-DATA-REMESSA        PIC 9(08).

      *    Remessa de liquidos da folha (layout do PROGRAMA06):
      *    header H com a data, detalhes D e trailer T.
       FD  REMESSA-FILE.
       01  REMESSA-REG.
           05 RE-TIPO                PIC X(01).
           05 RE-RESTO               PIC X(119).
       01  REMESSA-HEADER.
           05 FILLER                 PIC X(01).
           05 RE-H-DATA              PIC 9(08).
           05 FILLER                 PIC X(111).
       01  REMESSA-DETALHE.
           05 FILLER                 PIC X(01).
           05 RE-D-BANCO             PIC 9(03).
           05 RE-D-AGENCIA           PIC 9(04).
           05 RE-D-CONTA             PIC 9(08).
           05 RE-D-CODIGO            PIC 9(04).
           05 RE-D-NOME              PIC X(15).
           05 RE-D-VALOR             PIC 9(08)V99.
           05 FILLER                 PIC X(75).

       FD  EMPPLANO-FILE.
       01  EMPPLANO-REG.
           05 EP-CONTRATO            PIC 9(05).
           05 EP-NUMERO              PIC 9(03).
           05 EP-COMPETENCIA         PIC 9(06).
           05 EP-VALOR               PIC 9(08)V99.
           05 EP-JUROS               PIC 9(08)V99.
           05 EP-AMORT               PIC 9(08)V99.
           05 EP-SITUACAO            PIC X(09).

       FD  DECIMO13-FILE.
       01  DECIMO13-REG.
           05 D13-ANO                PIC 9(04).
           05 D13-PARCELA            PIC 9(01).
           05 D13-CODIGO             PIC 9(04).
           05 D13-NOME               PIC X(15).
           05 D13-DEPTO              PIC X(04).
           05 D13-QTD-MESES          PIC 9(02).
           05 D13-BRUTO              PIC 9(06)V99.
           05 D13-INSS               PIC 9(06)V99.
           05 D13-IRRF               PIC 9(06)V99.
           05 D13-VALOR              PIC 9(06)V99.
           05 D13-COMPETENCIA        PIC 9(06).

       FD  FLUXOREL-FILE.
       01  FLUXOREL-REG              PIC X(80).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG             PIC X(91).

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
                 88 WRK-DU-DIA-UTIL VALUE "S".
             05 WRK-DU-PROXIMO     PIC 9(08) VALUE ZEROS.
             05 WRK-DU-RETORNO     PIC 9(02) VALUE ZEROS.

         77 WRK-STATUS-PARAM     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CONTAS    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CONTASREC PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REMESSA   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EMPPLANO  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-DECIMO13  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL       PIC X(02) VALUE SPACES.
         77 WRK-FIM-ARQUIVO      PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".

         01 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.

      *    Parametros (PARAMFLUXO.DAT); na falta, hoje, 90 dias,
      *    minimo zero, a primeira conta de CONTAS.DAT para receber e
      *    pagar e o dia da folha da ultima remessa (5 sem remessa).
         77 WRK-DATA-INICIO      PIC 9(08) VALUE ZEROS.
         77 WRK-DATA-FIM         PIC 9(08) VALUE ZEROS.
         77 WRK-HORIZONTE        PIC 9(03) VALUE 90.
         77 WRK-SALDO-MINIMO     PIC S9(11)V99 VALUE ZEROS.
         77 WRK-CONTA-RECEB      PIC 9(04) VALUE ZEROS.
         77 WRK-CONTA-PAGTO      PIC 9(04) VALUE ZEROS.
         77 WRK-DIA-FOLHA        PIC 9(02) VALUE ZEROS.
         77 WRK-IDX-RECEB        PIC 9(02) VALUE ZEROS.
         77 WRK-IDX-PAGTO        PIC 9(02) VALUE ZEROS.

      *    Passo de data em data (mesma conta de dias da revisao de
      *    credito).
         01 WRK-DATA-PASSO.
             05 WRK-DP-ANO          PIC 9(04).
             05 WRK-DP-MES          PIC 9(02).
             05 WRK-DP-DIA          PIC 9(02).
         01 WRK-DATA-PASSO-N REDEFINES WRK-DATA-PASSO PIC 9(08).
         77 WRK-DIAS-NO-MES        PIC 9(02) VALUE ZEROS.
         77 WRK-QUOC-LEAP          PIC 9(04) VALUE ZEROS.
         77 WRK-RESTO-LEAP         PIC 9(04) VALUE ZEROS.
         77 WRK-DATA-ATE           PIC 9(08) VALUE ZEROS.
         77 WRK-DIAS-ATRASO        PIC 9(03) VALUE ZEROS.
         77 WRK-DIAS-SOMAR         PIC 9(03) VALUE ZEROS.

         01 TAB-CONTAS.
             05 TAB-CT-REG OCCURS 1 TO 20 TIMES
                 DEPENDING ON WRK-QTD-CONTAS
                 INDEXED BY TAB-CT-IDX.
                 10 TAB-CT-CONTA       PIC 9(04).
                 10 TAB-CT-NOME        PIC X(20).
                 10 TAB-CT-SALDO-INI   PIC S9(11)V99.
                 10 TAB-CT-SALDO       PIC S9(11)V99.
                 10 TAB-CT-MENOR       PIC S9(11)V99.
                 10 TAB-CT-DATA-MENOR  PIC 9(08).
                 10 TAB-CT-DIAS-ABAIXO PIC 9(03).
                 10 TAB-CT-PRIM-ABAIXO PIC 9(08).
                 10 TAB-CT-ENTRADAS    PIC 9(11)V99.
                 10 TAB-CT-SAIDAS      PIC 9(11)V99.
         77 WRK-QTD-CONTAS       PIC 9(02) VALUE ZEROS.
         77 WRK-ACHOU-CONTA      PIC X(01) VALUE "N".
             88 ACHOU-CONTA VALUE "S".
         77 WRK-BUSCA-CONTA      PIC 9(04) VALUE ZEROS.

      *    Um registro por dia do horizonte; entradas e saidas por
      *    conta, na ordem de TAB-CONTAS.
         01 TAB-DIAS.
             05 TAB-DI-REG OCCURS 1 TO 366 TIMES
                 DEPENDING ON WRK-QTD-DIAS
                 INDEXED BY TAB-DI-IDX.
                 10 TAB-DI-DATA        PIC 9(08).
                 10 TAB-DI-MOV OCCURS 20 TIMES.
                     15 TAB-DI-ENTRADA PIC 9(11)V99.
                     15 TAB-DI-SAIDA   PIC 9(11)V99.
         77 WRK-QTD-DIAS         PIC 9(03) VALUE ZEROS.
         77 WRK-IDX-CONTA        PIC 9(02) VALUE ZEROS.

      *    Atraso historico por cliente e titulos em aberto.
         01 TAB-CLIENTES.
             05 TAB-CL-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-CLIENTES
                 INDEXED BY TAB-CL-IDX.
                 10 TAB-CL-CLIENTE     PIC 9(05).
                 10 TAB-CL-SOMA-DIAS   PIC 9(07).
                 10 TAB-CL-QTD-PAGOS   PIC 9(04).
         77 WRK-QTD-CLIENTES     PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-CLIENTE    PIC X(01) VALUE "N".
             88 ACHOU-CLIENTE VALUE "S".

         01 TAB-TITULOS.
             05 TAB-TT-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-TITULOS
                 INDEXED BY TAB-TT-IDX.
                 10 TAB-TT-CLIENTE     PIC 9(05).
                 10 TAB-TT-VENCTO      PIC 9(08).
                 10 TAB-TT-SALDO       PIC 9(10)V99.
         77 WRK-QTD-TITULOS      PIC 9(04) VALUE ZEROS.
         77 WRK-SALDO-TITULO     PIC S9(10)V99 VALUE ZEROS.

      *    Folha: liquido da ultima remessa e parcelas de emprestimo
      *    por competencia.
         77 WRK-FOLHA-LIQUIDO    PIC 9(11)V99 VALUE ZEROS.
         77 WRK-FOLHA-BASE       PIC 9(11)V99 VALUE ZEROS.
         77 WRK-DATA-REMESSA     PIC 9(08) VALUE ZEROS.
         77 WRK-EMP-MES-REMESSA  PIC 9(11)V99 VALUE ZEROS.
         01 TAB-EMPRESTIMOS.
             05 TAB-EM-REG OCCURS 1 TO 120 TIMES
                 DEPENDING ON WRK-QTD-EMP
                 INDEXED BY TAB-EM-IDX.
                 10 TAB-EM-COMPETENCIA PIC 9(06).
                 10 TAB-EM-VALOR       PIC 9(11)V99.
         77 WRK-QTD-EMP          PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-EMP        PIC X(01) VALUE "N".
             88 ACHOU-EMP VALUE "S".
         01 WRK-MES-PASSO.
             05 WRK-MP-ANO          PIC 9(04).
             05 WRK-MP-MES          PIC 9(02).
         01 WRK-MES-PASSO-N REDEFINES WRK-MES-PASSO PIC 9(06).
         77 WRK-MES-FIM          PIC 9(06) VALUE ZEROS.

      *    13o salario por ano: liquido de cada parcela.
         01 TAB-DECIMO.
             05 TAB-DC-REG OCCURS 1 TO 10 TIMES
                 DEPENDING ON WRK-QTD-DECIMO
                 INDEXED BY TAB-DC-IDX.
                 10 TAB-DC-ANO         PIC 9(04).
                 10 TAB-DC-PARCELA1    PIC 9(11)V99.
                 10 TAB-DC-PARCELA2    PIC 9(11)V99.
         77 WRK-QTD-DECIMO       PIC 9(02) VALUE ZEROS.
         77 WRK-ACHOU-DECIMO     PIC X(01) VALUE "N".
             88 ACHOU-DECIMO VALUE "S".

      *    Lancamento de um fluxo no dia (0900-LANCA-FLUXO).
         77 WRK-FX-DATA          PIC 9(08) VALUE ZEROS.
         77 WRK-FX-VALOR         PIC 9(11)V99 VALUE ZEROS.
         77 WRK-FX-SENTIDO       PIC X(01) VALUE SPACES.
             88 FX-ENTRADA VALUE "E".
             88 FX-SAIDA   VALUE "S".
         77 WRK-FX-ORIGEM        PIC X(01) VALUE SPACES.
         77 WRK-FX-LANCADO       PIC X(01) VALUE "N".
             88 FX-LANCADO VALUE "S".

         01 WRK-TOTAIS-ORIGEM.
             05 WRK-TOT-RECEBER    PIC 9(11)V99 VALUE ZEROS.
             05 WRK-TOT-FOLHA      PIC 9(11)V99 VALUE ZEROS.
             05 WRK-TOT-EMPREST    PIC 9(11)V99 VALUE ZEROS.
             05 WRK-TOT-DECIMO     PIC 9(11)V99 VALUE ZEROS.
         77 WRK-QTD-FORA         PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-CONTAS-ABAIXO PIC 9(02) VALUE ZEROS.

         01 WRK-LINHA-FLUXO.
             05 WRK-LF-DATA.
                 10 WRK-LF-DIA      PIC X(02).
                 10 FILLER          PIC X(01) VALUE "/".
                 10 WRK-LF-MES      PIC X(02).
                 10 FILLER          PIC X(01) VALUE "/".
                 10 WRK-LF-ANO      PIC X(04).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LF-ENTRADA     PIC ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LF-SAIDA       PIC ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LF-SALDO       PIC -ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LF-ALERTA      PIC X(16).
         01 WRK-DATA-ED.
             05 WRK-DE-DIA         PIC X(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-DE-MES         PIC X(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-DE-ANO         PIC X(04).
         77 WRK-VALOR-ED         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
         77 WRK-QTD-ED           PIC ZZ9.
         77 WRK-DIA-ENTRADA      PIC 9(11)V99 VALUE ZEROS.
         77 WRK-DIA-SAIDA        PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-LE-RECEBER
              PERFORM 0200-PROJETA-RECEBER
              PERFORM 0300-LE-REMESSA
              PERFORM 0350-LE-EMPRESTIMOS
              PERFORM 0400-PROJETA-FOLHA
              PERFORM 0500-LE-DECIMO13
              PERFORM 0550-PROJETA-DECIMO13
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE 90 TO WRK-HORIZONTE
              MOVE ZEROS TO WRK-SALDO-MINIMO
              MOVE ZEROS TO WRK-CONTA-RECEB
              MOVE ZEROS TO WRK-CONTA-PAGTO
              MOVE ZEROS TO WRK-DIA-FOLHA
              MOVE ZEROS TO WRK-QTD-CONTAS
              MOVE ZEROS TO WRK-QTD-DIAS
              MOVE ZEROS TO WRK-QTD-CLIENTES
              MOVE ZEROS TO WRK-QTD-TITULOS
              MOVE ZEROS TO WRK-QTD-EMP
              MOVE ZEROS TO WRK-QTD-DECIMO
              MOVE ZEROS TO WRK-FOLHA-LIQUIDO
              MOVE ZEROS TO WRK-FOLHA-BASE
              MOVE ZEROS TO WRK-DATA-REMESSA
              MOVE ZEROS TO WRK-EMP-MES-REMESSA
              MOVE ZEROS TO WRK-TOT-RECEBER
              MOVE ZEROS TO WRK-TOT-FOLHA
              MOVE ZEROS TO WRK-TOT-EMPREST
              MOVE ZEROS TO WRK-TOT-DECIMO
              MOVE ZEROS TO WRK-QTD-FORA
              MOVE ZEROS TO WRK-QTD-CONTAS-ABAIXO
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "FLUXO-CAIXA" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE WRK-DATA-SISTEMA TO WRK-DATA-INICIO
              PERFORM 1010-LE-PARAMETRO
              PERFORM 1050-CARREGA-CONTAS
              PERFORM 1080-MONTA-DIAS
              OPEN OUTPUT FLUXOREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FLUXOREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              DISPLAY "Previsao de " WRK-DATA-INICIO " a "
                  WRK-DATA-FIM.

         1010-LE-PARAMETRO SECTION.
              OPEN INPUT PARAMFLUXO-FILE
              IF WRK-STATUS-PARAM NOT = "00"
                  GO TO 1010-SAIDA
              END-IF
              READ PARAMFLUXO-FILE
                  AT END
                      CLOSE PARAMFLUXO-FILE
                      GO TO 1010-SAIDA
              END-READ
              CLOSE PARAMFLUXO-FILE
              IF PF-DATA-INICIO NUMERIC
                  AND PF-DATA-INICIO GREATER ZERO
                  MOVE PF-DATA-INICIO TO WRK-DATA-INICIO
              END-IF
              IF PF-HORIZONTE NUMERIC AND PF-HORIZONTE GREATER ZERO
                  MOVE PF-HORIZONTE TO WRK-HORIZONTE
              END-IF
              IF WRK-HORIZONTE GREATER 366
                  MOVE 366 TO WRK-HORIZONTE
              END-IF
              IF PF-SALDO-MINIMO NUMERIC
                  MOVE PF-SALDO-MINIMO TO WRK-SALDO-MINIMO
              END-IF
              IF PF-CONTA-RECEB NUMERIC
                  MOVE PF-CONTA-RECEB TO WRK-CONTA-RECEB
              END-IF
              IF PF-CONTA-PAGTO NUMERIC
                  MOVE PF-CONTA-PAGTO TO WRK-CONTA-PAGTO
              END-IF
              IF PF-DIA-FOLHA NUMERIC AND PF-DIA-FOLHA NOT GREATER 31
                  MOVE PF-DIA-FOLHA TO WRK-DIA-FOLHA
              END-IF.
         1010-SAIDA.
              EXIT.

      *    Sem as contas bancarias nao ha saldo a projetar.
         1050-CARREGA-CONTAS SECTION.
              OPEN INPUT CONTAS-FILE
              IF WRK-STATUS-CONTAS NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CONTAS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CONTAS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ CONTAS-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-CONTAS NOT LESS 20
                              DISPLAY "CONTAS.DAT maior que o limite"
                                  " de 20 contas"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-CONTAS
                          SET TAB-CT-IDX TO WRK-QTD-CONTAS
                          MOVE CT-CONTA TO TAB-CT-CONTA(TAB-CT-IDX)
                          MOVE CT-NOME  TO TAB-CT-NOME(TAB-CT-IDX)
                          MOVE CT-SALDO-INICIAL
                              TO TAB-CT-SALDO-INI(TAB-CT-IDX)
                          MOVE ZEROS TO TAB-CT-DIAS-ABAIXO(TAB-CT-IDX)
                          MOVE ZEROS TO TAB-CT-PRIM-ABAIXO(TAB-CT-IDX)
                          MOVE ZEROS TO TAB-CT-ENTRADAS(TAB-CT-IDX)
                          MOVE ZEROS TO TAB-CT-SAIDAS(TAB-CT-IDX)
                  END-READ
              END-PERFORM
              CLOSE CONTAS-FILE
              IF WRK-QTD-CONTAS = ZEROS
                  DISPLAY "CONTAS.DAT sem contas bancarias"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              IF WRK-CONTA-RECEB = ZEROS
                  MOVE TAB-CT-CONTA(1) TO WRK-CONTA-RECEB
              END-IF
              IF WRK-CONTA-PAGTO = ZEROS
                  MOVE TAB-CT-CONTA(1) TO WRK-CONTA-PAGTO
              END-IF
              MOVE WRK-CONTA-RECEB TO WRK-BUSCA-CONTA
              PERFORM 1060-LOCALIZA-CONTA
              SET WRK-IDX-RECEB TO TAB-CT-IDX
              MOVE WRK-CONTA-PAGTO TO WRK-BUSCA-CONTA
              PERFORM 1060-LOCALIZA-CONTA
              SET WRK-IDX-PAGTO TO TAB-CT-IDX.

         1060-LOCALIZA-CONTA SECTION.
              MOVE "N" TO WRK-ACHOU-CONTA
              SET TAB-CT-IDX TO 1
              SEARCH TAB-CT-REG
                  AT END
                      CONTINUE
                  WHEN TAB-CT-CONTA(TAB-CT-IDX) = WRK-BUSCA-CONTA
                      SET ACHOU-CONTA TO TRUE
              END-SEARCH
              IF NOT ACHOU-CONTA
                  DISPLAY "Conta " WRK-BUSCA-CONTA
                      " de PARAMFLUXO.DAT fora de CONTAS.DAT"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF.

      *    Um registro por dia, de WRK-DATA-INICIO em diante.
         1080-MONTA-DIAS SECTION.
              MOVE WRK-DATA-INICIO TO WRK-DATA-PASSO
              PERFORM UNTIL WRK-QTD-DIAS NOT LESS WRK-HORIZONTE
                  ADD 1 TO WRK-QTD-DIAS
                  SET TAB-DI-IDX TO WRK-QTD-DIAS
                  MOVE WRK-DATA-PASSO-N TO TAB-DI-DATA(TAB-DI-IDX)
                  PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                      UNTIL WRK-IDX-CONTA GREATER 20
                      MOVE ZEROS TO
                          TAB-DI-ENTRADA(TAB-DI-IDX, WRK-IDX-CONTA)
                      MOVE ZEROS TO
                          TAB-DI-SAIDA(TAB-DI-IDX, WRK-IDX-CONTA)
                  END-PERFORM
                  MOVE WRK-DATA-PASSO-N TO WRK-DATA-FIM
                  PERFORM 0820-AVANCA-UM-DIA
              END-PERFORM.

      *    Um passe no mestre de titulos: quitados medem o atraso do
      *    cliente (dias do vencimento ao ultimo pagamento; em dia
      *    conta zero) e os com saldo ficam para projetar. Titulo de
      *    encargos nao mede pontualidade, mas o saldo dele entra.
         0100-LE-RECEBER SECTION.
              OPEN INPUT CONTASREC-FILE
              IF WRK-STATUS-CONTASREC NOT = "00"
                  DISPLAY "Aviso: CONTASREC.DAT indisponivel : "
                      WRK-STATUS-CONTASREC
                  GO TO 0100-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ CONTASREC-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          PERFORM 0120-AVALIA-TITULO THRU 0120-SAIDA
                  END-READ
              END-PERFORM
              CLOSE CONTASREC-FILE.
         0100-SAIDA.
              EXIT.

      *    Titulo baixado como perda nao traz mais entrada de caixa.
         0120-AVALIA-TITULO SECTION.
              IF CR-STATUS = "PERDA"
                  GO TO 0120-SAIDA
              END-IF
              IF CR-VALOR-CREDITO NOT NUMERIC
                  MOVE ZEROS TO CR-VALOR-CREDITO
              END-IF
              IF CR-DATA-PAGTO NOT NUMERIC
                  MOVE ZEROS TO CR-DATA-PAGTO
              END-IF
              IF CR-STATUS = "QUITADO"
                  IF CR-TIPO = "E" OR CR-DATA-PAGTO = ZEROS
                      GO TO 0120-SAIDA
                  END-IF
                  PERFORM 0140-LOCALIZA-CLIENTE
                  MOVE CR-DATA-PAGTO TO WRK-DATA-ATE
                  PERFORM 0800-CONTA-ATRASO
                  ADD WRK-DIAS-ATRASO TO TAB-CL-SOMA-DIAS(TAB-CL-IDX)
                  ADD 1 TO TAB-CL-QTD-PAGOS(TAB-CL-IDX)
                  GO TO 0120-SAIDA
              END-IF
              COMPUTE WRK-SALDO-TITULO = CR-VALOR-ORIGINAL
                  - CR-VALOR-PAGO - CR-VALOR-CREDITO
              IF WRK-SALDO-TITULO NOT GREATER ZERO
                  GO TO 0120-SAIDA
              END-IF
              IF WRK-QTD-TITULOS NOT LESS 2000
                  DISPLAY "CONTASREC.DAT maior que o limite de"
                      " 2000 titulos em aberto"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-TITULOS
              SET TAB-TT-IDX TO WRK-QTD-TITULOS
              MOVE CR-CLIENTE     TO TAB-TT-CLIENTE(TAB-TT-IDX)
              MOVE CR-DATA-VENCTO TO TAB-TT-VENCTO(TAB-TT-IDX)
              MOVE WRK-SALDO-TITULO TO TAB-TT-SALDO(TAB-TT-IDX).
         0120-SAIDA.
              EXIT.

         0140-LOCALIZA-CLIENTE SECTION.
              MOVE "N" TO WRK-ACHOU-CLIENTE
              IF WRK-QTD-CLIENTES GREATER ZERO
                  SET TAB-CL-IDX TO 1
                  SEARCH TAB-CL-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CL-CLIENTE(TAB-CL-IDX) = CR-CLIENTE
                          SET ACHOU-CLIENTE TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-CLIENTE
                  IF WRK-QTD-CLIENTES NOT LESS 500
                      DISPLAY "CONTASREC.DAT com mais de 500"
                          " clientes"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-CLIENTES
                  SET TAB-CL-IDX TO WRK-QTD-CLIENTES
                  MOVE CR-CLIENTE TO TAB-CL-CLIENTE(TAB-CL-IDX)
                  MOVE ZEROS TO TAB-CL-SOMA-DIAS(TAB-CL-IDX)
                  MOVE ZEROS TO TAB-CL-QTD-PAGOS(TAB-CL-IDX)
              END-IF.

      *    Recebimento esperado: vencimento mais o atraso medio do
      *    cliente; o que ja devia ter entrado conta a partir do
      *    primeiro dia da previsao.
         0200-PROJETA-RECEBER SECTION.
              PERFORM VARYING TAB-TT-IDX FROM 1 BY 1
                  UNTIL TAB-TT-IDX GREATER WRK-QTD-TITULOS
                  PERFORM 0220-PROJETA-TITULO
              END-PERFORM.

         0220-PROJETA-TITULO SECTION.
              MOVE ZEROS TO WRK-DIAS-SOMAR
              MOVE TAB-TT-CLIENTE(TAB-TT-IDX) TO CR-CLIENTE
              MOVE "N" TO WRK-ACHOU-CLIENTE
              IF WRK-QTD-CLIENTES GREATER ZERO
                  SET TAB-CL-IDX TO 1
                  SEARCH TAB-CL-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CL-CLIENTE(TAB-CL-IDX) = CR-CLIENTE
                          SET ACHOU-CLIENTE TO TRUE
                  END-SEARCH
              END-IF
              IF ACHOU-CLIENTE
                  AND TAB-CL-QTD-PAGOS(TAB-CL-IDX) GREATER ZERO
                  COMPUTE WRK-DIAS-SOMAR ROUNDED =
                      TAB-CL-SOMA-DIAS(TAB-CL-IDX) /
                      TAB-CL-QTD-PAGOS(TAB-CL-IDX)
              END-IF
              MOVE TAB-TT-VENCTO(TAB-TT-IDX) TO WRK-DATA-PASSO
              PERFORM 0820-AVANCA-UM-DIA WRK-DIAS-SOMAR TIMES
              IF WRK-DATA-PASSO-N LESS WRK-DATA-INICIO
                  MOVE WRK-DATA-INICIO TO WRK-DATA-PASSO
              END-IF
              MOVE WRK-DATA-PASSO-N TO WRK-FX-DATA
              MOVE TAB-TT-SALDO(TAB-TT-IDX) TO WRK-FX-VALOR
              MOVE WRK-IDX-RECEB TO WRK-IDX-CONTA
              MOVE "E" TO WRK-FX-SENTIDO
              MOVE "R" TO WRK-FX-ORIGEM
              PERFORM 0900-LANCA-FLUXO.

      *    Liquido total da remessa da folha (todos os detalhes) e a
      *    data do ultimo header, que da o dia do pagamento.
         0300-LE-REMESSA SECTION.
              OPEN INPUT REMESSA-FILE
              IF WRK-STATUS-REMESSA NOT = "00"
                  DISPLAY "Aviso: REMESSA.DAT indisponivel : "
                      WRK-STATUS-REMESSA
                  GO TO 0300-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ REMESSA-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          EVALUATE RE-TIPO
                              WHEN "H"
                                  IF RE-H-DATA NUMERIC
                                      MOVE RE-H-DATA
                                          TO WRK-DATA-REMESSA
                                  END-IF
                              WHEN "D"
                                  IF RE-D-VALOR NUMERIC
                                      ADD RE-D-VALOR
                                          TO WRK-FOLHA-LIQUIDO
                                  END-IF
                          END-EVALUATE
                  END-READ
              END-PERFORM
              CLOSE REMESSA-FILE.
         0300-SAIDA.
              EXIT.

      *    Parcelas em aberto somadas por competencia. A remessa ja
      *    sai liquida do desconto das parcelas do mes dela; esse
      *    desconto volta para a folha projetada, e cada mes abate as
      *    parcelas que estiverem em aberto nele.
         0350-LE-EMPRESTIMOS SECTION.
              OPEN INPUT EMPPLANO-FILE
              IF WRK-STATUS-EMPPLANO NOT = "00"
                  DISPLAY "Aviso: EMPPLANO.DAT indisponivel : "
                      WRK-STATUS-EMPPLANO
                  GO TO 0350-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ EMPPLANO-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          PERFORM 0360-SOMA-PARCELA THRU 0360-SAIDA
                  END-READ
              END-PERFORM
              CLOSE EMPPLANO-FILE.
         0350-SAIDA.
              EXIT.

         0360-SOMA-PARCELA SECTION.
              IF EP-SITUACAO = "CANCELADA"
                  GO TO 0360-SAIDA
              END-IF
              IF WRK-DATA-REMESSA GREATER ZERO
                  AND EP-COMPETENCIA = WRK-DATA-REMESSA(1:6)
                  ADD EP-VALOR TO WRK-EMP-MES-REMESSA
              END-IF
              IF EP-SITUACAO NOT = "ABERTA"
                  GO TO 0360-SAIDA
              END-IF
              MOVE "N" TO WRK-ACHOU-EMP
              IF WRK-QTD-EMP GREATER ZERO
                  SET TAB-EM-IDX TO 1
                  SEARCH TAB-EM-REG
                      AT END
                          CONTINUE
                      WHEN TAB-EM-COMPETENCIA(TAB-EM-IDX) =
                          EP-COMPETENCIA
                          SET ACHOU-EMP TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-EMP
                  IF WRK-QTD-EMP NOT LESS 120
                      GO TO 0360-SAIDA
                  END-IF
                  ADD 1 TO WRK-QTD-EMP
                  SET TAB-EM-IDX TO WRK-QTD-EMP
                  MOVE EP-COMPETENCIA TO TAB-EM-COMPETENCIA(TAB-EM-IDX)
                  MOVE ZEROS TO TAB-EM-VALOR(TAB-EM-IDX)
              END-IF
              ADD EP-VALOR TO TAB-EM-VALOR(TAB-EM-IDX).
         0360-SAIDA.
              EXIT.

      *    Um dia de folha por mes do horizonte: sai a folha (liquido
      *    da remessa mais o desconto de emprestimo dela) e entram as
      *    parcelas em aberto da competencia, ambas na conta de
      *    pagamento. Dia maior que o mes vira o ultimo dia dele.
         0400-PROJETA-FOLHA SECTION.
              COMPUTE WRK-FOLHA-BASE = WRK-FOLHA-LIQUIDO
                  + WRK-EMP-MES-REMESSA
              IF WRK-DIA-FOLHA = ZEROS
                  IF WRK-DATA-REMESSA GREATER ZERO
                      MOVE WRK-DATA-REMESSA(7:2) TO WRK-DIA-FOLHA
                  ELSE
                      MOVE 5 TO WRK-DIA-FOLHA
                  END-IF
              END-IF
              MOVE WRK-DATA-INICIO(1:6) TO WRK-MES-PASSO
              MOVE WRK-DATA-FIM(1:6) TO WRK-MES-FIM
              PERFORM UNTIL WRK-MES-PASSO-N GREATER WRK-MES-FIM
                  PERFORM 0420-FOLHA-DO-MES
                  IF WRK-MP-MES LESS 12
                      ADD 1 TO WRK-MP-MES
                  ELSE
                      MOVE 1 TO WRK-MP-MES
                      ADD 1 TO WRK-MP-ANO
                  END-IF
              END-PERFORM.

         0420-FOLHA-DO-MES SECTION.
              MOVE WRK-MP-ANO TO WRK-DP-ANO
              MOVE WRK-MP-MES TO WRK-DP-MES
              PERFORM 0840-DIAS-DO-MES
              IF WRK-DIA-FOLHA GREATER WRK-DIAS-NO-MES
                  MOVE WRK-DIAS-NO-MES TO WRK-DP-DIA
              ELSE
                  MOVE WRK-DIA-FOLHA TO WRK-DP-DIA
              END-IF
              MOVE WRK-DATA-PASSO-N TO WRK-FX-DATA
              MOVE WRK-IDX-PAGTO TO WRK-IDX-CONTA
              IF WRK-FOLHA-BASE GREATER ZERO
                  MOVE WRK-FOLHA-BASE TO WRK-FX-VALOR
                  MOVE "S" TO WRK-FX-SENTIDO
                  MOVE "F" TO WRK-FX-ORIGEM
                  PERFORM 0900-LANCA-FLUXO
              END-IF
              MOVE "N" TO WRK-ACHOU-EMP
              IF WRK-QTD-EMP GREATER ZERO
                  SET TAB-EM-IDX TO 1
                  SEARCH TAB-EM-REG
                      AT END
                          CONTINUE
                      WHEN TAB-EM-COMPETENCIA(TAB-EM-IDX) =
                          WRK-MES-PASSO-N
                          SET ACHOU-EMP TO TRUE
                  END-SEARCH
              END-IF
              IF ACHOU-EMP
                  MOVE WRK-DATA-PASSO-N TO WRK-FX-DATA
                  MOVE TAB-EM-VALOR(TAB-EM-IDX) TO WRK-FX-VALOR
                  MOVE "E" TO WRK-FX-SENTIDO
                  MOVE "M" TO WRK-FX-ORIGEM
                  PERFORM 0900-LANCA-FLUXO
              END-IF.

      *    Liquido de cada parcela do 13o por ano.
         0500-LE-DECIMO13 SECTION.
              OPEN INPUT DECIMO13-FILE
              IF WRK-STATUS-DECIMO13 NOT = "00"
                  DISPLAY "Aviso: DECIMO13.DAT indisponivel : "
                      WRK-STATUS-DECIMO13
                  GO TO 0500-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ DECIMO13-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          PERFORM 0510-SOMA-DECIMO THRU 0510-SAIDA
                  END-READ
              END-PERFORM
              CLOSE DECIMO13-FILE.
         0500-SAIDA.
              EXIT.

         0510-SOMA-DECIMO SECTION.
              MOVE "N" TO WRK-ACHOU-DECIMO
              IF WRK-QTD-DECIMO GREATER ZERO
                  SET TAB-DC-IDX TO 1
                  SEARCH TAB-DC-REG
                      AT END
                          CONTINUE
                      WHEN TAB-DC-ANO(TAB-DC-IDX) = D13-ANO
                          SET ACHOU-DECIMO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-DECIMO
                  IF WRK-QTD-DECIMO NOT LESS 10
                      GO TO 0510-SAIDA
                  END-IF
                  ADD 1 TO WRK-QTD-DECIMO
                  SET TAB-DC-IDX TO WRK-QTD-DECIMO
                  MOVE D13-ANO TO TAB-DC-ANO(TAB-DC-IDX)
                  MOVE ZEROS TO TAB-DC-PARCELA1(TAB-DC-IDX)
                  MOVE ZEROS TO TAB-DC-PARCELA2(TAB-DC-IDX)
              END-IF
              IF D13-PARCELA = 2
                  ADD D13-VALOR TO TAB-DC-PARCELA2(TAB-DC-IDX)
              ELSE
                  ADD D13-VALOR TO TAB-DC-PARCELA1(TAB-DC-IDX)
              END-IF.
         0510-SAIDA.
              EXIT.

      *    Parcela 1 no prazo legal de 30/11 e parcela 2 em 20/12;
      *    sem a parcela 2 calculada, ela e estimada pelo liquido da
      *    parcela 1.
         0550-PROJETA-DECIMO13 SECTION.
              PERFORM VARYING TAB-DC-IDX FROM 1 BY 1
                  UNTIL TAB-DC-IDX GREATER WRK-QTD-DECIMO
                  MOVE WRK-IDX-PAGTO TO WRK-IDX-CONTA
                  MOVE "S" TO WRK-FX-SENTIDO
                  MOVE "D" TO WRK-FX-ORIGEM
                  IF TAB-DC-PARCELA1(TAB-DC-IDX) GREATER ZERO
                      MOVE TAB-DC-ANO(TAB-DC-IDX) TO WRK-DP-ANO
                      MOVE 11 TO WRK-DP-MES
                      MOVE 30 TO WRK-DP-DIA
                      MOVE WRK-DATA-PASSO-N TO WRK-FX-DATA
                      MOVE TAB-DC-PARCELA1(TAB-DC-IDX) TO WRK-FX-VALOR
                      PERFORM 0900-LANCA-FLUXO
                  END-IF
                  IF TAB-DC-PARCELA2(TAB-DC-IDX) GREATER ZERO
                      MOVE TAB-DC-PARCELA2(TAB-DC-IDX) TO WRK-FX-VALOR
                  ELSE
                      MOVE TAB-DC-PARCELA1(TAB-DC-IDX) TO WRK-FX-VALOR
                  END-IF
                  IF WRK-FX-VALOR GREATER ZERO
                      MOVE TAB-DC-ANO(TAB-DC-IDX) TO WRK-DP-ANO
                      MOVE 12 TO WRK-DP-MES
                      MOVE 20 TO WRK-DP-DIA
                      MOVE WRK-DATA-PASSO-N TO WRK-FX-DATA
                      PERFORM 0900-LANCA-FLUXO
                  END-IF
              END-PERFORM.

      *    Dias corridos de CR-DATA-VENCTO ate WRK-DATA-ATE.
         0800-CONTA-ATRASO SECTION.
              MOVE ZEROS TO WRK-DIAS-ATRASO
              IF CR-DATA-VENCTO LESS WRK-DATA-ATE
                  MOVE CR-DATA-VENCTO TO WRK-DATA-PASSO
                  PERFORM UNTIL WRK-DATA-PASSO-N NOT LESS WRK-DATA-ATE
                      OR WRK-DIAS-ATRASO NOT LESS 999
                      PERFORM 0820-AVANCA-UM-DIA
                      ADD 1 TO WRK-DIAS-ATRASO
                  END-PERFORM
              END-IF.

         0820-AVANCA-UM-DIA SECTION.
              PERFORM 0840-DIAS-DO-MES
              IF WRK-DP-DIA LESS WRK-DIAS-NO-MES
                  ADD 1 TO WRK-DP-DIA
              ELSE
                  MOVE 1 TO WRK-DP-DIA
                  IF WRK-DP-MES LESS 12
                      ADD 1 TO WRK-DP-MES
                  ELSE
                      MOVE 1 TO WRK-DP-MES
                      ADD 1 TO WRK-DP-ANO
                  END-IF
              END-IF.

         0840-DIAS-DO-MES SECTION.
              EVALUATE WRK-DP-MES
                  WHEN 02
                      MOVE 28 TO WRK-DIAS-NO-MES
                      DIVIDE WRK-DP-ANO BY 4 GIVING WRK-QUOC-LEAP
                          REMAINDER WRK-RESTO-LEAP
                      IF WRK-RESTO-LEAP = ZEROS
                          MOVE 29 TO WRK-DIAS-NO-MES
                      END-IF
                      DIVIDE WRK-DP-ANO BY 100 GIVING WRK-QUOC-LEAP
                          REMAINDER WRK-RESTO-LEAP
                      IF WRK-RESTO-LEAP = ZEROS
                          MOVE 28 TO WRK-DIAS-NO-MES
                          DIVIDE WRK-DP-ANO BY 400
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

      *    Lanca WRK-FX-VALOR no dia WRK-FX-DATA, na conta de indice
      *    WRK-IDX-CONTA. Data que nao e dia util vai para o proximo
      *    (DIAUTIL); antes do inicio ja aconteceu e depois do fim
      *    fica fora do horizonte.
         0900-LANCA-FLUXO SECTION.
              MOVE "N" TO WRK-FX-LANCADO
              IF WRK-FX-DATA LESS WRK-DATA-INICIO
                  GO TO 0900-SAIDA
              END-IF
              MOVE WRK-FX-DATA TO WRK-DU-DATA
              MOVE SPACES TO WRK-DU-UF
              MOVE RETURN-CODE TO WRK-DU-RETORNO
              CALL "DIAUTIL" USING WRK-PARM-DIAUTIL
              IF NOT WRK-DU-DIA-UTIL
                  MOVE WRK-DU-PROXIMO TO WRK-FX-DATA
              END-IF
              SET TAB-DI-IDX TO 1
              SEARCH TAB-DI-REG
                  AT END
                      ADD 1 TO WRK-QTD-FORA
                  WHEN TAB-DI-DATA(TAB-DI-IDX) = WRK-FX-DATA
                      SET FX-LANCADO TO TRUE
              END-SEARCH
              IF NOT FX-LANCADO
                  GO TO 0900-SAIDA
              END-IF
              IF FX-ENTRADA
                  ADD WRK-FX-VALOR
                      TO TAB-DI-ENTRADA(TAB-DI-IDX, WRK-IDX-CONTA)
              ELSE
                  ADD WRK-FX-VALOR
                      TO TAB-DI-SAIDA(TAB-DI-IDX, WRK-IDX-CONTA)
              END-IF
              EVALUATE WRK-FX-ORIGEM
                  WHEN "R"
                      ADD WRK-FX-VALOR TO WRK-TOT-RECEBER
                  WHEN "F"
                      ADD WRK-FX-VALOR TO WRK-TOT-FOLHA
                  WHEN "M"
                      ADD WRK-FX-VALOR TO WRK-TOT-EMPREST
                  WHEN OTHER
                      ADD WRK-FX-VALOR TO WRK-TOT-DECIMO
              END-EVALUATE.
         0900-SAIDA.
              EXIT.

      *    Uma pagina por conta: saldo inicial, cada dia com
      *    movimento ou abaixo do minimo, e o menor saldo projetado.
         8000-GRAVA-RELATORIO SECTION.
              PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                  UNTIL WRK-IDX-CONTA GREATER WRK-QTD-CONTAS
                  PERFORM 8100-GRAVA-CONTA
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "FLUXOS NO HORIZONTE" TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOT-RECEBER TO WRK-VALOR-ED
              STRING "  RECEBIMENTOS DE CLIENTES   " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOT-EMPREST TO WRK-VALOR-ED
              STRING "  PARCELAS DE EMPRESTIMO     " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOT-FOLHA TO WRK-VALOR-ED
              STRING "  FOLHA DE PAGAMENTO         " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOT-DECIMO TO WRK-VALOR-ED
              STRING "  13O SALARIO                " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              IF WRK-QTD-FORA GREATER ZERO
                  MOVE WRK-QTD-FORA TO WRK-QTD-ED
                  STRING "  FLUXOS ALEM DO HORIZONTE   "
                      DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              MOVE WRK-QTD-CONTAS-ABAIXO TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "CONTAS ABAIXO DO MINIMO " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM
              IF WRK-QTD-CONTAS-ABAIXO GREATER ZERO
                  MOVE 4 TO RETURN-CODE
              END-IF.

         8100-GRAVA-CONTA SECTION.
              SET TAB-CT-IDX TO WRK-IDX-CONTA
              MOVE SPACES TO WRK-IMP-TITULO
              STRING "FLUXO DE CAIXA - CONTA " DELIMITED BY SIZE
                  TAB-CT-CONTA(TAB-CT-IDX) DELIMITED BY SIZE
                  INTO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "DATA              ENTRADAS         SAIDAS"
                  DELIMITED BY SIZE
                  "           SALDO  ALERTA" DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS
              MOVE ZEROS TO WRK-IMP-LINHAS
              MOVE TAB-CT-SALDO-INI(TAB-CT-IDX)
                  TO TAB-CT-SALDO(TAB-CT-IDX)
              MOVE TAB-CT-SALDO-INI(TAB-CT-IDX)
                  TO TAB-CT-MENOR(TAB-CT-IDX)
              MOVE WRK-DATA-INICIO TO TAB-CT-DATA-MENOR(TAB-CT-IDX)
              MOVE TAB-CT-SALDO-INI(TAB-CT-IDX) TO WRK-VALOR-ED
              STRING TAB-CT-NOME(TAB-CT-IDX) DELIMITED BY SIZE
                  "  SALDO INICIAL " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM VARYING TAB-DI-IDX FROM 1 BY 1
                  UNTIL TAB-DI-IDX GREATER WRK-QTD-DIAS
                  PERFORM 8150-GRAVA-DIA
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE TAB-CT-DATA-MENOR(TAB-CT-IDX) TO WRK-DATA-ATE
              PERFORM 8160-EDITA-DATA
              MOVE TAB-CT-MENOR(TAB-CT-IDX) TO WRK-VALOR-ED
              STRING "MENOR SALDO PROJETADO " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE TAB-CT-DIAS-ABAIXO(TAB-CT-IDX) TO WRK-QTD-ED
              MOVE WRK-SALDO-MINIMO TO WRK-VALOR-ED
              STRING "DIAS ABAIXO DO MINIMO DE " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              IF TAB-CT-DIAS-ABAIXO(TAB-CT-IDX) GREATER ZERO
                  ADD 1 TO WRK-QTD-CONTAS-ABAIXO
                  PERFORM 8170-GRAVA-ALERTA
              END-IF.

         8150-GRAVA-DIA SECTION.
              MOVE TAB-DI-ENTRADA(TAB-DI-IDX, WRK-IDX-CONTA)
                  TO WRK-DIA-ENTRADA
              MOVE TAB-DI-SAIDA(TAB-DI-IDX, WRK-IDX-CONTA)
                  TO WRK-DIA-SAIDA
              ADD WRK-DIA-ENTRADA TO TAB-CT-SALDO(TAB-CT-IDX)
              ADD WRK-DIA-ENTRADA TO TAB-CT-ENTRADAS(TAB-CT-IDX)
              SUBTRACT WRK-DIA-SAIDA FROM TAB-CT-SALDO(TAB-CT-IDX)
              ADD WRK-DIA-SAIDA TO TAB-CT-SAIDAS(TAB-CT-IDX)
              IF TAB-CT-SALDO(TAB-CT-IDX) LESS TAB-CT-MENOR(TAB-CT-IDX)
                  MOVE TAB-CT-SALDO(TAB-CT-IDX)
                      TO TAB-CT-MENOR(TAB-CT-IDX)
                  MOVE TAB-DI-DATA(TAB-DI-IDX)
                      TO TAB-CT-DATA-MENOR(TAB-CT-IDX)
              END-IF
              MOVE SPACES TO WRK-LF-ALERTA
              IF TAB-CT-SALDO(TAB-CT-IDX) LESS WRK-SALDO-MINIMO
                  MOVE "ABAIXO DO MINIMO" TO WRK-LF-ALERTA
                  ADD 1 TO TAB-CT-DIAS-ABAIXO(TAB-CT-IDX)
                  IF TAB-CT-PRIM-ABAIXO(TAB-CT-IDX) = ZEROS
                      MOVE TAB-DI-DATA(TAB-DI-IDX)
                          TO TAB-CT-PRIM-ABAIXO(TAB-CT-IDX)
                  END-IF
              ELSE
                  IF WRK-DIA-ENTRADA = ZEROS AND WRK-DIA-SAIDA = ZEROS
                      GO TO 8150-SAIDA
                  END-IF
              END-IF
              MOVE TAB-DI-DATA(TAB-DI-IDX)(7:2) TO WRK-LF-DIA
              MOVE TAB-DI-DATA(TAB-DI-IDX)(5:2) TO WRK-LF-MES
              MOVE TAB-DI-DATA(TAB-DI-IDX)(1:4) TO WRK-LF-ANO
              MOVE WRK-DIA-ENTRADA TO WRK-LF-ENTRADA
              MOVE WRK-DIA-SAIDA TO WRK-LF-SAIDA
              MOVE TAB-CT-SALDO(TAB-CT-IDX) TO WRK-LF-SALDO
              MOVE WRK-LINHA-FLUXO TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD 1 TO WRK-JOB-GRAVADOS.
         8150-SAIDA.
              EXIT.

         8160-EDITA-DATA SECTION.
              MOVE WRK-DATA-ATE(7:2) TO WRK-DE-DIA
              MOVE WRK-DATA-ATE(5:2) TO WRK-DE-MES
              MOVE WRK-DATA-ATE(1:4) TO WRK-DE-ANO.

         8170-GRAVA-ALERTA SECTION.
              MOVE TAB-CT-PRIM-ABAIXO(TAB-CT-IDX) TO WRK-DATA-ATE
              PERFORM 8160-EDITA-DATA
              MOVE SPACES TO WRK-EXC-CHAVE
              STRING "CONTA " DELIMITED BY SIZE
                  TAB-CT-CONTA(TAB-CT-IDX) DELIMITED BY SIZE
                  INTO WRK-EXC-CHAVE
              MOVE SPACES TO WRK-EXC-MOTIVO
              STRING "SALDO ABAIXO DO MINIMO EM " DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  INTO WRK-EXC-MOTIVO
              MOVE "A" TO WRK-EXC-SEVERIDADE
              MOVE "F001" TO WRK-EXC-COD-MOTIVO
              PERFORM 8180-GRAVA-EXCDIARIO.

         8180-GRAVA-EXCDIARIO SECTION.
              MOVE "FLUXO-CAIXA" TO WRK-EXC-SISTEMA
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
              CLOSE FLUXOREL-FILE
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
              DISPLAY "TITULOS LIDOS     : " WRK-JOB-LIDOS
              DISPLAY "LINHAS IMPRESSAS  : " WRK-JOB-GRAVADOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==FLUXOREL-REG==.

       END PROGRAM FLUXOCAIXA.
