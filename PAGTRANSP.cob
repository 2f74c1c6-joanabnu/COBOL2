      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 25/01/2025
      * Purpose: Contas a pagar das transportadoras a partir das
      *          faturas conciliadas. O CONCILTRANSP diz quais linhas
      *          de FATTRANSP.DAT batem com a trilha, mas o pagamento
      *          era montado numa planilha. Este lote le o resultado
      *          da conciliacao (FATCONC.DAT) e abre um titulo por
      *          transportadora por fatura no mestre CONTASPAG.DAT so
      *          com as linhas conferidas; linha com valor divergente
      *          fica retida em PAGTRETIDO.DAT ate alguem aprova-la ou
      *          recusa-la pelo arquivo de movimentos PAGAPROV.DAT, e
      *          a aprovacao abre um titulo complementar da mesma
      *          fatura. O abatimento de sinistro da rodada sai dos
      *          titulos novos da transportadora. Vencimento contado
      *          em dias uteis pela rotina DIAUTIL (prazo em
      *          PARAMPAG.DAT; na falta do parametro valem 10 dias).
      *          Titulo em aberto entra na remessa de pagamento
      *          PAGREM.DAT (header, um detalhe por titulo e trailer
      *          com contagem e soma, como a REMESSA.DAT da folha) com
      *          banco, agencia e conta do cadastro TRANSP.DAT;
      *          transportadora sem dados bancarios fica de fora com
      *          aviso. Relatorio da rodada em PAGTRANSPREL.DAT.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGTRANSP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATCONC-FILE ASSIGN TO "FATCONC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATCONC.
           SELECT TRANSP-FILE ASSIGN TO "TRANSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP.
           SELECT CONTASPAG-FILE ASSIGN TO "CONTASPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTASPAG.
           SELECT PAGTRETIDO-FILE ASSIGN TO "PAGTRETIDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGTRETIDO.
           SELECT PAGAPROV-FILE ASSIGN TO "PAGAPROV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGAPROV.
           SELECT PAGEXC-FILE ASSIGN TO "PAGEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGEXC.
           SELECT PAGREM-FILE ASSIGN TO "PAGREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGREM.
           SELECT PAGTRANSPREL-FILE ASSIGN TO "PAGTRANSPREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RELATORIO.
           SELECT PARAMPAG-FILE ASSIGN TO "PARAMPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMPAG.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
      *    Resultado da conciliacao (CONCILTRANSP): C conferida,
      *    D valor divergente, S sem calculo, B abatimento de sinistro.
       FD  FATCONC-FILE.
       01  FATCONC-REG.
           05 FC-TRANSPORTADORA       PIC X(03).
           05 FC-FATURA               PIC X(10).
           05 FC-PEDIDO               PIC 9(08).
           05 FC-VALOR-COBRADO        PIC 9(08)V99.
           05 FC-VALOR-CALCULADO      PIC 9(08)V99.
           05 FC-SITUACAO             PIC X(01).
           05 FC-DATA                 PIC 9(08).

       FD  TRANSP-FILE.
       01  TRANSP-REG.
           05 TR-CODIGO              PIC X(03).
           05 TR-NOME                PIC X(30).
           05 TR-CNPJ                PIC X(14).
           05 TR-CONTATO             PIC X(30).
           05 TR-ATIVO               PIC X(01).
           05 TR-DADOS-BANCARIOS.
               10 TR-BANCO           PIC 9(03).
               10 TR-AGENCIA         PIC 9(04).
               10 TR-CONTA           PIC 9(08).

      *    Titulo a pagar: um por transportadora e fatura (sequencia
      *    01); aprovacao de linha retida abre a sequencia seguinte.
       FD  CONTASPAG-FILE.
       01  CONTASPAG-REG.
           05 CP-TRANSPORTADORA       PIC X(03).
           05 CP-FATURA               PIC X(10).
           05 CP-SEQUENCIA            PIC 9(02).
           05 CP-DATA-EMISSAO         PIC 9(08).
           05 CP-DATA-VENCTO          PIC 9(08).
           05 CP-VALOR-BRUTO          PIC 9(10)V99.
           05 CP-VALOR-ABATIDO        PIC 9(10)V99.
           05 CP-QTD-PEDIDOS          PIC 9(05).
           05 CP-STATUS               PIC X(08).
           05 CP-DATA-REMESSA         PIC 9(08).

      *    Linha divergente retida: R retida, A aprovada, X recusada.
       FD  PAGTRETIDO-FILE.
       01  PAGTRETIDO-REG.
           05 RT-TRANSPORTADORA       PIC X(03).
           05 RT-FATURA               PIC X(10).
           05 RT-PEDIDO               PIC 9(08).
           05 RT-VALOR-COBRADO        PIC 9(08)V99.
           05 RT-VALOR-CALCULADO      PIC 9(08)V99.
           05 RT-DATA-RETENCAO        PIC 9(08).
           05 RT-SITUACAO             PIC X(01).
           05 RT-VALOR-APROVADO       PIC 9(08)V99.
           05 RT-DATA-DECISAO         PIC 9(08).
           05 RT-APROVADOR            PIC X(10).

      *    Decisao sobre linha retida: A aprova pelo valor cobrado,
      *    C aprova pelo valor calculado, R recusa.
       FD  PAGAPROV-FILE.
       01  PAGAPROV-REG.
           05 AP-TRANSPORTADORA       PIC X(03).
           05 AP-FATURA               PIC X(10).
           05 AP-PEDIDO               PIC 9(08).
           05 AP-ACAO                 PIC X(01).
           05 AP-APROVADOR            PIC X(10).

       FD  PAGEXC-FILE.
       01  PAGEXC-REG.
           05 PX-TRANSPORTADORA       PIC X(03).
           05 PX-FATURA               PIC X(10).
           05 PX-PEDIDO               PIC 9(08).
           05 PX-ACAO                 PIC X(01).
           05 PX-APROVADOR            PIC X(10).
           05 PX-MOTIVO               PIC X(30).

       FD  PAGREM-FILE.
       01  PAGREM-REG                 PIC X(60).

       FD  PAGTRANSPREL-FILE.
       01  PAGTRANSPREL-REG           PIC X(80).

       FD  PARAMPAG-FILE.
       01  PARAMPAG-REG.
           05 PG-DIAS-PRAZO           PIC 9(03).

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

         01 WRK-PARM-DIAUTIL.
             05 WRK-DU-DATA        PIC 9(08) VALUE ZEROS.
             05 WRK-DU-UF          PIC X(02) VALUE SPACES.
             05 WRK-DU-EH-UTIL     PIC X(01) VALUE "S".
             05 WRK-DU-PROXIMO     PIC 9(08) VALUE ZEROS.
             05 WRK-DU-RETORNO     PIC 9(02) VALUE ZEROS.

         01 WRK-PARM-BKP.
             05 WRK-BKP-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-BKP-RETORNO    PIC 9(02) VALUE ZEROS.
           COPY EXCDIARIOCPY.

         77 WRK-STATUS-FATCONC     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TRANSP      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CONTASPAG   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PAGTRETIDO  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PAGAPROV    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PAGEXC      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PAGREM      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-RELATORIO   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAMPAG    PIC X(02) VALUE SPACES.
         77 WRK-FIM-FATCONC        PIC X(01) VALUE "N".
             88 FIM-FATCONC VALUE "S".
         77 WRK-FIM-TRANSP         PIC X(01) VALUE "N".
             88 FIM-TRANSP VALUE "S".
         77 WRK-FIM-CONTASPAG      PIC X(01) VALUE "N".
             88 FIM-CONTASPAG VALUE "S".
         77 WRK-FIM-PAGTRETIDO     PIC X(01) VALUE "N".
             88 FIM-PAGTRETIDO VALUE "S".
         77 WRK-FIM-PAGAPROV       PIC X(01) VALUE "N".
             88 FIM-PAGAPROV VALUE "S".

         77 WRK-DIAS-PRAZO         PIC 9(03) VALUE 10.
         77 WRK-DATA-SISTEMA       PIC 9(08) VALUE ZEROS.
         77 WRK-DATA-VENCTO        PIC 9(08) VALUE ZEROS.
         77 WRK-DIAS-CONTADOS      PIC 9(03) VALUE ZEROS.
      *    A copia de seguranca devolve o proprio retorno; o aviso
      *    da rodada e guardado em volta da chamada.
         77 WRK-RETORNO-GUARDADO   PIC 9(02) VALUE ZEROS.

      *    Fatura sem numero (linha de FATTRANSP.DAT anterior ao
      *    campo) e identificada pela data da conciliacao.
         01 WRK-FATURA-SEM-NUMERO.
             05 FILLER             PIC X(02) VALUE "SN".
             05 WRK-FSN-DATA       PIC 9(08) VALUE ZEROS.
         77 WRK-FATURA-LINHA       PIC X(10) VALUE SPACES.

      *    Cadastro de transportadoras com os dados bancarios.
         01 TAB-TRANSP.
             05 TAB-TP-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-TRANSP
                 INDEXED BY TAB-TP-IDX.
                 10 TAB-TP-CODIGO      PIC X(03).
                 10 TAB-TP-BANCO       PIC 9(03).
                 10 TAB-TP-AGENCIA     PIC 9(04).
                 10 TAB-TP-CONTA       PIC 9(08).
         77 WRK-QTD-TRANSP         PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-TRANSP       PIC X(01) VALUE "N".
             88 ACHOU-TRANSP VALUE "S".

      *    Mestre de titulos em memoria; TAB-TT-NOVO marca o titulo
      *    aberto nesta rodada pelas linhas conferidas (recebe o
      *    abatimento de sinistro; complementar de aprovacao nao).
         01 TAB-TITULO.
             05 TAB-TT-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-TITULO
                 INDEXED BY TAB-TT-IDX.
                 10 TAB-TT-TRANSP      PIC X(03).
                 10 TAB-TT-FATURA      PIC X(10).
                 10 TAB-TT-SEQUENCIA   PIC 9(02).
                 10 TAB-TT-EMISSAO     PIC 9(08).
                 10 TAB-TT-VENCTO      PIC 9(08).
                 10 TAB-TT-BRUTO       PIC 9(10)V99.
                 10 TAB-TT-ABATIDO     PIC 9(10)V99.
                 10 TAB-TT-QTD-PEDIDOS PIC 9(05).
                 10 TAB-TT-STATUS      PIC X(08).
                 10 TAB-TT-REMESSA     PIC 9(08).
                 10 TAB-TT-NOVO        PIC X(01).
         77 WRK-QTD-TITULO         PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-TITULO       PIC X(01) VALUE "N".
             88 ACHOU-TITULO VALUE "S".
         77 WRK-MAIOR-SEQUENCIA    PIC 9(02) VALUE ZEROS.

      *    Linhas conferidas da rodada somadas por transportadora e
      *    fatura, e aprovacoes da rodada na mesma forma.
         01 TAB-FATURA.
             05 TAB-FA-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-FATURA
                 INDEXED BY TAB-FA-IDX.
                 10 TAB-FA-TRANSP      PIC X(03).
                 10 TAB-FA-FATURA      PIC X(10).
                 10 TAB-FA-VALOR       PIC 9(10)V99.
                 10 TAB-FA-QTD         PIC 9(05).
         77 WRK-QTD-FATURA         PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-FATURA       PIC X(01) VALUE "N".
             88 ACHOU-FATURA VALUE "S".
         77 WRK-BUSCA-TRANSP       PIC X(03) VALUE SPACES.
         77 WRK-BUSCA-FATURA       PIC X(10) VALUE SPACES.
         77 WRK-VALOR-LINHA        PIC 9(08)V99 VALUE ZEROS.

         01 TAB-APROVADA.
             05 TAB-AV-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-APROVADA
                 INDEXED BY TAB-AV-IDX.
                 10 TAB-AV-TRANSP      PIC X(03).
                 10 TAB-AV-FATURA      PIC X(10).
                 10 TAB-AV-VALOR       PIC 9(10)V99.
                 10 TAB-AV-QTD         PIC 9(05).
         77 WRK-QTD-APROVADA       PIC 9(03) VALUE ZEROS.

      *    Abatimentos de sinistro da rodada por transportadora.
         01 TAB-ABATIMENTO.
             05 TAB-AB-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-ABATIMENTO
                 INDEXED BY TAB-AB-IDX.
                 10 TAB-AB-TRANSP      PIC X(03).
                 10 TAB-AB-VALOR       PIC 9(10)V99.
                 10 TAB-AB-SALDO       PIC 9(10)V99.
         77 WRK-QTD-ABATIMENTO     PIC 9(03) VALUE ZEROS.
         77 WRK-SALDO-TITULO       PIC 9(10)V99 VALUE ZEROS.
         77 WRK-ABATER             PIC 9(10)V99 VALUE ZEROS.

      *    Linhas retidas em memoria; o arquivo e regravado inteiro.
         01 TAB-RETIDA.
             05 TAB-RT-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-RETIDA
                 INDEXED BY TAB-RT-IDX.
                 10 TAB-RT-TRANSP      PIC X(03).
                 10 TAB-RT-FATURA      PIC X(10).
                 10 TAB-RT-PEDIDO      PIC 9(08).
                 10 TAB-RT-COBRADO     PIC 9(08)V99.
                 10 TAB-RT-CALCULADO   PIC 9(08)V99.
                 10 TAB-RT-DATA        PIC 9(08).
                 10 TAB-RT-SITUACAO    PIC X(01).
                 10 TAB-RT-APROVADO    PIC 9(08)V99.
                 10 TAB-RT-DECISAO     PIC 9(08).
                 10 TAB-RT-APROVADOR   PIC X(10).
         77 WRK-QTD-RETIDA         PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-RETIDA       PIC X(01) VALUE "N".
             88 ACHOU-RETIDA VALUE "S".

         77 WRK-MOVTO-VALIDO       PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO             PIC X(30) VALUE SPACES.

      *    Remessa de pagamento no layout da REMESSA.DAT da folha.
         77 WRK-QTD-REMESSA        PIC 9(06) VALUE ZEROS.
         77 WRK-SOMA-REMESSA       PIC 9(10)V99 VALUE ZEROS.
         01 WRK-REM-HEADER.
             05 FILLER             PIC X(01) VALUE "H".
             05 WRK-RH-DATA        PIC 9(08).
             05 FILLER             PIC X(15) VALUE "PAGTO TRANSPORT".
             05 FILLER             PIC X(36) VALUE SPACES.
         01 WRK-REM-DETALHE.
             05 FILLER             PIC X(01) VALUE "D".
             05 WRK-RD-BANCO       PIC 9(03).
             05 WRK-RD-AGENCIA     PIC 9(04).
             05 WRK-RD-CONTA       PIC 9(08).
             05 WRK-RD-TRANSP      PIC X(03).
             05 WRK-RD-FATURA      PIC X(10).
             05 WRK-RD-SEQUENCIA   PIC 9(02).
             05 WRK-RD-VALOR       PIC 9(08)V99.
             05 WRK-RD-VENCTO      PIC 9(08).
             05 FILLER             PIC X(11) VALUE SPACES.
         01 WRK-REM-TRAILER.
             05 FILLER             PIC X(01) VALUE "T".
             05 WRK-RT-QTD         PIC 9(06).
             05 WRK-RT-SOMA        PIC 9(10)V99.
             05 FILLER             PIC X(41) VALUE SPACES.

         77 WRK-QTD-NOVOS          PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-CONFERIDAS     PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-RETIDAS-NOVAS  PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-SEM-CALCULO    PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-JA-PROCESSADA  PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-APROVACOES     PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-RECUSAS        PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-SEM-BANCO      PIC 9(05) VALUE ZEROS.
         77 WRK-TOTAL-ABATIDO      PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOTAL-RETIDO       PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOTAL-ABERTO       PIC 9(11)V99 VALUE ZEROS.

         01 WRK-LINHA-TITULO.
             05 WRK-LT-TRANSP      PIC X(03).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LT-FATURA      PIC X(10).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LT-SEQUENCIA   PIC 9(02).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LT-VENCTO      PIC 9(08).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LT-BRUTO       PIC ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LT-ABATIDO     PIC ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LT-LIQUIDO     PIC ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LT-STATUS      PIC X(08).

         01 WRK-LINHA-RETIDA.
             05 WRK-LR-TRANSP      PIC X(03).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LR-FATURA      PIC X(10).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LR-PEDIDO      PIC 9(08).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LR-DATA        PIC 9(08).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LR-COBRADO     PIC ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LR-CALCULADO   PIC ZZ.ZZZ.ZZ9,99.

         01 WRK-LINHA-TOTAL.
             05 WRK-LTT-ROTULO     PIC X(30).
             05 WRK-LTT-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99.

         77 WRK-QTD-ED             PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-LE-CONCILIACAO
              PERFORM 0200-ABRE-TITULOS
              PERFORM 0300-APLICA-APROVACOES
              PERFORM 0400-APLICA-ABATIMENTOS
              PERFORM 0500-GERA-REMESSA
              PERFORM 0700-GRAVA-MESTRE
              PERFORM 0750-GRAVA-RETIDAS
              PERFORM 8000-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-FATCONC
              MOVE "N" TO WRK-FIM-TRANSP
              MOVE "N" TO WRK-FIM-CONTASPAG
              MOVE "N" TO WRK-FIM-PAGTRETIDO
              MOVE "N" TO WRK-FIM-PAGAPROV
              MOVE 10 TO WRK-DIAS-PRAZO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-TRANSP
              MOVE ZEROS TO WRK-QTD-TITULO
              MOVE ZEROS TO WRK-QTD-FATURA
              MOVE ZEROS TO WRK-QTD-APROVADA
              MOVE ZEROS TO WRK-QTD-ABATIMENTO
              MOVE ZEROS TO WRK-QTD-RETIDA
              MOVE ZEROS TO WRK-QTD-REMESSA
              MOVE ZEROS TO WRK-SOMA-REMESSA
              MOVE ZEROS TO WRK-QTD-NOVOS
              MOVE ZEROS TO WRK-QTD-CONFERIDAS
              MOVE ZEROS TO WRK-QTD-RETIDAS-NOVAS
              MOVE ZEROS TO WRK-QTD-SEM-CALCULO
              MOVE ZEROS TO WRK-QTD-JA-PROCESSADA
              MOVE ZEROS TO WRK-QTD-APROVACOES
              MOVE ZEROS TO WRK-QTD-RECUSAS
              MOVE ZEROS TO WRK-QTD-SEM-BANCO
              MOVE ZEROS TO WRK-TOTAL-ABATIDO
              MOVE ZEROS TO WRK-TOTAL-RETIDO
              MOVE ZEROS TO WRK-TOTAL-ABERTO
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "CONTAS-PAGAR-TR" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE WRK-DATA-SISTEMA TO WRK-FSN-DATA
              PERFORM 1050-CARREGA-PARAMETRO
              PERFORM 1060-CARREGA-TRANSP
              PERFORM 1070-CARREGA-MESTRE
              PERFORM 1080-CARREGA-RETIDAS
              OPEN OUTPUT PAGEXC-FILE
              IF WRK-STATUS-PAGEXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PAGEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PAGEXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT PAGTRANSPREL-FILE
              IF WRK-STATUS-RELATORIO NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PAGTRANSPREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-RELATORIO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "CONTAS A PAGAR - TRANSPORTADORAS"
                  TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "TRN FATURA     SQ VENCIMTO         BRUTO"
                  DELIMITED BY SIZE
                  "       ABATIDO       LIQUIDO STATUS"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

         1050-CARREGA-PARAMETRO SECTION.
              OPEN INPUT PARAMPAG-FILE
              IF WRK-STATUS-PARAMPAG = "00"
                  READ PARAMPAG-FILE INTO PARAMPAG-REG
                      NOT AT END
                          IF PG-DIAS-PRAZO NUMERIC
                              AND PG-DIAS-PRAZO GREATER ZERO
                              MOVE PG-DIAS-PRAZO TO WRK-DIAS-PRAZO
                          END-IF
                  END-READ
                  CLOSE PARAMPAG-FILE
              END-IF
              DISPLAY "Prazo de vencimento em dias uteis : "
                  WRK-DIAS-PRAZO.

      *    Sem o cadastro nao ha dados bancarios para a remessa.
         1060-CARREGA-TRANSP SECTION.
              OPEN INPUT TRANSP-FILE
              IF WRK-STATUS-TRANSP NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "TRANSP.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-TRANSP TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-TRANSP
                  READ TRANSP-FILE INTO TRANSP-REG
                      AT END
                          SET FIM-TRANSP TO TRUE
                      NOT AT END
                          IF WRK-QTD-TRANSP LESS 100
                              ADD 1 TO WRK-QTD-TRANSP
                              SET TAB-TP-IDX TO WRK-QTD-TRANSP
                              IF TR-DADOS-BANCARIOS NOT NUMERIC
                                  MOVE ZEROS TO TR-DADOS-BANCARIOS
                              END-IF
                              MOVE TR-CODIGO TO
                                  TAB-TP-CODIGO(TAB-TP-IDX)
                              MOVE TR-BANCO TO
                                  TAB-TP-BANCO(TAB-TP-IDX)
                              MOVE TR-AGENCIA TO
                                  TAB-TP-AGENCIA(TAB-TP-IDX)
                              MOVE TR-CONTA TO
                                  TAB-TP-CONTA(TAB-TP-IDX)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE TRANSP-FILE.

         1070-CARREGA-MESTRE SECTION.
              OPEN INPUT CONTASPAG-FILE
              IF WRK-STATUS-CONTASPAG = "00"
                  PERFORM UNTIL FIM-CONTASPAG
                      READ CONTASPAG-FILE INTO CONTASPAG-REG
                          AT END
                              SET FIM-CONTASPAG TO TRUE
                          NOT AT END
                              PERFORM 1075-GUARDA-TITULO
                      END-READ
                  END-PERFORM
                  CLOSE CONTASPAG-FILE
              END-IF.

         1075-GUARDA-TITULO SECTION.
              IF WRK-QTD-TITULO NOT LESS 500
                  DISPLAY "CONTASPAG.DAT maior que o limite de"
                      " 500 titulos"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-TITULO
              SET TAB-TT-IDX TO WRK-QTD-TITULO
              MOVE CP-TRANSPORTADORA TO TAB-TT-TRANSP(TAB-TT-IDX)
              MOVE CP-FATURA         TO TAB-TT-FATURA(TAB-TT-IDX)
              MOVE CP-SEQUENCIA      TO TAB-TT-SEQUENCIA(TAB-TT-IDX)
              MOVE CP-DATA-EMISSAO   TO TAB-TT-EMISSAO(TAB-TT-IDX)
              MOVE CP-DATA-VENCTO    TO TAB-TT-VENCTO(TAB-TT-IDX)
              MOVE CP-VALOR-BRUTO    TO TAB-TT-BRUTO(TAB-TT-IDX)
              MOVE CP-VALOR-ABATIDO  TO TAB-TT-ABATIDO(TAB-TT-IDX)
              MOVE CP-QTD-PEDIDOS    TO TAB-TT-QTD-PEDIDOS(TAB-TT-IDX)
              MOVE CP-STATUS         TO TAB-TT-STATUS(TAB-TT-IDX)
              MOVE CP-DATA-REMESSA   TO TAB-TT-REMESSA(TAB-TT-IDX)
              MOVE "N"               TO TAB-TT-NOVO(TAB-TT-IDX).

         1080-CARREGA-RETIDAS SECTION.
              OPEN INPUT PAGTRETIDO-FILE
              IF WRK-STATUS-PAGTRETIDO = "00"
                  PERFORM UNTIL FIM-PAGTRETIDO
                      READ PAGTRETIDO-FILE INTO PAGTRETIDO-REG
                          AT END
                              SET FIM-PAGTRETIDO TO TRUE
                          NOT AT END
                              PERFORM 1085-GUARDA-RETIDA
                      END-READ
                  END-PERFORM
                  CLOSE PAGTRETIDO-FILE
              END-IF.

         1085-GUARDA-RETIDA SECTION.
              IF WRK-QTD-RETIDA NOT LESS 1000
                  DISPLAY "PAGTRETIDO.DAT maior que o limite de"
                      " 1000 linhas"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-RETIDA
              SET TAB-RT-IDX TO WRK-QTD-RETIDA
              MOVE RT-TRANSPORTADORA  TO TAB-RT-TRANSP(TAB-RT-IDX)
              MOVE RT-FATURA          TO TAB-RT-FATURA(TAB-RT-IDX)
              MOVE RT-PEDIDO          TO TAB-RT-PEDIDO(TAB-RT-IDX)
              MOVE RT-VALOR-COBRADO   TO TAB-RT-COBRADO(TAB-RT-IDX)
              MOVE RT-VALOR-CALCULADO TO TAB-RT-CALCULADO(TAB-RT-IDX)
              MOVE RT-DATA-RETENCAO   TO TAB-RT-DATA(TAB-RT-IDX)
              MOVE RT-SITUACAO        TO TAB-RT-SITUACAO(TAB-RT-IDX)
              MOVE RT-VALOR-APROVADO  TO TAB-RT-APROVADO(TAB-RT-IDX)
              MOVE RT-DATA-DECISAO    TO TAB-RT-DECISAO(TAB-RT-IDX)
              MOVE RT-APROVADOR       TO TAB-RT-APROVADOR(TAB-RT-IDX).

      *    Linhas conferidas somam na fatura; divergentes ficam
      *    retidas; cobranca sem calculo ja saiu como excecao na
      *    conciliacao e nao entra no pagamento.
         0100-LE-CONCILIACAO SECTION.
              OPEN INPUT FATCONC-FILE
              IF WRK-STATUS-FATCONC NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FATCONC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FATCONC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-FATCONC
                  READ FATCONC-FILE INTO FATCONC-REG
                      AT END
                          SET FIM-FATCONC TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          PERFORM 0110-CLASSIFICA-LINHA
                  END-READ
              END-PERFORM
              CLOSE FATCONC-FILE.

         0110-CLASSIFICA-LINHA SECTION.
              IF FC-FATURA = SPACES
                  MOVE FC-DATA TO WRK-FSN-DATA
                  MOVE WRK-FATURA-SEM-NUMERO TO WRK-FATURA-LINHA
              ELSE
                  MOVE FC-FATURA TO WRK-FATURA-LINHA
              END-IF
              EVALUATE FC-SITUACAO
                  WHEN "C"
                      ADD 1 TO WRK-QTD-CONFERIDAS
                      MOVE FC-TRANSPORTADORA TO WRK-BUSCA-TRANSP
                      MOVE WRK-FATURA-LINHA TO WRK-BUSCA-FATURA
                      MOVE FC-VALOR-COBRADO TO WRK-VALOR-LINHA
                      PERFORM 0120-SOMA-FATURA
                  WHEN "D"
                      PERFORM 0130-RETEM-LINHA
                  WHEN "S"
                      ADD 1 TO WRK-QTD-SEM-CALCULO
                  WHEN "B"
                      PERFORM 0140-GUARDA-ABATIMENTO
              END-EVALUATE.

         0120-SOMA-FATURA SECTION.
              MOVE "N" TO WRK-ACHOU-FATURA
              IF WRK-QTD-FATURA GREATER ZERO
                  SET TAB-FA-IDX TO 1
                  SEARCH TAB-FA-REG
                      AT END
                          CONTINUE
                      WHEN TAB-FA-TRANSP(TAB-FA-IDX) = WRK-BUSCA-TRANSP
                          AND TAB-FA-FATURA(TAB-FA-IDX) =
                              WRK-BUSCA-FATURA
                          SET ACHOU-FATURA TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-FATURA
                  IF WRK-QTD-FATURA NOT LESS 200
                      DISPLAY "Mais de 200 faturas na conciliacao"
                          " - lote abortado"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-FATURA
                  SET TAB-FA-IDX TO WRK-QTD-FATURA
                  MOVE WRK-BUSCA-TRANSP TO TAB-FA-TRANSP(TAB-FA-IDX)
                  MOVE WRK-BUSCA-FATURA TO TAB-FA-FATURA(TAB-FA-IDX)
                  MOVE ZEROS TO TAB-FA-VALOR(TAB-FA-IDX)
                  MOVE ZEROS TO TAB-FA-QTD(TAB-FA-IDX)
              END-IF
              ADD WRK-VALOR-LINHA TO TAB-FA-VALOR(TAB-FA-IDX)
              ADD 1 TO TAB-FA-QTD(TAB-FA-IDX).

      *    A mesma conciliacao processada de novo nao retem a linha
      *    duas vezes.
         0130-RETEM-LINHA SECTION.
              MOVE "N" TO WRK-ACHOU-RETIDA
              IF WRK-QTD-RETIDA GREATER ZERO
                  SET TAB-RT-IDX TO 1
                  SEARCH TAB-RT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-RT-TRANSP(TAB-RT-IDX) =
                          FC-TRANSPORTADORA
                          AND TAB-RT-FATURA(TAB-RT-IDX) =
                              WRK-FATURA-LINHA
                          AND TAB-RT-PEDIDO(TAB-RT-IDX) = FC-PEDIDO
                          SET ACHOU-RETIDA TO TRUE
                  END-SEARCH
              END-IF
              IF ACHOU-RETIDA
                  GO TO 0130-SAIDA
              END-IF
              IF WRK-QTD-RETIDA NOT LESS 1000
                  DISPLAY "Mais de 1000 linhas retidas - lote abortado"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-RETIDA
              ADD 1 TO WRK-QTD-RETIDAS-NOVAS
              SET TAB-RT-IDX TO WRK-QTD-RETIDA
              MOVE FC-TRANSPORTADORA  TO TAB-RT-TRANSP(TAB-RT-IDX)
              MOVE WRK-FATURA-LINHA   TO TAB-RT-FATURA(TAB-RT-IDX)
              MOVE FC-PEDIDO          TO TAB-RT-PEDIDO(TAB-RT-IDX)
              MOVE FC-VALOR-COBRADO   TO TAB-RT-COBRADO(TAB-RT-IDX)
              MOVE FC-VALOR-CALCULADO TO TAB-RT-CALCULADO(TAB-RT-IDX)
              MOVE WRK-DATA-SISTEMA   TO TAB-RT-DATA(TAB-RT-IDX)
              MOVE "R"                TO TAB-RT-SITUACAO(TAB-RT-IDX)
              MOVE ZEROS              TO TAB-RT-APROVADO(TAB-RT-IDX)
              MOVE ZEROS              TO TAB-RT-DECISAO(TAB-RT-IDX)
              MOVE SPACES             TO TAB-RT-APROVADOR(TAB-RT-IDX).
         0130-SAIDA.
              EXIT.

         0140-GUARDA-ABATIMENTO SECTION.
              IF WRK-QTD-ABATIMENTO NOT LESS 100
                  DISPLAY "Mais de 100 abatimentos na conciliacao"
                      " - lote abortado"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-ABATIMENTO
              SET TAB-AB-IDX TO WRK-QTD-ABATIMENTO
              MOVE FC-TRANSPORTADORA TO TAB-AB-TRANSP(TAB-AB-IDX)
              MOVE FC-VALOR-COBRADO  TO TAB-AB-VALOR(TAB-AB-IDX)
              MOVE FC-VALOR-COBRADO  TO TAB-AB-SALDO(TAB-AB-IDX).

      *    Um titulo por transportadora e fatura; fatura que ja tem
      *    titulo no mestre nao e aberta de novo (a mesma conciliacao
      *    pode ser reprocessada sem duplicar o pagamento).
         0200-ABRE-TITULOS SECTION.
              PERFORM VARYING TAB-FA-IDX FROM 1 BY 1
                  UNTIL TAB-FA-IDX GREATER WRK-QTD-FATURA
                  MOVE TAB-FA-TRANSP(TAB-FA-IDX) TO WRK-BUSCA-TRANSP
                  MOVE TAB-FA-FATURA(TAB-FA-IDX) TO WRK-BUSCA-FATURA
                  PERFORM 0250-LOCALIZA-TITULO
                  IF ACHOU-TITULO
                      ADD 1 TO WRK-QTD-JA-PROCESSADA
                      MOVE TAB-FA-TRANSP(TAB-FA-IDX) TO WRK-EXC-CHAVE
                      MOVE "FATURA DE TRANSPORTADORA JA PROCESSADA"
                          TO WRK-EXC-MOTIVO
                      PERFORM 0655-GRAVA-EXCDIARIO
                  ELSE
                      PERFORM 0220-NOVO-TITULO
                      MOVE "S" TO TAB-TT-NOVO(TAB-TT-IDX)
                      MOVE TAB-FA-VALOR(TAB-FA-IDX)
                          TO TAB-TT-BRUTO(TAB-TT-IDX)
                      MOVE TAB-FA-QTD(TAB-FA-IDX)
                          TO TAB-TT-QTD-PEDIDOS(TAB-TT-IDX)
                  END-IF
              END-PERFORM.

      *    Abre o titulo de WRK-BUSCA-TRANSP/WRK-BUSCA-FATURA na
      *    sequencia seguinte a maior ja existente da fatura.
         0220-NOVO-TITULO SECTION.
              IF WRK-QTD-TITULO NOT LESS 500
                  DISPLAY "Mestre de titulos a pagar cheio"
                      " - lote abortado"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              PERFORM 0230-CALCULA-VENCIMENTO
              ADD 1 TO WRK-QTD-TITULO
              ADD 1 TO WRK-QTD-NOVOS
              ADD 1 TO WRK-JOB-GRAVADOS
              SET TAB-TT-IDX TO WRK-QTD-TITULO
              MOVE WRK-BUSCA-TRANSP TO TAB-TT-TRANSP(TAB-TT-IDX)
              MOVE WRK-BUSCA-FATURA TO TAB-TT-FATURA(TAB-TT-IDX)
              COMPUTE TAB-TT-SEQUENCIA(TAB-TT-IDX) =
                  WRK-MAIOR-SEQUENCIA + 1
              MOVE WRK-DATA-SISTEMA TO TAB-TT-EMISSAO(TAB-TT-IDX)
              MOVE WRK-DATA-VENCTO  TO TAB-TT-VENCTO(TAB-TT-IDX)
              MOVE ZEROS            TO TAB-TT-BRUTO(TAB-TT-IDX)
              MOVE ZEROS            TO TAB-TT-ABATIDO(TAB-TT-IDX)
              MOVE ZEROS            TO TAB-TT-QTD-PEDIDOS(TAB-TT-IDX)
              MOVE "ABERTO"         TO TAB-TT-STATUS(TAB-TT-IDX)
              MOVE ZEROS            TO TAB-TT-REMESSA(TAB-TT-IDX)
              MOVE "N"              TO TAB-TT-NOVO(TAB-TT-IDX).

      *    Vencimento: WRK-DIAS-PRAZO dias uteis depois da emissao,
      *    avancando de dia util em dia util pela rotina DIAUTIL.
         0230-CALCULA-VENCIMENTO SECTION.
              MOVE WRK-DATA-SISTEMA TO WRK-DATA-VENCTO
              MOVE ZEROS TO WRK-DIAS-CONTADOS
              PERFORM UNTIL WRK-DIAS-CONTADOS NOT LESS WRK-DIAS-PRAZO
                  MOVE WRK-DATA-VENCTO TO WRK-DU-DATA
                  MOVE SPACES TO WRK-DU-UF
                  MOVE RETURN-CODE TO WRK-DU-RETORNO
                  CALL "DIAUTIL" USING WRK-PARM-DIAUTIL
                  MOVE WRK-DU-PROXIMO TO WRK-DATA-VENCTO
                  ADD 1 TO WRK-DIAS-CONTADOS
              END-PERFORM.

      *    Procura a fatura no mestre e guarda a maior sequencia ja
      *    usada por ela.
         0250-LOCALIZA-TITULO SECTION.
              MOVE "N" TO WRK-ACHOU-TITULO
              MOVE ZEROS TO WRK-MAIOR-SEQUENCIA
              PERFORM VARYING TAB-TT-IDX FROM 1 BY 1
                  UNTIL TAB-TT-IDX GREATER WRK-QTD-TITULO
                  IF TAB-TT-TRANSP(TAB-TT-IDX) = WRK-BUSCA-TRANSP
                      AND TAB-TT-FATURA(TAB-TT-IDX) = WRK-BUSCA-FATURA
                      SET ACHOU-TITULO TO TRUE
                      IF TAB-TT-SEQUENCIA(TAB-TT-IDX) GREATER
                          WRK-MAIOR-SEQUENCIA
                          MOVE TAB-TT-SEQUENCIA(TAB-TT-IDX)
                              TO WRK-MAIOR-SEQUENCIA
                      END-IF
                  END-IF
              END-PERFORM.

      *    O arquivo de aprovacoes e opcional: sem ele as linhas
      *    retidas continuam aguardando. As aprovadas de cada fatura
      *    viram um titulo complementar.
         0300-APLICA-APROVACOES SECTION.
              OPEN INPUT PAGAPROV-FILE
              IF WRK-STATUS-PAGAPROV NOT = "00"
                  GO TO 0300-SAIDA
              END-IF
              PERFORM UNTIL FIM-PAGAPROV
                  READ PAGAPROV-FILE INTO PAGAPROV-REG
                      AT END
                          SET FIM-PAGAPROV TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          PERFORM 0320-DECIDE-RETIDA
                  END-READ
              END-PERFORM
              CLOSE PAGAPROV-FILE
              PERFORM VARYING TAB-AV-IDX FROM 1 BY 1
                  UNTIL TAB-AV-IDX GREATER WRK-QTD-APROVADA
                  MOVE TAB-AV-TRANSP(TAB-AV-IDX) TO WRK-BUSCA-TRANSP
                  MOVE TAB-AV-FATURA(TAB-AV-IDX) TO WRK-BUSCA-FATURA
                  PERFORM 0250-LOCALIZA-TITULO
                  PERFORM 0220-NOVO-TITULO
                  MOVE TAB-AV-VALOR(TAB-AV-IDX)
                      TO TAB-TT-BRUTO(TAB-TT-IDX)
                  MOVE TAB-AV-QTD(TAB-AV-IDX)
                      TO TAB-TT-QTD-PEDIDOS(TAB-TT-IDX)
              END-PERFORM.
         0300-SAIDA.
              EXIT.

         0320-DECIDE-RETIDA SECTION.
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE SPACES TO WRK-MOTIVO
              MOVE "N" TO WRK-ACHOU-RETIDA
              IF WRK-QTD-RETIDA GREATER ZERO
                  SET TAB-RT-IDX TO 1
                  SEARCH TAB-RT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-RT-TRANSP(TAB-RT-IDX) =
                          AP-TRANSPORTADORA
                          AND TAB-RT-FATURA(TAB-RT-IDX) = AP-FATURA
                          AND TAB-RT-PEDIDO(TAB-RT-IDX) = AP-PEDIDO
                          SET ACHOU-RETIDA TO TRUE
                  END-SEARCH
              END-IF
              EVALUATE TRUE
                  WHEN AP-ACAO NOT = "A" AND AP-ACAO NOT = "C"
                      AND AP-ACAO NOT = "R"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "ACAO INVALIDA" TO WRK-MOTIVO
                  WHEN AP-APROVADOR = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "APROVADOR NAO INFORMADO" TO WRK-MOTIVO
                  WHEN NOT ACHOU-RETIDA
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "LINHA RETIDA NAO ENCONTRADA" TO WRK-MOTIVO
                  WHEN TAB-RT-SITUACAO(TAB-RT-IDX) NOT = "R"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "LINHA JA DECIDIDA" TO WRK-MOTIVO
              END-EVALUATE
              IF NOT MOVTO-VALIDO
                  PERFORM 0650-GRAVA-EXCECAO
                  GO TO 0320-SAIDA
              END-IF
              MOVE WRK-DATA-SISTEMA TO TAB-RT-DECISAO(TAB-RT-IDX)
              MOVE AP-APROVADOR TO TAB-RT-APROVADOR(TAB-RT-IDX)
              EVALUATE AP-ACAO
                  WHEN "A"
                      MOVE TAB-RT-COBRADO(TAB-RT-IDX)
                          TO TAB-RT-APROVADO(TAB-RT-IDX)
                  WHEN "C"
                      MOVE TAB-RT-CALCULADO(TAB-RT-IDX)
                          TO TAB-RT-APROVADO(TAB-RT-IDX)
                  WHEN OTHER
                      MOVE ZEROS TO TAB-RT-APROVADO(TAB-RT-IDX)
              END-EVALUATE
              IF AP-ACAO = "R"
                  MOVE "X" TO TAB-RT-SITUACAO(TAB-RT-IDX)
                  ADD 1 TO WRK-QTD-RECUSAS
              ELSE
                  MOVE "A" TO TAB-RT-SITUACAO(TAB-RT-IDX)
                  ADD 1 TO WRK-QTD-APROVACOES
                  PERFORM 0340-SOMA-APROVADA
              END-IF.
         0320-SAIDA.
              EXIT.

         0340-SOMA-APROVADA SECTION.
              MOVE "N" TO WRK-ACHOU-FATURA
              IF WRK-QTD-APROVADA GREATER ZERO
                  SET TAB-AV-IDX TO 1
                  SEARCH TAB-AV-REG
                      AT END
                          CONTINUE
                      WHEN TAB-AV-TRANSP(TAB-AV-IDX) =
                          TAB-RT-TRANSP(TAB-RT-IDX)
                          AND TAB-AV-FATURA(TAB-AV-IDX) =
                              TAB-RT-FATURA(TAB-RT-IDX)
                          SET ACHOU-FATURA TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-FATURA
                  IF WRK-QTD-APROVADA NOT LESS 200
                      DISPLAY "Mais de 200 faturas com aprovacao"
                          " - lote abortado"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-APROVADA
                  SET TAB-AV-IDX TO WRK-QTD-APROVADA
                  MOVE TAB-RT-TRANSP(TAB-RT-IDX)
                      TO TAB-AV-TRANSP(TAB-AV-IDX)
                  MOVE TAB-RT-FATURA(TAB-RT-IDX)
                      TO TAB-AV-FATURA(TAB-AV-IDX)
                  MOVE ZEROS TO TAB-AV-VALOR(TAB-AV-IDX)
                  MOVE ZEROS TO TAB-AV-QTD(TAB-AV-IDX)
              END-IF
              ADD TAB-RT-APROVADO(TAB-RT-IDX)
                  TO TAB-AV-VALOR(TAB-AV-IDX)
              ADD 1 TO TAB-AV-QTD(TAB-AV-IDX).

      *    Abatimento de sinistro da rodada sai dos titulos abertos
      *    nesta rodada para a transportadora, na ordem de abertura;
      *    o que nao couber sai como aviso para acerto manual.
      *    Conciliacao reprocessada (toda fatura ja tinha titulo) ja
      *    teve o abatimento descontado na primeira vez.
         0400-APLICA-ABATIMENTOS SECTION.
              IF WRK-QTD-FATURA GREATER ZERO
                  AND WRK-QTD-JA-PROCESSADA = WRK-QTD-FATURA
                  GO TO 0400-SAIDA
              END-IF
              PERFORM VARYING TAB-AB-IDX FROM 1 BY 1
                  UNTIL TAB-AB-IDX GREATER WRK-QTD-ABATIMENTO
                  PERFORM 0420-ABATE-TITULO
                      VARYING TAB-TT-IDX FROM 1 BY 1
                      UNTIL TAB-TT-IDX GREATER WRK-QTD-TITULO
                      OR TAB-AB-SALDO(TAB-AB-IDX) = ZEROS
                  IF TAB-AB-SALDO(TAB-AB-IDX) GREATER ZEROS
                      MOVE 4 TO RETURN-CODE
                      MOVE TAB-AB-TRANSP(TAB-AB-IDX) TO WRK-EXC-CHAVE
                      MOVE "ABATIMENTO SEM TITULO PARA DESCONTAR"
                          TO WRK-EXC-MOTIVO
                      PERFORM 0655-GRAVA-EXCDIARIO
                  END-IF
              END-PERFORM.
         0400-SAIDA.
              EXIT.

         0420-ABATE-TITULO SECTION.
              IF TAB-TT-TRANSP(TAB-TT-IDX) NOT =
                  TAB-AB-TRANSP(TAB-AB-IDX)
                  OR TAB-TT-NOVO(TAB-TT-IDX) NOT = "S"
                  GO TO 0420-SAIDA
              END-IF
              COMPUTE WRK-SALDO-TITULO = TAB-TT-BRUTO(TAB-TT-IDX)
                  - TAB-TT-ABATIDO(TAB-TT-IDX)
              IF TAB-AB-SALDO(TAB-AB-IDX) GREATER WRK-SALDO-TITULO
                  MOVE WRK-SALDO-TITULO TO WRK-ABATER
              ELSE
                  MOVE TAB-AB-SALDO(TAB-AB-IDX) TO WRK-ABATER
              END-IF
              ADD WRK-ABATER TO TAB-TT-ABATIDO(TAB-TT-IDX)
              SUBTRACT WRK-ABATER FROM TAB-AB-SALDO(TAB-AB-IDX)
              ADD WRK-ABATER TO WRK-TOTAL-ABATIDO
      *    Titulo consumido inteiro pelo abatimento nao tem o que
      *    pagar.
              IF TAB-TT-ABATIDO(TAB-TT-IDX) NOT LESS
                  TAB-TT-BRUTO(TAB-TT-IDX)
                  MOVE "QUITADO" TO TAB-TT-STATUS(TAB-TT-IDX)
              END-IF.
         0420-SAIDA.
              EXIT.

      *    Todo titulo em aberto entra na remessa com o vencimento;
      *    transportadora sem banco no cadastro fica de fora e o
      *    titulo continua em aberto para a proxima remessa.
         0500-GERA-REMESSA SECTION.
              OPEN OUTPUT PAGREM-FILE
              IF WRK-STATUS-PAGREM NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PAGREM.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PAGREM TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-RH-DATA
              WRITE PAGREM-REG FROM WRK-REM-HEADER
              PERFORM VARYING TAB-TT-IDX FROM 1 BY 1
                  UNTIL TAB-TT-IDX GREATER WRK-QTD-TITULO
                  IF TAB-TT-STATUS(TAB-TT-IDX) = "ABERTO"
                      PERFORM 0520-DETALHE-REMESSA
                  END-IF
              END-PERFORM
              MOVE WRK-QTD-REMESSA TO WRK-RT-QTD
              MOVE WRK-SOMA-REMESSA TO WRK-RT-SOMA
              WRITE PAGREM-REG FROM WRK-REM-TRAILER
              CLOSE PAGREM-FILE.

         0520-DETALHE-REMESSA SECTION.
              MOVE "N" TO WRK-ACHOU-TRANSP
              IF WRK-QTD-TRANSP GREATER ZERO
                  SET TAB-TP-IDX TO 1
                  SEARCH TAB-TP-REG
                      AT END
                          CONTINUE
                      WHEN TAB-TP-CODIGO(TAB-TP-IDX) =
                          TAB-TT-TRANSP(TAB-TT-IDX)
                          SET ACHOU-TRANSP TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-TRANSP
                  OR TAB-TP-BANCO(TAB-TP-IDX) = ZEROS
                  OR TAB-TP-CONTA(TAB-TP-IDX) = ZEROS
                  ADD 1 TO WRK-QTD-SEM-BANCO
                  MOVE 4 TO RETURN-CODE
                  MOVE TAB-TT-TRANSP(TAB-TT-IDX) TO WRK-EXC-CHAVE
                  MOVE "TRANSPORTADORA SEM DADOS BANCARIOS"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0655-GRAVA-EXCDIARIO
                  GO TO 0520-SAIDA
              END-IF
              COMPUTE WRK-SALDO-TITULO = TAB-TT-BRUTO(TAB-TT-IDX)
                  - TAB-TT-ABATIDO(TAB-TT-IDX)
              MOVE TAB-TP-BANCO(TAB-TP-IDX)   TO WRK-RD-BANCO
              MOVE TAB-TP-AGENCIA(TAB-TP-IDX) TO WRK-RD-AGENCIA
              MOVE TAB-TP-CONTA(TAB-TP-IDX)   TO WRK-RD-CONTA
              MOVE TAB-TT-TRANSP(TAB-TT-IDX)  TO WRK-RD-TRANSP
              MOVE TAB-TT-FATURA(TAB-TT-IDX)  TO WRK-RD-FATURA
              MOVE TAB-TT-SEQUENCIA(TAB-TT-IDX) TO WRK-RD-SEQUENCIA
              MOVE WRK-SALDO-TITULO           TO WRK-RD-VALOR
              MOVE TAB-TT-VENCTO(TAB-TT-IDX)  TO WRK-RD-VENCTO
              WRITE PAGREM-REG FROM WRK-REM-DETALHE
              ADD 1 TO WRK-QTD-REMESSA
              ADD WRK-SALDO-TITULO TO WRK-SOMA-REMESSA
              MOVE "REMETIDO" TO TAB-TT-STATUS(TAB-TT-IDX)
              MOVE WRK-DATA-SISTEMA TO TAB-TT-REMESSA(TAB-TT-IDX).
         0520-SAIDA.
              EXIT.

         0650-GRAVA-EXCECAO SECTION.
              MOVE AP-TRANSPORTADORA TO PX-TRANSPORTADORA
              MOVE AP-FATURA         TO PX-FATURA
              MOVE AP-PEDIDO         TO PX-PEDIDO
              MOVE AP-ACAO           TO PX-ACAO
              MOVE AP-APROVADOR      TO PX-APROVADOR
              MOVE WRK-MOTIVO        TO PX-MOTIVO
              WRITE PAGEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE AP-PEDIDO TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0655-GRAVA-EXCDIARIO.

         0655-GRAVA-EXCDIARIO SECTION.
              MOVE "CONTAS-PAGAR-TR" TO WRK-EXC-SISTEMA
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
              MOVE "CONTASPAG.DAT" TO WRK-BKP-ARQUIVO
              MOVE RETURN-CODE TO WRK-RETORNO-GUARDADO
              CALL "GERABKP" USING WRK-PARM-BKP
              MOVE WRK-RETORNO-GUARDADO TO RETURN-CODE
              OPEN OUTPUT CONTASPAG-FILE
              IF WRK-STATUS-CONTASPAG NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CONTASPAG.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CONTASPAG TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-TT-IDX FROM 1 BY 1
                  UNTIL TAB-TT-IDX GREATER WRK-QTD-TITULO
                  MOVE TAB-TT-TRANSP(TAB-TT-IDX) TO CP-TRANSPORTADORA
                  MOVE TAB-TT-FATURA(TAB-TT-IDX) TO CP-FATURA
                  MOVE TAB-TT-SEQUENCIA(TAB-TT-IDX) TO CP-SEQUENCIA
                  MOVE TAB-TT-EMISSAO(TAB-TT-IDX) TO CP-DATA-EMISSAO
                  MOVE TAB-TT-VENCTO(TAB-TT-IDX)  TO CP-DATA-VENCTO
                  MOVE TAB-TT-BRUTO(TAB-TT-IDX)   TO CP-VALOR-BRUTO
                  MOVE TAB-TT-ABATIDO(TAB-TT-IDX) TO CP-VALOR-ABATIDO
                  MOVE TAB-TT-QTD-PEDIDOS(TAB-TT-IDX)
                      TO CP-QTD-PEDIDOS
                  MOVE TAB-TT-STATUS(TAB-TT-IDX)  TO CP-STATUS
                  MOVE TAB-TT-REMESSA(TAB-TT-IDX) TO CP-DATA-REMESSA
                  WRITE CONTASPAG-REG
              END-PERFORM
              CLOSE CONTASPAG-FILE.

         0750-GRAVA-RETIDAS SECTION.
              MOVE "PAGTRETIDO.DAT" TO WRK-BKP-ARQUIVO
              MOVE RETURN-CODE TO WRK-RETORNO-GUARDADO
              CALL "GERABKP" USING WRK-PARM-BKP
              MOVE WRK-RETORNO-GUARDADO TO RETURN-CODE
              OPEN OUTPUT PAGTRETIDO-FILE
              IF WRK-STATUS-PAGTRETIDO NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PAGTRETIDO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PAGTRETIDO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-RT-IDX FROM 1 BY 1
                  UNTIL TAB-RT-IDX GREATER WRK-QTD-RETIDA
                  MOVE TAB-RT-TRANSP(TAB-RT-IDX) TO RT-TRANSPORTADORA
                  MOVE TAB-RT-FATURA(TAB-RT-IDX) TO RT-FATURA
                  MOVE TAB-RT-PEDIDO(TAB-RT-IDX) TO RT-PEDIDO
                  MOVE TAB-RT-COBRADO(TAB-RT-IDX) TO RT-VALOR-COBRADO
                  MOVE TAB-RT-CALCULADO(TAB-RT-IDX)
                      TO RT-VALOR-CALCULADO
                  MOVE TAB-RT-DATA(TAB-RT-IDX) TO RT-DATA-RETENCAO
                  MOVE TAB-RT-SITUACAO(TAB-RT-IDX) TO RT-SITUACAO
                  MOVE TAB-RT-APROVADO(TAB-RT-IDX)
                      TO RT-VALOR-APROVADO
                  MOVE TAB-RT-DECISAO(TAB-RT-IDX) TO RT-DATA-DECISAO
                  MOVE TAB-RT-APROVADOR(TAB-RT-IDX) TO RT-APROVADOR
                  WRITE PAGTRETIDO-REG
              END-PERFORM
              CLOSE PAGTRETIDO-FILE.

      *    Titulos nao quitados do mestre e, em seguida, as linhas
      *    que continuam retidas aguardando aprovacao.
         8000-RELATORIO SECTION.
              PERFORM VARYING TAB-TT-IDX FROM 1 BY 1
                  UNTIL TAB-TT-IDX GREATER WRK-QTD-TITULO
                  IF TAB-TT-STATUS(TAB-TT-IDX) NOT = "QUITADO"
                      PERFORM 8100-LINHA-TITULO
                  END-IF
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "LINHAS RETIDAS AGUARDANDO APROVACAO"
                  TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "TRN FATURA     PEDIDO   RETIDA EM"
                  DELIMITED BY SIZE
                  "      COBRADO     CALCULADO" DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM VARYING TAB-RT-IDX FROM 1 BY 1
                  UNTIL TAB-RT-IDX GREATER WRK-QTD-RETIDA
                  IF TAB-RT-SITUACAO(TAB-RT-IDX) = "R"
                      PERFORM 8200-LINHA-RETIDA
                  END-IF
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "TOTAL EM ABERTO" TO WRK-LTT-ROTULO
              MOVE WRK-TOTAL-ABERTO TO WRK-LTT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "TOTAL NA REMESSA" TO WRK-LTT-ROTULO
              MOVE WRK-SOMA-REMESSA TO WRK-LTT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "ABATIMENTOS DE SINISTRO" TO WRK-LTT-ROTULO
              MOVE WRK-TOTAL-ABATIDO TO WRK-LTT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "TOTAL RETIDO (COBRADO)" TO WRK-LTT-ROTULO
              MOVE WRK-TOTAL-RETIDO TO WRK-LTT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-NOVOS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "TITULOS NOVOS " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         8100-LINHA-TITULO SECTION.
              COMPUTE WRK-SALDO-TITULO = TAB-TT-BRUTO(TAB-TT-IDX)
                  - TAB-TT-ABATIDO(TAB-TT-IDX)
              IF TAB-TT-STATUS(TAB-TT-IDX) = "ABERTO"
                  ADD WRK-SALDO-TITULO TO WRK-TOTAL-ABERTO
              END-IF
              MOVE TAB-TT-TRANSP(TAB-TT-IDX)    TO WRK-LT-TRANSP
              MOVE TAB-TT-FATURA(TAB-TT-IDX)    TO WRK-LT-FATURA
              MOVE TAB-TT-SEQUENCIA(TAB-TT-IDX) TO WRK-LT-SEQUENCIA
              MOVE TAB-TT-VENCTO(TAB-TT-IDX)    TO WRK-LT-VENCTO
              MOVE TAB-TT-BRUTO(TAB-TT-IDX)     TO WRK-LT-BRUTO
              MOVE TAB-TT-ABATIDO(TAB-TT-IDX)   TO WRK-LT-ABATIDO
              MOVE WRK-SALDO-TITULO             TO WRK-LT-LIQUIDO
              MOVE TAB-TT-STATUS(TAB-TT-IDX)    TO WRK-LT-STATUS
              MOVE WRK-LINHA-TITULO TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         8200-LINHA-RETIDA SECTION.
              ADD TAB-RT-COBRADO(TAB-RT-IDX) TO WRK-TOTAL-RETIDO
              MOVE TAB-RT-TRANSP(TAB-RT-IDX)    TO WRK-LR-TRANSP
              MOVE TAB-RT-FATURA(TAB-RT-IDX)    TO WRK-LR-FATURA
              MOVE TAB-RT-PEDIDO(TAB-RT-IDX)    TO WRK-LR-PEDIDO
              MOVE TAB-RT-DATA(TAB-RT-IDX)      TO WRK-LR-DATA
              MOVE TAB-RT-COBRADO(TAB-RT-IDX)   TO WRK-LR-COBRADO
              MOVE TAB-RT-CALCULADO(TAB-RT-IDX) TO WRK-LR-CALCULADO
              MOVE WRK-LINHA-RETIDA TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         9000-FINALIZAR SECTION.
              CLOSE PAGEXC-FILE
              CLOSE PAGTRANSPREL-FILE
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
              DISPLAY "REGISTROS LIDOS        : " WRK-JOB-LIDOS
              DISPLAY "LINHAS CONFERIDAS      : " WRK-QTD-CONFERIDAS
              DISPLAY "LINHAS RETIDAS NOVAS   : " WRK-QTD-RETIDAS-NOVAS
              DISPLAY "COBRANCAS SEM CALCULO  : " WRK-QTD-SEM-CALCULO
              DISPLAY "FATURAS JA PROCESSADAS : " WRK-QTD-JA-PROCESSADA
              DISPLAY "APROVACOES / RECUSAS   : " WRK-QTD-APROVACOES
                  " / " WRK-QTD-RECUSAS
              DISPLAY "TITULOS ABERTOS NOVOS  : " WRK-QTD-NOVOS
              DISPLAY "TITULOS NA REMESSA     : " WRK-QTD-REMESSA
              DISPLAY "SEM DADOS BANCARIOS    : " WRK-QTD-SEM-BANCO
              DISPLAY "MOVIMENTOS REJEITADOS  : " WRK-JOB-REJEITADOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==PAGTRANSPREL-REG==.

       END PROGRAM PAGTRANSP.
