      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 02/03/2025
      * Purpose: Aplicacoes financeiras de curto prazo. A projecao de
      *          juros compostos do PROGRAMA08 calcula mes a mes e
      *          esquece; a tesouraria acompanhava os CDBs numa
      *          planilha. Este lote mantem o mestre APLICACOES.DAT
      *          (numero, conta bancaria do CONTAS.DAT, principal,
      *          inicio, vencimento e percentual do CDI) pelos
      *          movimentos de aplicacao e resgate de APLICMOV.DAT,
      *          capitaliza o saldo de cada aplicacao a cada dia util
      *          (rotina DIAUTIL) pela taxa diaria do CDI em vigor na
      *          tabela de vigencias TABCDI.DAT e lanca o rendimento no
      *          razao. No resgate retem o imposto de renda pela faixa
      *          do prazo aplicado (PARAMAPLIC.DAT; na falta, a tabela
      *          regressiva de 22,5% a 15%). Aplicacao, rendimento,
      *          resgate e IRRF vao no lote AP acrescentado a
      *          LANCAMENTOS.DAT pelas regras de REGRASLANC.DAT; o
      *          movimento invalido vai para APLICEXC.DAT e
      *          EXCDIARIO.DAT, e APLICREL.DAT traz as posicoes e o
      *          rendimento acumulado por conta bancaria, no padrao de
      *          paginacao de IMPRESSAOCPY.
      * Tectonics: cobc
      * Mod Log:
      *   08/03/2025 - JLS - Tabela de regras em vigor acompanha o
      *                      catalogo de 30 eventos (credito de
      *                      sinistro a cliente).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICMOV-FILE ASSIGN TO "APLICMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT APLICACOES-FILE ASSIGN TO "APLICACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-APLIC.
           SELECT TABCDI-FILE ASSIGN TO "TABCDI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CDI.
           SELECT PARAMAPLIC-FILE ASSIGN TO "PARAMAPLIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTAS.
           SELECT APLICEXC-FILE ASSIGN TO "APLICEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT APLICREL-FILE ASSIGN TO "APLICREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT REGRASLANC-FILE ASSIGN TO "REGRASLANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REGRAS.
           SELECT PLANOCONTAS-FILE ASSIGN TO "PLANOCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANO.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERIODO.
           SELECT LANCAMENTOS-FILE ASSIGN TO "LANCAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANC.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
      *    Movimento: A aplicacao (a conta, o valor, o vencimento e o
      *    percentual do CDI; o numero e dado pelo lote) ou R resgate
      *    da aplicacao informada (valor zerado, ou maior que o
      *    saldo, resgata tudo). Data zerada vale a do processamento.
       FD  APLICMOV-FILE.
       01  APLICMOV-REG.
           05 AM-TIPO                 PIC X(01).
           05 AM-APLICACAO            PIC 9(06).
           05 AM-CONTA                PIC 9(04).
           05 AM-DATA                 PIC 9(08).
           05 AM-VALOR                PIC 9(10)V99.
           05 AM-VENCIMENTO           PIC 9(08).
           05 AM-PCT-CDI              PIC 9(03)V99.

      *    Mestre: o saldo capitalizado guarda oito decimais; o saldo
      *    no razao e o mesmo saldo em centavos, ja lancado.
       FD  APLICACOES-FILE.
       01  APLICACOES-REG.
           05 AP-NUMERO               PIC 9(06).
           05 AP-CONTA                PIC 9(04).
           05 AP-VALOR-APLICADO       PIC 9(10)V99.
           05 AP-DATA-INICIO          PIC 9(08).
           05 AP-VENCIMENTO           PIC 9(08).
           05 AP-PCT-CDI              PIC 9(03)V99.
           05 AP-PRINCIPAL            PIC 9(10)V99.
           05 AP-SALDO                PIC 9(10)V9(08).
           05 AP-SALDO-RAZAO          PIC 9(10)V99.
           05 AP-DATA-APROP           PIC 9(08).
           05 AP-IR-RETIDO            PIC 9(10)V99.
           05 AP-STATUS               PIC X(09).
           05 AP-DATA-RESGATE         PIC 9(08).

      *    Taxa do CDI ao dia (%), valida da vigencia ate a proxima.
       FD  TABCDI-FILE.
       01  TABCDI-REG.
           05 TC-VIGENCIA             PIC 9(08).
           05 TC-TAXA-DIA             PIC 9(01)V9(08).

      *    Uma linha por faixa de prazo: dias corridos ate o fim da
      *    faixa e aliquota do imposto de renda (%).
       FD  PARAMAPLIC-FILE.
       01  PARAMAPLIC-REG.
           05 PF-DIAS-ATE             PIC 9(04).
           05 PF-ALIQUOTA             PIC 9(02)V99.

       FD  CONTAS-FILE.
       01  CONTAS-REG.
           05 CT-CONTA                PIC 9(04).
           05 CT-NOME                 PIC X(20).
           05 CT-SALDO-INICIAL        PIC 9(09)V99.
           05 CT-SALDO-FINAL          PIC 9(09)V99.

       FD  APLICEXC-FILE.
       01  APLICEXC-REG.
           05 EX-TIPO                 PIC X(01).
           05 EX-APLICACAO            PIC 9(06).
           05 EX-CONTA                PIC 9(04).
           05 EX-DATA                 PIC 9(08).
           05 EX-VALOR                PIC 9(10)V99.
           05 EX-MOTIVO               PIC X(30).

       FD  APLICREL-FILE.
       01  APLICREL-REG               PIC X(80).

       FD  REGRASLANC-FILE.
       01  REGRASLANC-REG.
           05 RG-EVENTO               PIC X(10).
           05 RG-VIGENCIA             PIC 9(08).
           05 RG-CONTA-DEBITO         PIC 9(04).
           05 RG-CONTA-CREDITO        PIC 9(04).
           05 RG-HISTORICO            PIC X(30).

       FD  PLANOCONTAS-FILE.
       01  PLANOCONTAS-REG.
           05 PL-CONTA                PIC 9(04).
           05 PL-DESCRICAO            PIC X(30).
           05 PL-TIPO                 PIC X(01).
           05 PL-ATIVO                PIC X(01).

       FD  PERIODOS-FILE.
       01  PERIODOS-REG.
           05 PE-COMPETENCIA          PIC 9(06).
           05 PE-STATUS               PIC X(01).
           05 PE-DATA-FECHO           PIC 9(08).

       FD  LANCAMENTOS-FILE.
       01  LANCAMENTOS-REG.
           05 LC-LOTE                 PIC X(06).
           05 LC-DATA                 PIC 9(08).
           05 LC-CONTA                PIC 9(04).
           05 LC-DC                   PIC X(01).
           05 LC-VALOR                PIC 9(11)V99.
           05 LC-HISTORICO            PIC X(30).

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
           COPY EXCDIARIOCPY.

         77 WRK-STATUS-MOV         PIC X(02) VALUE SPACES.
         77 WRK-STATUS-APLIC       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CDI         PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAM       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CONTAS      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC         PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL         PIC X(02) VALUE SPACES.
         77 WRK-FIM-ARQUIVO        PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".

         77 WRK-DATA-SISTEMA       PIC 9(08) VALUE ZEROS.
         77 WRK-MOTIVO             PIC X(30) VALUE SPACES.

      *    Contas bancarias do CONTAS.DAT: a aplicacao so sai de uma
      *    conta cadastrada, e o relatorio agrupa por elas.
         01 TAB-CONTA.
             05 TAB-CT-REG OCCURS 1 TO 20 TIMES
                 DEPENDING ON WRK-QTD-CONTAS
                 INDEXED BY TAB-CT-IDX.
                 10 TAB-CT-CONTA       PIC 9(04).
                 10 TAB-CT-NOME        PIC X(20).
         77 WRK-QTD-CONTAS         PIC 9(02) VALUE ZEROS.
         77 WRK-ACHOU-CONTA        PIC X(01) VALUE "N".
             88 ACHOU-CONTA VALUE "S".

      *    Carteira de aplicacoes em memoria; o rendimento do dia e
      *    o lancado nesta rodada, so para o relatorio.
         01 TAB-APLIC.
             05 TAB-AP-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-APLIC
                 INDEXED BY TAB-AP-IDX.
                 10 TAB-AP-NUMERO      PIC 9(06).
                 10 TAB-AP-CONTA       PIC 9(04).
                 10 TAB-AP-APLICADO    PIC 9(10)V99.
                 10 TAB-AP-INICIO      PIC 9(08).
                 10 TAB-AP-VENCIMENTO  PIC 9(08).
                 10 TAB-AP-PCT-CDI     PIC 9(03)V99.
                 10 TAB-AP-PRINCIPAL   PIC 9(10)V99.
                 10 TAB-AP-SALDO       PIC 9(10)V9(08).
                 10 TAB-AP-SALDO-RAZAO PIC 9(10)V99.
                 10 TAB-AP-DATA-APROP  PIC 9(08).
                 10 TAB-AP-IR-RETIDO   PIC 9(10)V99.
                 10 TAB-AP-STATUS      PIC X(09).
                 10 TAB-AP-RESGATE     PIC 9(08).
                 10 TAB-AP-REND-DIA    PIC 9(10)V99.
         77 WRK-QTD-APLIC          PIC 9(03) VALUE ZEROS.
         77 WRK-PROX-APLICACAO     PIC 9(06) VALUE ZEROS.
         77 WRK-ACHOU-APLIC        PIC X(01) VALUE "N".
             88 ACHOU-APLIC VALUE "S".

      *    Taxas diarias do CDI por vigencia; vale a de maior
      *    vigencia ate o dia apropriado.
         01 TAB-CDI.
             05 TAB-CD-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-CDI
                 INDEXED BY TAB-CD-IDX.
                 10 TAB-CD-VIGENCIA    PIC 9(08).
                 10 TAB-CD-TAXA        PIC 9(01)V9(08).
         77 WRK-QTD-CDI            PIC 9(04) VALUE ZEROS.
         77 WRK-VIGENCIA-CDI       PIC 9(08) VALUE ZEROS.
         77 WRK-TAXA-DIA           PIC 9(01)V9(08) VALUE ZEROS.
         77 WRK-ACHOU-TAXA         PIC X(01) VALUE "N".
             88 ACHOU-TAXA VALUE "S".
             88 SEM-TAXA   VALUE "N".

      *    Faixas do imposto de renda pelo prazo aplicado em dias
      *    corridos (tabela regressiva), substituidas pelas de
      *    PARAMAPLIC.DAT quando o arquivo existe.
         01 TAB-FAIXA-IR-PADRAO.
             05 FILLER PIC X(08) VALUE "01802250".
             05 FILLER PIC X(08) VALUE "03602000".
             05 FILLER PIC X(08) VALUE "07201750".
             05 FILLER PIC X(08) VALUE "99991500".
         01 TAB-FAIXA-IR.
             05 TAB-FX-REG OCCURS 4 TIMES
                 INDEXED BY TAB-FX-IDX.
                 10 TAB-FX-DIAS        PIC 9(04).
                 10 TAB-FX-ALIQUOTA    PIC 9(02)V99.
         77 WRK-QTD-FAIXA          PIC 9(01) VALUE ZEROS.

      *    Apropriacao: um fator por dia util, taxa do CDI vezes o
      *    percentual contratado.
         77 WRK-DATA-ATE           PIC 9(08) VALUE ZEROS.
         77 WRK-DATA-DIA           PIC 9(08) VALUE ZEROS.
         77 WRK-FATOR-DIA          PIC 9(01)V9(12) VALUE ZEROS.
         77 WRK-SALDO-CENTAVOS     PIC 9(10)V99 VALUE ZEROS.
         77 WRK-RENDIMENTO         PIC 9(10)V99 VALUE ZEROS.

      *    Resgate: principal proporcional ao valor resgatado, IR
      *    sobre o rendimento, liquido para a conta bancaria.
         77 WRK-VALOR-RESGATE      PIC 9(10)V99 VALUE ZEROS.
         77 WRK-PRINCIPAL-RESGATE  PIC 9(10)V99 VALUE ZEROS.
         77 WRK-REND-RESGATE       PIC 9(10)V99 VALUE ZEROS.
         77 WRK-IR-RESGATE         PIC 9(10)V99 VALUE ZEROS.
         77 WRK-LIQUIDO-RESGATE    PIC 9(10)V99 VALUE ZEROS.
         77 WRK-ALIQUOTA-IR        PIC 9(02)V99 VALUE ZEROS.
         77 WRK-DIAS-APLICADO      PIC 9(04) VALUE ZEROS.
         77 WRK-RESGATE-TOTAL      PIC X(01) VALUE "N".
             88 RESGATE-TOTAL VALUE "S".
         01 WRK-DATA-PASSO.
             05 WRK-DP-ANO          PIC 9(04).
             05 WRK-DP-MES          PIC 9(02).
             05 WRK-DP-DIA          PIC 9(02).
         77 WRK-DIAS-NO-MES        PIC 9(02) VALUE ZEROS.
         77 WRK-QUOC-LEAP          PIC 9(04) VALUE ZEROS.
         77 WRK-RESTO-LEAP         PIC 9(04) VALUE ZEROS.

         77 WRK-QTD-NOVAS          PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-RESGATES       PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-VENCIDAS       PIC 9(05) VALUE ZEROS.
         77 WRK-TOTAL-APLICADO     PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOTAL-RENDIMENTO   PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOTAL-RESGATADO    PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOTAL-IR           PIC 9(11)V99 VALUE ZEROS.

      *    Regras de lancamento (REGRASLANC.DAT, mantido pelo
      *    MANREGRA) dos eventos das aplicacoes: aplicacao,
      *    rendimento, resgate liquido e IRRF retido. Vale a regra de
      *    maior vigencia ate hoje, guardada na posicao do evento no
      *    catalogo, como no GERALANC.
           COPY REGRALANCCPY.
         77 WRK-STATUS-REGRAS      PIC X(02) VALUE SPACES.
         77 WRK-FIM-REGRAS         PIC X(01) VALUE "N".
             88 FIM-REGRAS VALUE "S".
         01 TAB-REGRAS.
             05 TAB-RG-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-REGRAS
                 INDEXED BY TAB-RG-IDX.
                 10 TAB-RG-EVENTO     PIC X(10).
                 10 TAB-RG-VIGENCIA   PIC 9(08).
                 10 TAB-RG-DEBITO     PIC 9(04).
                 10 TAB-RG-CREDITO    PIC 9(04).
                 10 TAB-RG-HISTORICO  PIC X(30).
         77 WRK-QTD-REGRAS         PIC 9(03) VALUE ZEROS.
         01 TAB-REGRA-VIGENTE.
             05 TAB-RV-REG OCCURS 30 TIMES.
                 10 TAB-RV-VIGENCIA   PIC 9(08).
                 10 TAB-RV-DEBITO     PIC 9(04).
                 10 TAB-RV-CREDITO    PIC 9(04).
                 10 TAB-RV-HISTORICO  PIC X(30).
         77 WRK-IDX-EVENTO         PIC 9(02) VALUE ZEROS.
         77 WRK-EVENTO             PIC X(10) VALUE SPACES.
         77 WRK-VALOR-EVENTO       PIC 9(10)V99 VALUE ZEROS.
         77 WRK-CONTA-REGRA        PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-SEM-REGRA      PIC 9(02) VALUE ZEROS.

      *    Plano de contas para conferir as contas das regras; sem
      *    PLANOCONTAS.DAT a conta so precisa estar informada.
         77 WRK-STATUS-PLANO       PIC X(02) VALUE SPACES.
         77 WRK-FIM-PLANO          PIC X(01) VALUE "N".
             88 FIM-PLANO VALUE "S".
         01 TAB-PLANO.
             05 TAB-PL-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-PLANO
                 INDEXED BY TAB-PL-IDX.
                 10 TAB-PL-CONTA      PIC 9(04).
                 10 TAB-PL-ATIVO      PIC X(01).
         77 WRK-QTD-PLANO          PIC 9(02) VALUE ZEROS.
         77 WRK-TEM-PLANO          PIC X(01) VALUE "N".
             88 TEM-PLANO-CONTAS VALUE "S".
         77 WRK-CONTA-OK           PIC X(01) VALUE "S".
             88 CONTA-OK VALUE "S".

      *    Mes FECHADO em PERIODOS.DAT nao recebe lancamento novo;
      *    sem o arquivo todo mes esta aberto.
         77 WRK-STATUS-PERIODO     PIC X(02) VALUE SPACES.
         77 WRK-FIM-PERIODO        PIC X(01) VALUE "N".
             88 FIM-PERIODO VALUE "S".
         77 WRK-PERIODO-FECHADO    PIC X(01) VALUE "N".
             88 PERIODO-FECHADO VALUE "S".

      *    Lancamentos da rodada, gravados no lote AP depois de
      *    regravado o mestre.
         77 WRK-STATUS-LANC        PIC X(02) VALUE SPACES.
         77 WRK-FIM-LANC           PIC X(01) VALUE "N".
             88 FIM-LANC VALUE "S".
         01 TAB-LANC.
             05 TAB-LN-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-LANC
                 INDEXED BY TAB-LN-IDX.
                 10 TAB-LN-EVENTO     PIC 9(02).
                 10 TAB-LN-APLICACAO  PIC 9(06).
                 10 TAB-LN-VALOR      PIC 9(10)V99.
         77 WRK-QTD-LANC           PIC 9(04) VALUE ZEROS.
         77 WRK-APLICACAO-LANC     PIC 9(06) VALUE ZEROS.
         77 WRK-TOT-DEBITO         PIC 9(11)V99 VALUE ZEROS.
         77 WRK-QTD-LANC-GRAV      PIC 9(05) VALUE ZEROS.
         77 WRK-NUM-LOTE           PIC 9(04) VALUE ZEROS.
         77 WRK-ULT-LOTE-AP        PIC 9(04) VALUE ZEROS.
         01 WRK-LOTE-LANC.
             05 WRK-LL-PREFIXO     PIC X(02) VALUE "AP".
             05 WRK-LL-NUMERO      PIC 9(04) VALUE ZEROS.

      *    Relatorio de posicoes por conta bancaria.
         77 WRK-SUB-PRINCIPAL      PIC 9(11)V99 VALUE ZEROS.
         77 WRK-SUB-SALDO          PIC 9(11)V99 VALUE ZEROS.
         77 WRK-SUB-RENDIMENTO     PIC 9(11)V99 VALUE ZEROS.
         77 WRK-SUB-QTD            PIC 9(03) VALUE ZEROS.
         77 WRK-TOT-PRINCIPAL      PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOT-SALDO          PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOT-RENDIMENTO     PIC 9(11)V99 VALUE ZEROS.
         77 WRK-QTD-POSICOES       PIC 9(05) VALUE ZEROS.

         01 WRK-LINHA-POSICAO.
             05 WRK-LP-APLICACAO   PIC 9(06).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-VENCTO      PIC 9(08).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-PCT         PIC ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-PRINCIPAL   PIC ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-SALDO       PIC ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-RENDIMENTO  PIC ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-SITUACAO    PIC X(09).

         01 WRK-LINHA-CONTA.
             05 FILLER             PIC X(06) VALUE "CONTA ".
             05 WRK-LB-CONTA       PIC 9(04).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LB-NOME        PIC X(20).

         01 WRK-LINHA-SUBTOTAL.
             05 WRK-LS-ROTULO      PIC X(24).
             05 WRK-LS-PRINCIPAL   PIC ZZZ.ZZZ.ZZ9,99.
             05 WRK-LS-SALDO       PIC ZZZ.ZZZ.ZZ9,99.
             05 WRK-LS-RENDIMENTO  PIC ZZZ.ZZZ.ZZ9,99.

         01 WRK-LINHA-TOTAL.
             05 WRK-LT-ROTULO      PIC X(32).
             05 WRK-LT-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.

         77 WRK-VALOR-ED           PIC ZZ.ZZZ.ZZ9,99.
         77 WRK-QTD-ED             PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-APLICA-MOVIMENTOS
              PERFORM 0300-APROPRIA-CARTEIRA
              PERFORM 0700-GRAVA-CARTEIRA
              PERFORM 0750-GRAVA-LANCAMENTOS
              PERFORM 8000-RELATORIO-POSICAO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              MOVE "N" TO WRK-FIM-REGRAS
              MOVE "N" TO WRK-FIM-PLANO
              MOVE "N" TO WRK-FIM-PERIODO
              MOVE "N" TO WRK-FIM-LANC
              MOVE "N" TO WRK-PERIODO-FECHADO
              MOVE "N" TO WRK-TEM-PLANO
              MOVE TAB-FAIXA-IR-PADRAO TO TAB-FAIXA-IR
              MOVE ZEROS TO WRK-QTD-FAIXA
              MOVE ZEROS TO WRK-QTD-CONTAS
              MOVE ZEROS TO WRK-QTD-APLIC
              MOVE ZEROS TO WRK-PROX-APLICACAO
              MOVE ZEROS TO WRK-QTD-CDI
              MOVE ZEROS TO WRK-QTD-REGRAS
              MOVE ZEROS TO WRK-QTD-PLANO
              MOVE ZEROS TO WRK-QTD-SEM-REGRA
              MOVE ZEROS TO WRK-QTD-LANC
              MOVE ZEROS TO WRK-QTD-LANC-GRAV
              MOVE ZEROS TO WRK-ULT-LOTE-AP
              MOVE ZEROS TO WRK-QTD-NOVAS
              MOVE ZEROS TO WRK-QTD-RESGATES
              MOVE ZEROS TO WRK-QTD-VENCIDAS
              MOVE ZEROS TO WRK-TOTAL-APLICADO
              MOVE ZEROS TO WRK-TOTAL-RENDIMENTO
              MOVE ZEROS TO WRK-TOTAL-RESGATADO
              MOVE ZEROS TO WRK-TOTAL-IR
              MOVE ZEROS TO WRK-TOT-PRINCIPAL
              MOVE ZEROS TO WRK-TOT-SALDO
              MOVE ZEROS TO WRK-TOT-RENDIMENTO
              MOVE ZEROS TO WRK-QTD-POSICOES
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "APLICACOES" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              PERFORM 1050-CARREGA-CONTAS
              PERFORM 1060-CARREGA-CARTEIRA
              PERFORM 1065-CARREGA-CDI
              PERFORM 1068-CARREGA-FAIXAS
              PERFORM 1070-CARREGA-REGRAS
              PERFORM 1072-CARREGA-PLANO
              PERFORM 1080-RESOLVE-REGRAS
              PERFORM 1074-VERIFICA-PERIODO
              OPEN OUTPUT APLICEXC-FILE
              IF WRK-STATUS-EXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "APLICEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT APLICREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "APLICREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "POSICAO DAS APLICACOES FINANCEIRAS"
                  TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "APLIC.  VENCIMTO    %CDI     PRINCIPAL"
                  DELIMITED BY SIZE
                  "         SALDO    RENDIMENTO  SITUACAO"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

      *    Sem as contas bancarias nao ha de onde aplicar.
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
                  END-READ
              END-PERFORM
              CLOSE CONTAS-FILE.

      *    Carteira pode nao existir antes da primeira aplicacao.
         1060-CARREGA-CARTEIRA SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT APLICACOES-FILE
              IF WRK-STATUS-APLIC NOT = "00"
                  SET FIM-ARQUIVO TO TRUE
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ APLICACOES-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-APLIC NOT LESS 500
                              DISPLAY "APLICACOES.DAT maior que o"
                                  " limite de 500 aplicacoes"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-APLIC
                          SET TAB-AP-IDX TO WRK-QTD-APLIC
                          MOVE AP-NUMERO TO TAB-AP-NUMERO(TAB-AP-IDX)
                          MOVE AP-CONTA  TO TAB-AP-CONTA(TAB-AP-IDX)
                          MOVE AP-VALOR-APLICADO
                              TO TAB-AP-APLICADO(TAB-AP-IDX)
                          MOVE AP-DATA-INICIO
                              TO TAB-AP-INICIO(TAB-AP-IDX)
                          MOVE AP-VENCIMENTO
                              TO TAB-AP-VENCIMENTO(TAB-AP-IDX)
                          MOVE AP-PCT-CDI
                              TO TAB-AP-PCT-CDI(TAB-AP-IDX)
                          MOVE AP-PRINCIPAL
                              TO TAB-AP-PRINCIPAL(TAB-AP-IDX)
                          MOVE AP-SALDO TO TAB-AP-SALDO(TAB-AP-IDX)
                          MOVE AP-SALDO-RAZAO
                              TO TAB-AP-SALDO-RAZAO(TAB-AP-IDX)
                          MOVE AP-DATA-APROP
                              TO TAB-AP-DATA-APROP(TAB-AP-IDX)
                          MOVE AP-IR-RETIDO
                              TO TAB-AP-IR-RETIDO(TAB-AP-IDX)
                          MOVE AP-STATUS TO TAB-AP-STATUS(TAB-AP-IDX)
                          MOVE AP-DATA-RESGATE
                              TO TAB-AP-RESGATE(TAB-AP-IDX)
                          MOVE ZEROS TO TAB-AP-REND-DIA(TAB-AP-IDX)
                          IF AP-NUMERO GREATER WRK-PROX-APLICACAO
                              MOVE AP-NUMERO TO WRK-PROX-APLICACAO
                          END-IF
                  END-READ
              END-PERFORM
              IF WRK-STATUS-APLIC NOT = "35"
                  CLOSE APLICACOES-FILE
              END-IF.

      *    Sem a tabela do CDI nao ha como apropriar: obrigatoria.
         1065-CARREGA-CDI SECTION.
              OPEN INPUT TABCDI-FILE
              IF WRK-STATUS-CDI NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "TABCDI.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CDI TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ TABCDI-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-CDI NOT LESS 2000
                              DISPLAY "TABCDI.DAT maior que o"
                                  " limite de 2000 taxas"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          IF TC-VIGENCIA NUMERIC
                              AND TC-TAXA-DIA NUMERIC
                              ADD 1 TO WRK-QTD-CDI
                              SET TAB-CD-IDX TO WRK-QTD-CDI
                              MOVE TC-VIGENCIA
                                  TO TAB-CD-VIGENCIA(TAB-CD-IDX)
                              MOVE TC-TAXA-DIA
                                  TO TAB-CD-TAXA(TAB-CD-IDX)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE TABCDI-FILE
              DISPLAY "Taxas do CDI carregadas : " WRK-QTD-CDI.

      *    Faixas do IR do arquivo, na ordem do prazo; sem o arquivo
      *    vale a tabela regressiva padrao.
         1068-CARREGA-FAIXAS SECTION.
              OPEN INPUT PARAMAPLIC-FILE
              IF WRK-STATUS-PARAM NOT = "00"
                  GO TO 1068-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ PARAMAPLIC-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-FAIXA LESS 4
                              AND PF-DIAS-ATE NUMERIC
                              AND PF-ALIQUOTA NUMERIC
                              ADD 1 TO WRK-QTD-FAIXA
                              MOVE PF-DIAS-ATE
                                  TO TAB-FX-DIAS(WRK-QTD-FAIXA)
                              MOVE PF-ALIQUOTA
                                  TO TAB-FX-ALIQUOTA(WRK-QTD-FAIXA)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE PARAMAPLIC-FILE
              IF WRK-QTD-FAIXA GREATER ZERO
                  MOVE 9999 TO TAB-FX-DIAS(WRK-QTD-FAIXA)
              END-IF.
         1068-SAIDA.
              EXIT.

      *    Sem as regras de lancamento o movimento nao chega ao
      *    razao: o arquivo e obrigatorio.
         1070-CARREGA-REGRAS SECTION.
              OPEN INPUT REGRASLANC-FILE
              IF WRK-STATUS-REGRAS NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "REGRASLANC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REGRAS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-REGRAS
                  READ REGRASLANC-FILE INTO REGRASLANC-REG
                      AT END
                          SET FIM-REGRAS TO TRUE
                      NOT AT END
                          IF WRK-QTD-REGRAS NOT LESS 500
                              DISPLAY "REGRASLANC.DAT maior que o"
                                  " limite de 500 regras"
                              MOVE 8 TO RETURN-CODE
                              CLOSE REGRASLANC-FILE
                              CLOSE EXCDIARIO-FILE
                              PERFORM 9900-RODAPE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-REGRAS
                          MOVE RG-EVENTO
                              TO TAB-RG-EVENTO(WRK-QTD-REGRAS)
                          MOVE RG-VIGENCIA
                              TO TAB-RG-VIGENCIA(WRK-QTD-REGRAS)
                          MOVE RG-CONTA-DEBITO
                              TO TAB-RG-DEBITO(WRK-QTD-REGRAS)
                          MOVE RG-CONTA-CREDITO
                              TO TAB-RG-CREDITO(WRK-QTD-REGRAS)
                          MOVE RG-HISTORICO
                              TO TAB-RG-HISTORICO(WRK-QTD-REGRAS)
                  END-READ
              END-PERFORM
              CLOSE REGRASLANC-FILE.

         1072-CARREGA-PLANO SECTION.
              OPEN INPUT PLANOCONTAS-FILE
              IF WRK-STATUS-PLANO NOT = "00"
                  DISPLAY "Aviso: PLANOCONTAS.DAT indisponivel : "
                      WRK-STATUS-PLANO " - conta sem validacao"
              ELSE
                  SET TEM-PLANO-CONTAS TO TRUE
                  PERFORM UNTIL FIM-PLANO
                      READ PLANOCONTAS-FILE INTO PLANOCONTAS-REG
                          AT END
                              SET FIM-PLANO TO TRUE
                          NOT AT END
                              IF WRK-QTD-PLANO LESS 100
                                  ADD 1 TO WRK-QTD-PLANO
                                  MOVE PL-CONTA TO
                                      TAB-PL-CONTA(WRK-QTD-PLANO)
                                  MOVE PL-ATIVO TO
                                      TAB-PL-ATIVO(WRK-QTD-PLANO)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE PLANOCONTAS-FILE
              END-IF.

      *    Aplicacao, rendimento e resgate sao lancados na data do
      *    processamento: mes fechado recusa a execucao inteira,
      *    antes de qualquer arquivo ser regravado.
         1074-VERIFICA-PERIODO SECTION.
              OPEN INPUT PERIODOS-FILE
              IF WRK-STATUS-PERIODO = "00"
                  PERFORM UNTIL FIM-PERIODO
                      READ PERIODOS-FILE INTO PERIODOS-REG
                          AT END
                              SET FIM-PERIODO TO TRUE
                          NOT AT END
                              IF PE-COMPETENCIA =
                                  WRK-DATA-SISTEMA(1:6)
                                  AND PE-STATUS = "F"
                                  SET PERIODO-FECHADO TO TRUE
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE PERIODOS-FILE
              END-IF
              IF PERIODO-FECHADO
                  DISPLAY "Competencia " WRK-DATA-SISTEMA(1:6)
                      " FECHADA em PERIODOS.DAT - nada processado"
                  MOVE 8 TO RETURN-CODE
                  MOVE WRK-DATA-SISTEMA(1:6) TO WRK-EXC-CHAVE
                  MOVE "E" TO WRK-EXC-SEVERIDADE
                  MOVE "L003" TO WRK-EXC-COD-MOTIVO
                  MOVE "LANCAMENTO EM PERIODO FECHADO"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0195-GRAVA-EXCDIARIO
                  CLOSE EXCDIARIO-FILE
                  PERFORM 9900-RODAPE
                  GOBACK
              END-IF.

      *    Resolve a regra em vigor dos eventos das aplicacoes
      *    (grupo I do catalogo); evento sem regra, ou com conta
      *    inativa, recusa a execucao com RETURN-CODE 8 antes de
      *    qualquer arquivo ser regravado.
         1080-RESOLVE-REGRAS SECTION.
              MOVE ZEROS TO WRK-QTD-SEM-REGRA
              PERFORM VARYING WRK-IDX-EVENTO FROM 1 BY 1
                  UNTIL WRK-IDX-EVENTO GREATER WRK-QTD-EVENTOS-LANC
                  MOVE ZEROS TO TAB-RV-VIGENCIA(WRK-IDX-EVENTO)
                  MOVE ZEROS TO TAB-RV-DEBITO(WRK-IDX-EVENTO)
                  MOVE ZEROS TO TAB-RV-CREDITO(WRK-IDX-EVENTO)
                  MOVE SPACES TO TAB-RV-HISTORICO(WRK-IDX-EVENTO)
                  IF TAB-EL-GRUPO(WRK-IDX-EVENTO) = "I"
                      PERFORM 1085-RESOLVE-EVENTO
                  END-IF
              END-PERFORM
              IF WRK-QTD-SEM-REGRA GREATER ZERO
                  DISPLAY "Regras de lancamento pendentes : "
                      WRK-QTD-SEM-REGRA " - nada processado"
                  MOVE 8 TO RETURN-CODE
                  CLOSE EXCDIARIO-FILE
                  PERFORM 9900-RODAPE
                  GOBACK
              END-IF.

         1085-RESOLVE-EVENTO SECTION.
              MOVE TAB-EL-EVENTO(WRK-IDX-EVENTO) TO WRK-EVENTO
              PERFORM VARYING TAB-RG-IDX FROM 1 BY 1
                  UNTIL TAB-RG-IDX GREATER WRK-QTD-REGRAS
                  IF TAB-RG-EVENTO(TAB-RG-IDX) = WRK-EVENTO
                      AND TAB-RG-VIGENCIA(TAB-RG-IDX)
                          NOT GREATER WRK-DATA-SISTEMA
                      AND TAB-RG-VIGENCIA(TAB-RG-IDX)
                          NOT LESS TAB-RV-VIGENCIA(WRK-IDX-EVENTO)
                      MOVE TAB-RG-VIGENCIA(TAB-RG-IDX)
                          TO TAB-RV-VIGENCIA(WRK-IDX-EVENTO)
                      MOVE TAB-RG-DEBITO(TAB-RG-IDX)
                          TO TAB-RV-DEBITO(WRK-IDX-EVENTO)
                      MOVE TAB-RG-CREDITO(TAB-RG-IDX)
                          TO TAB-RV-CREDITO(WRK-IDX-EVENTO)
                      MOVE TAB-RG-HISTORICO(TAB-RG-IDX)
                          TO TAB-RV-HISTORICO(WRK-IDX-EVENTO)
                  END-IF
              END-PERFORM
              IF TAB-RV-HISTORICO(WRK-IDX-EVENTO) = SPACES
                  MOVE "EVENTO SEM REGRA EM VIGOR" TO WRK-EXC-MOTIVO
                  PERFORM 1089-REGRA-PENDENTE
                  GO TO 1085-SAIDA
              END-IF
              IF TAB-EL-LADO(WRK-IDX-EVENTO) NOT = "C"
                  MOVE TAB-RV-DEBITO(WRK-IDX-EVENTO)
                      TO WRK-CONTA-REGRA
                  PERFORM 1087-CONFERE-CONTA-REGRA
              END-IF
              IF TAB-EL-LADO(WRK-IDX-EVENTO) NOT = "D"
                  MOVE TAB-RV-CREDITO(WRK-IDX-EVENTO)
                      TO WRK-CONTA-REGRA
                  PERFORM 1087-CONFERE-CONTA-REGRA
              END-IF.
         1085-SAIDA.
              EXIT.

      *    Conta da regra precisa estar informada e, havendo plano
      *    de contas, existir e estar ativa.
         1087-CONFERE-CONTA-REGRA SECTION.
              MOVE "S" TO WRK-CONTA-OK
              IF WRK-CONTA-REGRA = ZEROS
                  MOVE "N" TO WRK-CONTA-OK
              END-IF
              IF CONTA-OK AND TEM-PLANO-CONTAS
                  MOVE "N" TO WRK-CONTA-OK
                  IF WRK-QTD-PLANO GREATER ZERO
                      SET TAB-PL-IDX TO 1
                      SEARCH TAB-PL-REG
                          AT END
                              CONTINUE
                          WHEN TAB-PL-CONTA(TAB-PL-IDX) =
                              WRK-CONTA-REGRA
                              IF TAB-PL-ATIVO(TAB-PL-IDX) = "S"
                                  MOVE "S" TO WRK-CONTA-OK
                              END-IF
                      END-SEARCH
                  END-IF
              END-IF
              IF NOT CONTA-OK
                  MOVE SPACES TO WRK-EXC-MOTIVO
                  STRING "REGRA COM CONTA INATIVA " DELIMITED BY SIZE
                      WRK-CONTA-REGRA DELIMITED BY SIZE
                      INTO WRK-EXC-MOTIVO
                  PERFORM 1089-REGRA-PENDENTE
              END-IF.

         1089-REGRA-PENDENTE SECTION.
              DISPLAY "EVENTO " WRK-EVENTO " : " WRK-EXC-MOTIVO
              ADD 1 TO WRK-QTD-SEM-REGRA
              MOVE WRK-EVENTO TO WRK-EXC-CHAVE
              MOVE "E" TO WRK-EXC-SEVERIDADE
              MOVE "L005" TO WRK-EXC-COD-MOTIVO
              PERFORM 0195-GRAVA-EXCDIARIO.

         0100-APLICA-MOVIMENTOS SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT APLICMOV-FILE
              IF WRK-STATUS-MOV NOT = "00"
                  DISPLAY "Sem movimentos (APLICMOV.DAT "
                      WRK-STATUS-MOV ")"
                  SET FIM-ARQUIVO TO TRUE
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ APLICMOV-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          PERFORM 0150-APLICA-UM-MOVIMENTO
                  END-READ
              END-PERFORM
              IF WRK-STATUS-MOV NOT = "35"
                  CLOSE APLICMOV-FILE
              END-IF.

         0150-APLICA-UM-MOVIMENTO SECTION.
              MOVE SPACES TO WRK-MOTIVO
              IF AM-DATA NOT NUMERIC OR AM-DATA = ZEROS
                  MOVE WRK-DATA-SISTEMA TO AM-DATA
              END-IF
              EVALUATE AM-TIPO
                  WHEN "A"
                      PERFORM 0200-APLICA
                  WHEN "R"
                      PERFORM 0250-RESGATA
                  WHEN OTHER
                      MOVE "TIPO DE MOVIMENTO INVALIDO" TO WRK-MOTIVO
                      PERFORM 0180-GRAVA-EXCECAO
              END-EVALUATE.

         0180-GRAVA-EXCECAO SECTION.
              MOVE AM-TIPO         TO EX-TIPO
              MOVE AM-APLICACAO    TO EX-APLICACAO
              MOVE AM-CONTA        TO EX-CONTA
              MOVE AM-DATA         TO EX-DATA
              MOVE AM-VALOR        TO EX-VALOR
              MOVE WRK-MOTIVO      TO EX-MOTIVO
              WRITE APLICEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              IF RETURN-CODE LESS 4
                  MOVE 4 TO RETURN-CODE
              END-IF
              IF AM-TIPO = "A"
                  MOVE AM-CONTA TO WRK-EXC-CHAVE
              ELSE
                  MOVE AM-APLICACAO TO WRK-EXC-CHAVE
              END-IF
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0195-GRAVA-EXCDIARIO.

         0195-GRAVA-EXCDIARIO SECTION.
              MOVE "APLICACOES" TO WRK-EXC-SISTEMA
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

      *    Aplicacao nova: sai da conta bancaria informada e comeca a
      *    render na propria data, com o numero seguinte da carteira.
         0200-APLICA SECTION.
              EVALUATE TRUE
                  WHEN AM-DATA GREATER WRK-DATA-SISTEMA
                      MOVE "DATA FUTURA" TO WRK-MOTIVO
                  WHEN AM-VALOR NOT NUMERIC OR AM-VALOR = ZEROS
                      MOVE "VALOR ZERADO" TO WRK-MOTIVO
                  WHEN AM-PCT-CDI NOT NUMERIC OR AM-PCT-CDI = ZEROS
                      MOVE "PERCENTUAL DO CDI ZERADO" TO WRK-MOTIVO
                  WHEN AM-VENCIMENTO NOT NUMERIC
                      OR AM-VENCIMENTO NOT GREATER AM-DATA
                      MOVE "VENCIMENTO ANTES DA APLICACAO"
                          TO WRK-MOTIVO
                  WHEN WRK-QTD-APLIC NOT LESS 500
                      MOVE "CARTEIRA CHEIA" TO WRK-MOTIVO
              END-EVALUATE
              IF WRK-MOTIVO = SPACES
                  PERFORM 0190-LOCALIZA-CONTA
                  IF NOT ACHOU-CONTA
                      MOVE "CONTA BANCARIA INEXISTENTE" TO WRK-MOTIVO
                  END-IF
              END-IF
              IF WRK-MOTIVO NOT = SPACES
                  PERFORM 0180-GRAVA-EXCECAO
                  GO TO 0200-SAIDA
              END-IF
              ADD 1 TO WRK-PROX-APLICACAO
              ADD 1 TO WRK-QTD-APLIC
              SET TAB-AP-IDX TO WRK-QTD-APLIC
              MOVE WRK-PROX-APLICACAO TO TAB-AP-NUMERO(TAB-AP-IDX)
              MOVE AM-CONTA TO TAB-AP-CONTA(TAB-AP-IDX)
              MOVE AM-VALOR TO TAB-AP-APLICADO(TAB-AP-IDX)
              MOVE AM-DATA TO TAB-AP-INICIO(TAB-AP-IDX)
              MOVE AM-VENCIMENTO TO TAB-AP-VENCIMENTO(TAB-AP-IDX)
              MOVE AM-PCT-CDI TO TAB-AP-PCT-CDI(TAB-AP-IDX)
              MOVE AM-VALOR TO TAB-AP-PRINCIPAL(TAB-AP-IDX)
              MOVE AM-VALOR TO TAB-AP-SALDO(TAB-AP-IDX)
              MOVE AM-VALOR TO TAB-AP-SALDO-RAZAO(TAB-AP-IDX)
              MOVE AM-DATA TO TAB-AP-DATA-APROP(TAB-AP-IDX)
              MOVE ZEROS TO TAB-AP-IR-RETIDO(TAB-AP-IDX)
              MOVE "ATIVA" TO TAB-AP-STATUS(TAB-AP-IDX)
              MOVE ZEROS TO TAB-AP-RESGATE(TAB-AP-IDX)
              MOVE ZEROS TO TAB-AP-REND-DIA(TAB-AP-IDX)
              MOVE "APLICACAO" TO WRK-EVENTO
              MOVE AM-VALOR TO WRK-VALOR-EVENTO
              PERFORM 0600-REGISTRA-LANCAMENTO
              ADD 1 TO WRK-QTD-NOVAS
              ADD AM-VALOR TO WRK-TOTAL-APLICADO
              ADD 1 TO WRK-JOB-GRAVADOS
              MOVE AM-VALOR TO WRK-VALOR-ED
              DISPLAY "Aplicacao " WRK-PROX-APLICACAO " na conta "
                  AM-CONTA " : " WRK-VALOR-ED.
         0200-SAIDA.
              EXIT.

         0190-LOCALIZA-CONTA SECTION.
              MOVE "N" TO WRK-ACHOU-CONTA
              IF WRK-QTD-CONTAS GREATER ZERO
                  SET TAB-CT-IDX TO 1
                  SEARCH TAB-CT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CT-CONTA(TAB-CT-IDX) = AM-CONTA
                          SET ACHOU-CONTA TO TRUE
                  END-SEARCH
              END-IF.

      *    Resgate: apropria o rendimento ate a data do resgate e
      *    tira o valor resgatado da aplicacao; o principal sai na
      *    proporcao do valor sobre o saldo.
         0250-RESGATA SECTION.
              PERFORM 0260-LOCALIZA-APLICACAO
              EVALUATE TRUE
                  WHEN NOT ACHOU-APLIC
                      MOVE "APLICACAO NAO ENCONTRADA" TO WRK-MOTIVO
                  WHEN TAB-AP-STATUS(TAB-AP-IDX) NOT = "ATIVA"
                      MOVE "APLICACAO JA RESGATADA" TO WRK-MOTIVO
                  WHEN AM-DATA GREATER WRK-DATA-SISTEMA
                      MOVE "DATA FUTURA" TO WRK-MOTIVO
                  WHEN AM-DATA LESS TAB-AP-DATA-APROP(TAB-AP-IDX)
                      MOVE "DATA ANTES DA ULTIMA APROPRIACAO"
                          TO WRK-MOTIVO
                  WHEN AM-VALOR NOT NUMERIC
                      MOVE "VALOR INVALIDO" TO WRK-MOTIVO
              END-EVALUATE
              IF WRK-MOTIVO NOT = SPACES
                  PERFORM 0180-GRAVA-EXCECAO
                  GO TO 0250-SAIDA
              END-IF
              MOVE AM-DATA TO WRK-DATA-ATE
              PERFORM 0400-APROPRIA-APLICACAO
              IF SEM-TAXA
                  MOVE "SEM CDI ATE A DATA DO RESGATE" TO WRK-MOTIVO
                  PERFORM 0180-GRAVA-EXCECAO
                  GO TO 0250-SAIDA
              END-IF
              PERFORM 0280-CALCULA-RESGATE
              ADD 1 TO WRK-QTD-RESGATES
              ADD WRK-VALOR-RESGATE TO WRK-TOTAL-RESGATADO
              ADD WRK-IR-RESGATE TO WRK-TOTAL-IR
              ADD 1 TO WRK-JOB-GRAVADOS
              MOVE WRK-LIQUIDO-RESGATE TO WRK-VALOR-ED
              DISPLAY "Resgate da aplicacao " AM-APLICACAO
                  " liquido : " WRK-VALOR-ED
                  " IR " WRK-ALIQUOTA-IR "%".
         0250-SAIDA.
              EXIT.

         0260-LOCALIZA-APLICACAO SECTION.
              MOVE "N" TO WRK-ACHOU-APLIC
              IF WRK-QTD-APLIC GREATER ZERO
                  SET TAB-AP-IDX TO 1
                  SEARCH TAB-AP-REG
                      AT END
                          CONTINUE
                      WHEN TAB-AP-NUMERO(TAB-AP-IDX) = AM-APLICACAO
                          SET ACHOU-APLIC TO TRUE
                  END-SEARCH
              END-IF.

      *    Valor zerado ou maior que o saldo resgata a aplicacao
      *    inteira. IR sobre o rendimento resgatado pela faixa dos
      *    dias corridos desde a aplicacao; o liquido volta para a
      *    conta bancaria e o IR fica a compensar.
         0280-CALCULA-RESGATE SECTION.
              MOVE "N" TO WRK-RESGATE-TOTAL
              IF AM-VALOR = ZEROS
                  OR AM-VALOR NOT LESS TAB-AP-SALDO-RAZAO(TAB-AP-IDX)
                  SET RESGATE-TOTAL TO TRUE
                  MOVE TAB-AP-SALDO-RAZAO(TAB-AP-IDX)
                      TO WRK-VALOR-RESGATE
                  MOVE TAB-AP-PRINCIPAL(TAB-AP-IDX)
                      TO WRK-PRINCIPAL-RESGATE
              ELSE
                  MOVE AM-VALOR TO WRK-VALOR-RESGATE
                  COMPUTE WRK-PRINCIPAL-RESGATE ROUNDED =
                      TAB-AP-PRINCIPAL(TAB-AP-IDX) * AM-VALOR
                      / TAB-AP-SALDO-RAZAO(TAB-AP-IDX)
              END-IF
              IF WRK-PRINCIPAL-RESGATE GREATER WRK-VALOR-RESGATE
                  MOVE WRK-VALOR-RESGATE TO WRK-PRINCIPAL-RESGATE
              END-IF
              COMPUTE WRK-REND-RESGATE =
                  WRK-VALOR-RESGATE - WRK-PRINCIPAL-RESGATE
              PERFORM 0290-CONTA-DIAS-APLICADO
              MOVE TAB-FX-ALIQUOTA(4) TO WRK-ALIQUOTA-IR
              PERFORM VARYING TAB-FX-IDX FROM 4 BY -1
                  UNTIL TAB-FX-IDX LESS 1
                  IF WRK-DIAS-APLICADO NOT GREATER
                      TAB-FX-DIAS(TAB-FX-IDX)
                      MOVE TAB-FX-ALIQUOTA(TAB-FX-IDX)
                          TO WRK-ALIQUOTA-IR
                  END-IF
              END-PERFORM
              COMPUTE WRK-IR-RESGATE ROUNDED =
                  WRK-REND-RESGATE * WRK-ALIQUOTA-IR / 100
              COMPUTE WRK-LIQUIDO-RESGATE =
                  WRK-VALOR-RESGATE - WRK-IR-RESGATE
              MOVE AM-APLICACAO TO WRK-APLICACAO-LANC
              MOVE "RESGAPLIC" TO WRK-EVENTO
              MOVE WRK-LIQUIDO-RESGATE TO WRK-VALOR-EVENTO
              PERFORM 0600-REGISTRA-LANCAMENTO
              IF WRK-IR-RESGATE GREATER ZERO
                  MOVE "IRRFAPLIC" TO WRK-EVENTO
                  MOVE WRK-IR-RESGATE TO WRK-VALOR-EVENTO
                  PERFORM 0600-REGISTRA-LANCAMENTO
              END-IF
              SUBTRACT WRK-PRINCIPAL-RESGATE
                  FROM TAB-AP-PRINCIPAL(TAB-AP-IDX)
              SUBTRACT WRK-VALOR-RESGATE
                  FROM TAB-AP-SALDO-RAZAO(TAB-AP-IDX)
              ADD WRK-IR-RESGATE TO TAB-AP-IR-RETIDO(TAB-AP-IDX)
              IF RESGATE-TOTAL
                  MOVE ZEROS TO TAB-AP-SALDO(TAB-AP-IDX)
                  MOVE "RESGATADA" TO TAB-AP-STATUS(TAB-AP-IDX)
                  MOVE AM-DATA TO TAB-AP-RESGATE(TAB-AP-IDX)
              ELSE
                  SUBTRACT WRK-VALOR-RESGATE
                      FROM TAB-AP-SALDO(TAB-AP-IDX)
              END-IF.

      *    Dias corridos da aplicacao ao resgate, contados dia a dia
      *    (no maximo 9999, a ultima faixa).
         0290-CONTA-DIAS-APLICADO SECTION.
              MOVE ZEROS TO WRK-DIAS-APLICADO
              MOVE TAB-AP-INICIO(TAB-AP-IDX) TO WRK-DATA-PASSO
              PERFORM UNTIL WRK-DATA-PASSO NOT LESS AM-DATA
                  OR WRK-DIAS-APLICADO NOT LESS 9999
                  PERFORM 0820-AVANCA-UM-DIA
                  ADD 1 TO WRK-DIAS-APLICADO
              END-PERFORM.

      *    Apropriacao diaria de toda a carteira ativa ate hoje;
      *    aplicacao vencida e nao resgatada para de render no
      *    vencimento e fica como aviso para a tesouraria.
         0300-APROPRIA-CARTEIRA SECTION.
              PERFORM VARYING TAB-AP-IDX FROM 1 BY 1
                  UNTIL TAB-AP-IDX GREATER WRK-QTD-APLIC
                  IF TAB-AP-STATUS(TAB-AP-IDX) = "ATIVA"
                      MOVE TAB-AP-NUMERO(TAB-AP-IDX)
                          TO WRK-APLICACAO-LANC
                      MOVE WRK-DATA-SISTEMA TO WRK-DATA-ATE
                      PERFORM 0400-APROPRIA-APLICACAO
                      IF SEM-TAXA
                          MOVE TAB-AP-NUMERO(TAB-AP-IDX)
                              TO WRK-EXC-CHAVE
                          MOVE "SEM CDI EM VIGOR PARA APROPRIAR"
                              TO WRK-EXC-MOTIVO
                          PERFORM 0195-GRAVA-EXCDIARIO
                          IF RETURN-CODE LESS 4
                              MOVE 4 TO RETURN-CODE
                          END-IF
                      END-IF
                      IF TAB-AP-VENCIMENTO(TAB-AP-IDX)
                          NOT GREATER WRK-DATA-SISTEMA
                          ADD 1 TO WRK-QTD-VENCIDAS
                          DISPLAY "Aplicacao " TAB-AP-NUMERO(TAB-AP-IDX)
                              " vencida em "
                              TAB-AP-VENCIMENTO(TAB-AP-IDX)
                              " e nao resgatada"
                          MOVE TAB-AP-NUMERO(TAB-AP-IDX)
                              TO WRK-EXC-CHAVE
                          MOVE "APLICACAO VENCIDA SEM RESGATE"
                              TO WRK-EXC-MOTIVO
                          PERFORM 0195-GRAVA-EXCDIARIO
                      END-IF
                  END-IF
              END-PERFORM.

      *    Capitaliza o saldo de cada dia util desde a ultima
      *    apropriacao ate a vespera de WRK-DATA-ATE (limitada ao
      *    vencimento): o CDI do dia rende para o dia seguinte. O
      *    rendimento lancado e o que o saldo em centavos passou do
      *    saldo ja lancado no razao. Dia sem taxa em vigor para a
      *    apropriacao naquele dia (SEM-TAXA).
         0400-APROPRIA-APLICACAO SECTION.
              SET ACHOU-TAXA TO TRUE
              MOVE TAB-AP-NUMERO(TAB-AP-IDX) TO WRK-APLICACAO-LANC
              IF WRK-DATA-ATE GREATER TAB-AP-VENCIMENTO(TAB-AP-IDX)
                  MOVE TAB-AP-VENCIMENTO(TAB-AP-IDX) TO WRK-DATA-ATE
              END-IF
              IF TAB-AP-DATA-APROP(TAB-AP-IDX) NOT LESS WRK-DATA-ATE
                  GO TO 0400-SAIDA
              END-IF
              MOVE TAB-AP-DATA-APROP(TAB-AP-IDX) TO WRK-DATA-DIA
              MOVE WRK-DATA-DIA TO WRK-DU-DATA
              PERFORM 0430-CHAMA-DIAUTIL
              IF WRK-DU-EH-UTIL NOT = "S"
                  MOVE WRK-DU-PROXIMO TO WRK-DATA-DIA
              END-IF
              PERFORM UNTIL WRK-DATA-DIA NOT LESS WRK-DATA-ATE
                  OR SEM-TAXA
                  PERFORM 0420-TAXA-DO-DIA
                  IF ACHOU-TAXA
                      COMPUTE WRK-FATOR-DIA ROUNDED = 1
                          + WRK-TAXA-DIA
                          * TAB-AP-PCT-CDI(TAB-AP-IDX) / 10000
                      COMPUTE TAB-AP-SALDO(TAB-AP-IDX) ROUNDED =
                          TAB-AP-SALDO(TAB-AP-IDX) * WRK-FATOR-DIA
                      MOVE WRK-DATA-DIA TO WRK-DU-DATA
                      PERFORM 0430-CHAMA-DIAUTIL
                      MOVE WRK-DU-PROXIMO TO WRK-DATA-DIA
                  END-IF
              END-PERFORM
              IF SEM-TAXA
                  MOVE WRK-DATA-DIA TO TAB-AP-DATA-APROP(TAB-AP-IDX)
              ELSE
                  MOVE WRK-DATA-ATE TO TAB-AP-DATA-APROP(TAB-AP-IDX)
              END-IF
              COMPUTE WRK-SALDO-CENTAVOS ROUNDED =
                  TAB-AP-SALDO(TAB-AP-IDX)
              IF WRK-SALDO-CENTAVOS GREATER
                  TAB-AP-SALDO-RAZAO(TAB-AP-IDX)
                  COMPUTE WRK-RENDIMENTO = WRK-SALDO-CENTAVOS
                      - TAB-AP-SALDO-RAZAO(TAB-AP-IDX)
                  MOVE "RENDAPLIC" TO WRK-EVENTO
                  MOVE WRK-RENDIMENTO TO WRK-VALOR-EVENTO
                  PERFORM 0600-REGISTRA-LANCAMENTO
                  MOVE WRK-SALDO-CENTAVOS
                      TO TAB-AP-SALDO-RAZAO(TAB-AP-IDX)
                  ADD WRK-RENDIMENTO TO TAB-AP-REND-DIA(TAB-AP-IDX)
                  ADD WRK-RENDIMENTO TO WRK-TOTAL-RENDIMENTO
              END-IF.
         0400-SAIDA.
              EXIT.

         0420-TAXA-DO-DIA SECTION.
              SET SEM-TAXA TO TRUE
              MOVE ZEROS TO WRK-VIGENCIA-CDI
              PERFORM VARYING TAB-CD-IDX FROM 1 BY 1
                  UNTIL TAB-CD-IDX GREATER WRK-QTD-CDI
                  IF TAB-CD-VIGENCIA(TAB-CD-IDX)
                      NOT GREATER WRK-DATA-DIA
                      AND TAB-CD-VIGENCIA(TAB-CD-IDX)
                          NOT LESS WRK-VIGENCIA-CDI
                      SET ACHOU-TAXA TO TRUE
                      MOVE TAB-CD-VIGENCIA(TAB-CD-IDX)
                          TO WRK-VIGENCIA-CDI
                      MOVE TAB-CD-TAXA(TAB-CD-IDX) TO WRK-TAXA-DIA
                  END-IF
              END-PERFORM.

         0430-CHAMA-DIAUTIL SECTION.
              MOVE SPACES TO WRK-DU-UF
              MOVE RETURN-CODE TO WRK-DU-RETORNO
              CALL "DIAUTIL" USING WRK-PARM-DIAUTIL.

         0600-REGISTRA-LANCAMENTO SECTION.
              IF WRK-QTD-LANC NOT LESS 2000
                  DISPLAY "Mais de 2000 lancamentos de aplicacoes"
                      " - lote abortado"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              PERFORM 0610-LOCALIZA-EVENTO
              ADD 1 TO WRK-QTD-LANC
              SET TAB-LN-IDX TO WRK-QTD-LANC
              MOVE WRK-IDX-EVENTO TO TAB-LN-EVENTO(TAB-LN-IDX)
              IF WRK-EVENTO = "APLICACAO"
                  MOVE WRK-PROX-APLICACAO
                      TO TAB-LN-APLICACAO(TAB-LN-IDX)
              ELSE
                  MOVE WRK-APLICACAO-LANC
                      TO TAB-LN-APLICACAO(TAB-LN-IDX)
              END-IF
              MOVE WRK-VALOR-EVENTO TO TAB-LN-VALOR(TAB-LN-IDX).

         0610-LOCALIZA-EVENTO SECTION.
              SET TAB-EL-IDX TO 1
              SEARCH TAB-EL-REG
                  AT END
                      MOVE ZEROS TO WRK-IDX-EVENTO
                  WHEN TAB-EL-EVENTO(TAB-EL-IDX) = WRK-EVENTO
                      SET WRK-IDX-EVENTO TO TAB-EL-IDX
              END-SEARCH.

         0700-GRAVA-CARTEIRA SECTION.
              OPEN OUTPUT APLICACOES-FILE
              IF WRK-STATUS-APLIC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "APLICACOES.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-APLIC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-AP-IDX FROM 1 BY 1
                  UNTIL TAB-AP-IDX GREATER WRK-QTD-APLIC
                  MOVE TAB-AP-NUMERO(TAB-AP-IDX)     TO AP-NUMERO
                  MOVE TAB-AP-CONTA(TAB-AP-IDX)      TO AP-CONTA
                  MOVE TAB-AP-APLICADO(TAB-AP-IDX)
                      TO AP-VALOR-APLICADO
                  MOVE TAB-AP-INICIO(TAB-AP-IDX)     TO AP-DATA-INICIO
                  MOVE TAB-AP-VENCIMENTO(TAB-AP-IDX) TO AP-VENCIMENTO
                  MOVE TAB-AP-PCT-CDI(TAB-AP-IDX)    TO AP-PCT-CDI
                  MOVE TAB-AP-PRINCIPAL(TAB-AP-IDX)  TO AP-PRINCIPAL
                  MOVE TAB-AP-SALDO(TAB-AP-IDX)      TO AP-SALDO
                  MOVE TAB-AP-SALDO-RAZAO(TAB-AP-IDX)
                      TO AP-SALDO-RAZAO
                  MOVE TAB-AP-DATA-APROP(TAB-AP-IDX) TO AP-DATA-APROP
                  MOVE TAB-AP-IR-RETIDO(TAB-AP-IDX)  TO AP-IR-RETIDO
                  MOVE TAB-AP-STATUS(TAB-AP-IDX)     TO AP-STATUS
                  MOVE TAB-AP-RESGATE(TAB-AP-IDX)    TO AP-DATA-RESGATE
                  WRITE APLICACOES-REG
              END-PERFORM
              CLOSE APLICACOES-FILE.

      *    Lote AP acrescentado a LANCAMENTOS.DAT na data do
      *    processamento, com as aplicacoes, os rendimentos, os
      *    resgates liquidos e o IRRF da rodada. O numero segue o
      *    maior lote AP ja gravado; o lote fecha com o registro de
      *    total.
         0750-GRAVA-LANCAMENTOS SECTION.
              IF WRK-QTD-LANC = ZEROS
                  GO TO 0750-SAIDA
              END-IF
              PERFORM 0760-NUMERA-LOTE
              OPEN EXTEND LANCAMENTOS-FILE
              IF WRK-STATUS-LANC = "35"
                  OPEN OUTPUT LANCAMENTOS-FILE
              END-IF
              IF WRK-STATUS-LANC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "LANCAMENTOS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-LANC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE "AP" TO WRK-LL-PREFIXO
              COMPUTE WRK-LL-NUMERO = WRK-ULT-LOTE-AP + 1
              MOVE ZEROS TO WRK-TOT-DEBITO
              PERFORM VARYING TAB-LN-IDX FROM 1 BY 1
                  UNTIL TAB-LN-IDX GREATER WRK-QTD-LANC
                  MOVE TAB-LN-EVENTO(TAB-LN-IDX) TO WRK-IDX-EVENTO
                  MOVE TAB-LN-APLICACAO(TAB-LN-IDX)
                      TO WRK-APLICACAO-LANC
                  MOVE TAB-LN-VALOR(TAB-LN-IDX) TO WRK-VALOR-EVENTO
                  PERFORM 0770-LANCA-PARTIDAS
              END-PERFORM
              PERFORM 0780-TOTAL-LOTE
              CLOSE LANCAMENTOS-FILE.
         0750-SAIDA.
              EXIT.

         0760-NUMERA-LOTE SECTION.
              MOVE "N" TO WRK-FIM-LANC
              OPEN INPUT LANCAMENTOS-FILE
              IF WRK-STATUS-LANC NOT = "00"
                  GO TO 0760-SAIDA
              END-IF
              PERFORM UNTIL FIM-LANC
                  READ LANCAMENTOS-FILE INTO LANCAMENTOS-REG
                      AT END
                          SET FIM-LANC TO TRUE
                      NOT AT END
                          IF LC-LOTE(1:2) = "AP"
                              AND LC-LOTE(3:4) NUMERIC
                              MOVE LC-LOTE(3:4) TO WRK-NUM-LOTE
                              IF WRK-NUM-LOTE GREATER WRK-ULT-LOTE-AP
                                  MOVE WRK-NUM-LOTE TO WRK-ULT-LOTE-AP
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LANCAMENTOS-FILE.
         0760-SAIDA.
              EXIT.

      *    Partida dobrada do evento pela regra em vigor, com o
      *    numero da aplicacao no final do historico.
         0770-LANCA-PARTIDAS SECTION.
              MOVE WRK-LOTE-LANC TO LC-LOTE
              MOVE WRK-DATA-SISTEMA TO LC-DATA
              MOVE WRK-VALOR-EVENTO TO LC-VALOR
              MOVE SPACES TO LC-HISTORICO
              STRING TAB-RV-HISTORICO(WRK-IDX-EVENTO)
                  DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WRK-APLICACAO-LANC DELIMITED BY SIZE
                  INTO LC-HISTORICO
              MOVE TAB-RV-DEBITO(WRK-IDX-EVENTO) TO LC-CONTA
              MOVE "D" TO LC-DC
              WRITE LANCAMENTOS-REG
              MOVE TAB-RV-CREDITO(WRK-IDX-EVENTO) TO LC-CONTA
              MOVE "C" TO LC-DC
              WRITE LANCAMENTOS-REG
              ADD 2 TO WRK-QTD-LANC-GRAV
              ADD WRK-VALOR-EVENTO TO WRK-TOT-DEBITO.

      *    Registro de total do lote: conta 0000, tipo T, com o
      *    total dos debitos (igual ao dos creditos), como no
      *    GERALANC.
         0780-TOTAL-LOTE SECTION.
              MOVE WRK-LOTE-LANC TO LC-LOTE
              MOVE WRK-DATA-SISTEMA TO LC-DATA
              MOVE ZEROS TO LC-CONTA
              MOVE "T" TO LC-DC
              MOVE WRK-TOT-DEBITO TO LC-VALOR
              MOVE "TOTAL DO LOTE" TO LC-HISTORICO
              WRITE LANCAMENTOS-REG
              ADD 1 TO WRK-QTD-LANC-GRAV
              DISPLAY "LOTE " WRK-LOTE-LANC
                  " GRAVADO EM LANCAMENTOS.DAT - TOTAL "
                  WRK-TOT-DEBITO.

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

      *    Posicao por conta bancaria para a tesouraria: aplicacoes
      *    em carteira com principal, saldo e rendimento acumulado
      *    (saldo menos principal), subtotal por conta e total
      *    geral, seguidos do movimento da rodada.
         8000-RELATORIO-POSICAO SECTION.
              PERFORM VARYING TAB-CT-IDX FROM 1 BY 1
                  UNTIL TAB-CT-IDX GREATER WRK-QTD-CONTAS
                  PERFORM 8100-POSICAO-CONTA
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "TOTAL GERAL" TO WRK-LS-ROTULO
              MOVE WRK-TOT-PRINCIPAL TO WRK-LS-PRINCIPAL
              MOVE WRK-TOT-SALDO TO WRK-LS-SALDO
              MOVE WRK-TOT-RENDIMENTO TO WRK-LS-RENDIMENTO
              MOVE WRK-LINHA-SUBTOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "APLICADO NA RODADA" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-APLICADO TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "RENDIMENTO APROPRIADO NA RODADA" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-RENDIMENTO TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "RESGATADO NA RODADA (BRUTO)" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-RESGATADO TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "IR RETIDO NOS RESGATES" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-IR TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-POSICOES TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "APLICACOES EM CARTEIRA " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         8100-POSICAO-CONTA SECTION.
              MOVE ZEROS TO WRK-SUB-QTD
              MOVE ZEROS TO WRK-SUB-PRINCIPAL
              MOVE ZEROS TO WRK-SUB-SALDO
              MOVE ZEROS TO WRK-SUB-RENDIMENTO
              PERFORM VARYING TAB-AP-IDX FROM 1 BY 1
                  UNTIL TAB-AP-IDX GREATER WRK-QTD-APLIC
                  IF TAB-AP-CONTA(TAB-AP-IDX) = TAB-CT-CONTA(TAB-CT-IDX)
                      AND TAB-AP-STATUS(TAB-AP-IDX) = "ATIVA"
                      PERFORM 8200-LINHA-POSICAO
                  END-IF
              END-PERFORM
              IF WRK-SUB-QTD = ZEROS
                  GO TO 8100-SAIDA
              END-IF
              MOVE SPACES TO WRK-LS-ROTULO
              STRING "SUBTOTAL CONTA " DELIMITED BY SIZE
                  TAB-CT-CONTA(TAB-CT-IDX) DELIMITED BY SIZE
                  INTO WRK-LS-ROTULO
              MOVE WRK-SUB-PRINCIPAL TO WRK-LS-PRINCIPAL
              MOVE WRK-SUB-SALDO TO WRK-LS-SALDO
              MOVE WRK-SUB-RENDIMENTO TO WRK-LS-RENDIMENTO
              MOVE WRK-LINHA-SUBTOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.
         8100-SAIDA.
              EXIT.

         8200-LINHA-POSICAO SECTION.
              IF WRK-SUB-QTD = ZEROS
                  MOVE TAB-CT-CONTA(TAB-CT-IDX) TO WRK-LB-CONTA
                  MOVE TAB-CT-NOME(TAB-CT-IDX) TO WRK-LB-NOME
                  MOVE WRK-LINHA-CONTA TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              ADD 1 TO WRK-SUB-QTD
              ADD 1 TO WRK-QTD-POSICOES
              COMPUTE WRK-RENDIMENTO = TAB-AP-SALDO-RAZAO(TAB-AP-IDX)
                  - TAB-AP-PRINCIPAL(TAB-AP-IDX)
              ADD TAB-AP-PRINCIPAL(TAB-AP-IDX) TO WRK-SUB-PRINCIPAL
              ADD TAB-AP-SALDO-RAZAO(TAB-AP-IDX) TO WRK-SUB-SALDO
              ADD WRK-RENDIMENTO TO WRK-SUB-RENDIMENTO
              ADD TAB-AP-PRINCIPAL(TAB-AP-IDX) TO WRK-TOT-PRINCIPAL
              ADD TAB-AP-SALDO-RAZAO(TAB-AP-IDX) TO WRK-TOT-SALDO
              ADD WRK-RENDIMENTO TO WRK-TOT-RENDIMENTO
              MOVE TAB-AP-NUMERO(TAB-AP-IDX) TO WRK-LP-APLICACAO
              MOVE TAB-AP-VENCIMENTO(TAB-AP-IDX) TO WRK-LP-VENCTO
              MOVE TAB-AP-PCT-CDI(TAB-AP-IDX) TO WRK-LP-PCT
              MOVE TAB-AP-PRINCIPAL(TAB-AP-IDX) TO WRK-LP-PRINCIPAL
              MOVE TAB-AP-SALDO-RAZAO(TAB-AP-IDX) TO WRK-LP-SALDO
              MOVE WRK-RENDIMENTO TO WRK-LP-RENDIMENTO
              IF TAB-AP-VENCIMENTO(TAB-AP-IDX)
                  NOT GREATER WRK-DATA-SISTEMA
                  MOVE "VENCIDA" TO WRK-LP-SITUACAO
              ELSE
                  MOVE "ATIVA" TO WRK-LP-SITUACAO
              END-IF
              MOVE WRK-LINHA-POSICAO TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         9000-FINALIZAR SECTION.
              CLOSE APLICEXC-FILE
              CLOSE APLICREL-FILE
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
              DISPLAY "APLICACOES NOVAS      : " WRK-QTD-NOVAS
              DISPLAY "RESGATES              : " WRK-QTD-RESGATES
              DISPLAY "VENCIDAS SEM RESGATE  : " WRK-QTD-VENCIDAS
              DISPLAY "LANCAMENTOS NO RAZAO  : " WRK-QTD-LANC-GRAV
              DISPLAY "MOVIMENTOS REJEITADOS : " WRK-JOB-REJEITADOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==APLICREL-REG==.

       END PROGRAM APLICFIN.
