      *          da mesa financeira que divergia todo mes.
      * Tectonics: cobc
      * Mod Log:
      *   22/01/2025 - JLS - Creditos de sinistro aceitos (RECCRED.DAT,
      *                      gerado pelo MANSINISTRO) abatidos dos
      *                      titulos em aberto do cliente, do mais
      *                      antigo ao mais novo; titulo ganha o valor
      *                      creditado no final do registro e o aging
      *                      mostra o total creditado no dia.
      *   28/01/2025 - JLS - Titulo guarda a data do ultimo pagamento
      *                      (CR-DATA-PAGTO, no final do registro) para
      *                      a revisao de limite de credito medir o
      *                      atraso; registro antigo sem a data fica
      *                      zerado.
      *   02/02/2025 - JLS - Pagamento depois do vencimento gera multa e
      *                      juros de mora ao dia (PARAMREC.DAT, padrao
      *                      2% e 0,0333%) sobre o valor pago, cobrados
      *                      num titulo adicional de encargos da
      *                      competencia (CR-TIPO E, no final do
      *                      registro; RM-TIPO E no movimento paga esse
      *                      titulo). Aging mostra o tipo e o total de
      *                      encargos.
      *   03/02/2025 - JLS - Remessa de cobranca ao banco (REMCOB.DAT:
      *                      header, um detalhe por titulo em aberto
      *                      ainda nao remetido com vencimento e saldo,
      *                      trailer com contagem e soma); a data da
      *                      remessa fica no titulo (CR-DATA-REMESSA, no
      *                      final do registro) e ele nao e remetido de
      *                      novo.
      *   01/03/2025 - JLS - Recebimentos no razao: cada pagamento
      *                      aplicado lanca banco contra clientes a
      *                      receber e cada encargo por atraso clientes
      *                      a receber contra receita de encargos, no
      *                      lote RB acrescentado a LANCAMENTOS.DAT
      *                      pelas regras de REGRASLANC.DAT. Baixa de
      *                      titulo incobravel (RECPERDA.DAT, com
      *                      aprovador de nivel 3 do OPERADORES.DAT e
      *                      motivo) fecha o titulo como PERDA (valor em
      *                      CR-VALOR-PERDA, no final do registro),
      *                      lanca o saldo em perdas com clientes no
      *                      lote PD e fica em RECPERDAAUD.DAT. O aging
      *                      concilia o saldo em aberto com a conta de
      *                      clientes a receber do razao; diferenca vai
      *                      ao EXCDIARIO com RETURN-CODE 4. Regra
      *                      ausente ou mes fechado recusa a execucao
      *                      com RETURN-CODE 8.
      *   02/03/2025 - JLS - Tabela de regras em vigor acompanha o
      *                      catalogo de 29 eventos (aplicacoes
      *                      financeiras).
      *   08/03/2025 - JLS - Credito de sinistro aplicado a titulo vai
      *                      ao razao no lote RB (evento CREDCLI:
      *                      indenizacao contra clientes a receber);
      *                      sem o lancamento a conciliacao acusava
      *                      diferenca a cada credito. Tabela de regras
      *                      em vigor acompanha o catalogo de 30
      *                      eventos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTASREC.
           SELECT PARAMREC-FILE ASSIGN TO "PARAMREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMREC.
           SELECT RECCRED-FILE ASSIGN TO "RECCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECCRED.
           SELECT REMCOB-FILE ASSIGN TO "REMCOB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REMCOB.
           SELECT RECPERDA-FILE ASSIGN TO "RECPERDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECPERDA.
           SELECT RECPERDAAUD-FILE ASSIGN TO "RECPERDAAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERDAAUD.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OPER.
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
           05 CR-VALOR-ORIGINAL       PIC 9(10)V99.
           05 CR-VALOR-PAGO           PIC 9(10)V99.
           05 CR-STATUS               PIC X(08).
           05 CR-VALOR-CREDITO        PIC 9(10)V99.
           05 CR-DATA-PAGTO           PIC 9(08).
           05 CR-TIPO                 PIC X(01).
           05 CR-DATA-REMESSA         PIC 9(08).
           05 CR-VALOR-PERDA          PIC 9(10)V99.

       FD  RECMOV-FILE.
       01  RECMOV-REG.
           05 RM-COMPETENCIA          PIC 9(06).
           05 RM-DATA-PAGTO           PIC 9(08).
           05 RM-VALOR-PAGO           PIC 9(10)V99.
           05 RM-TIPO                 PIC X(01).

       FD  RECEXC-FILE.
       01  RECEXC-REG.
           05 RX-DATA-PAGTO           PIC 9(08).
           05 RX-VALOR-PAGO           PIC 9(10)V99.
           05 RX-MOTIVO               PIC X(30).
           05 RX-TIPO                 PIC X(01).

       FD  RECAGING-FILE.
       01  RECAGING-REG               PIC X(80).
       FD  PARAMREC-FILE.
       01  PARAMREC-REG.
           05 PR-DIAS-PRAZO           PIC 9(03).
           05 PR-MULTA-PCT            PIC 9(02)V99.
           05 PR-JUROS-DIA-PCT        PIC 9(01)V9999.
           05 PR-FAIXA-RETENCAO       PIC 9(01).

      *    Creditos de sinistro aceitos (MANSINISTRO): P pendente,
      *    A aplicado integralmente em titulo do cliente.
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

       FD  REMCOB-FILE.
       01  REMCOB-REG                 PIC X(60).

      *    Baixa de titulo incobravel como perda, com o codigo do
      *    operador que aprovou e o motivo.
       FD  RECPERDA-FILE.
       01  RECPERDA-REG.
           05 RP-CLIENTE              PIC 9(05).
           05 RP-COMPETENCIA          PIC 9(06).
           05 RP-TIPO                 PIC X(01).
           05 RP-APROVADOR            PIC X(08).
           05 RP-MOTIVO               PIC X(30).

       FD  RECPERDAAUD-FILE.
       01  RECPERDAAUD-REG.
           05 PA-DATA                 PIC 9(08).
           05 PA-HORA                 PIC X(08).
           05 PA-CLIENTE              PIC 9(05).
           05 PA-COMPETENCIA          PIC 9(06).
           05 PA-TIPO                 PIC X(01).
           05 PA-VALOR                PIC 9(10)V99.
           05 PA-APROVADOR            PIC X(08).
           05 PA-MOTIVO               PIC X(30).
           05 PA-LOTE                 PIC X(06).

       FD  OPERADORES-FILE.
       01  OPERADORES-REG.
           05 OP-CODIGO               PIC X(08).
           05 OP-NOME                 PIC X(20).
           05 OP-NIVEL                PIC 9(01).

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
             05 WRK-DU-EH-UTIL     PIC X(01) VALUE "S".
             05 WRK-DU-PROXIMO     PIC 9(08) VALUE ZEROS.
             05 WRK-DU-RETORNO     PIC 9(02) VALUE ZEROS.

         01 WRK-PARM-BKP.
             05 WRK-BKP-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-BKP-RETORNO    PIC 9(02) VALUE ZEROS.
           COPY EXCDIARIOCPY.

         77 WRK-STATUS-FATURAMENTO PIC X(02) VALUE SPACES.
         77 WRK-STATUS-RECEXC      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-RECAGING    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAMREC    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-RECCRED     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REMCOB      PIC X(02) VALUE SPACES.
         77 WRK-FIM-FATURAMENTO    PIC X(01) VALUE "N".
             88 FIM-FATURAMENTO VALUE "S".
         77 WRK-FIM-CONTASREC      PIC X(01) VALUE "N".
             88 FIM-CONTASREC VALUE "S".
         77 WRK-FIM-RECMOV         PIC X(01) VALUE "N".
             88 FIM-RECMOV VALUE "S".
         77 WRK-FIM-RECCRED        PIC X(01) VALUE "N".
             88 FIM-RECCRED VALUE "S".

         77 WRK-DIAS-PRAZO         PIC 9(03) VALUE 10.
      *    Encargos do pagamento em atraso: multa sobre o valor pago
      *    e juros de mora por dia corrido apos o vencimento.
         77 WRK-MULTA-PCT          PIC 9(02)V99 VALUE 2,00.
         77 WRK-JUROS-DIA-PCT      PIC 9(01)V9999 VALUE 0,0333.
         77 WRK-DIAS-PAGTO-ATRASO  PIC 9(04) VALUE ZEROS.
         77 WRK-VALOR-ENCARGO      PIC 9(10)V99 VALUE ZEROS.
         77 WRK-TOTAL-ENCARGOS     PIC 9(11)V99 VALUE ZEROS.
         77 WRK-QTD-ENCARGOS       PIC 9(05) VALUE ZEROS.
         77 WRK-DATA-SISTEMA       PIC 9(08) VALUE ZEROS.
         77 WRK-DATA-VENCTO        PIC 9(08) VALUE ZEROS.
         77 WRK-DIAS-CONTADOS      PIC 9(03) VALUE ZEROS.
                 10 TAB-TT-ORIGINAL    PIC 9(10)V99.
                 10 TAB-TT-PAGO        PIC 9(10)V99.
                 10 TAB-TT-STATUS      PIC X(08).
                 10 TAB-TT-CREDITO     PIC 9(10)V99.
                 10 TAB-TT-DATA-PAGTO  PIC 9(08).
                 10 TAB-TT-TIPO        PIC X(01).
                 10 TAB-TT-REMESSA     PIC 9(08).
                 10 TAB-TT-PERDA       PIC 9(10)V99.
         77 WRK-QTD-TITULO         PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-TITULO       PIC X(01) VALUE "N".
             88 ACHOU-TITULO VALUE "S".
         77 WRK-IDX-TITULO         PIC 9(03) VALUE ZEROS.
         77 WRK-BUSCA-COMPETENCIA  PIC 9(06) VALUE ZEROS.
         77 WRK-BUSCA-CLIENTE      PIC 9(05) VALUE ZEROS.
      *    Tipo do titulo: branco e o faturamento da competencia, E o
      *    titulo adicional de encargos por atraso do mesmo cliente.
         77 WRK-BUSCA-TIPO         PIC X(01) VALUE SPACES.

         77 WRK-MOVTO-VALIDO       PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO             PIC X(30) VALUE SPACES.
         77 WRK-SALDO-TITULO       PIC 9(10)V99 VALUE ZEROS.

      *    Creditos de sinistro em memoria; o arquivo e regravado
      *    inteiro com o que foi aplicado nesta rodada.
         01 TAB-CREDITO.
             05 TAB-RC-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-CREDITO
                 INDEXED BY TAB-RC-IDX.
                 10 TAB-RC-CLIENTE     PIC 9(05).
                 10 TAB-RC-SINISTRO    PIC 9(06).
                 10 TAB-RC-PEDIDO      PIC 9(08).
                 10 TAB-RC-DATA        PIC 9(08).
                 10 TAB-RC-VALOR       PIC 9(08)V99.
                 10 TAB-RC-APLICADO    PIC 9(08)V99.
                 10 TAB-RC-SITUACAO    PIC X(01).
                 10 TAB-RC-DATA-APLIC  PIC 9(08).
         77 WRK-QTD-CREDITO        PIC 9(04) VALUE ZEROS.
         77 WRK-SALDO-CREDITO      PIC 9(08)V99 VALUE ZEROS.
         77 WRK-CREDITO-APLICAR    PIC 9(10)V99 VALUE ZEROS.
         77 WRK-TOTAL-CREDITOS     PIC 9(11)V99 VALUE ZEROS.
         77 WRK-QTD-CREDITOS       PIC 9(05) VALUE ZEROS.

      *    Idade do titulo em dias corridos apos o vencimento,
      *    contada dia a dia e limitada ao teto da ultima faixa.
         77 WRK-DIAS-ATRASO        PIC 9(03) VALUE ZEROS.
         77 WRK-QTD-ABERTOS        PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-NOVOS          PIC 9(05) VALUE ZEROS.

      *    Remessa de cobranca ao banco no layout da REMESSA.DAT da
      *    folha: titulo em aberto ainda nao remetido.
         77 WRK-QTD-REMESSA        PIC 9(06) VALUE ZEROS.
         77 WRK-SOMA-REMESSA       PIC 9(10)V99 VALUE ZEROS.
         01 WRK-REM-HEADER.
             05 FILLER             PIC X(01) VALUE "H".
             05 WRK-RH-DATA        PIC 9(08).
             05 FILLER             PIC X(15) VALUE "COBRANCA CLIENT".
             05 FILLER             PIC X(36) VALUE SPACES.
         01 WRK-REM-DETALHE.
             05 FILLER             PIC X(01) VALUE "D".
             05 WRK-RD-CLIENTE     PIC 9(05).
             05 WRK-RD-COMPETENCIA PIC 9(06).
             05 WRK-RD-TIPO        PIC X(01).
             05 WRK-RD-EMISSAO     PIC 9(08).
             05 WRK-RD-VENCTO      PIC 9(08).
             05 WRK-RD-VALOR       PIC 9(08)V99.
             05 FILLER             PIC X(21) VALUE SPACES.
         01 WRK-REM-TRAILER.
             05 FILLER             PIC X(01) VALUE "T".
             05 WRK-RT-QTD         PIC 9(06).
             05 WRK-RT-SOMA        PIC 9(10)V99.
             05 FILLER             PIC X(41) VALUE SPACES.

      *    Regras de lancamento (REGRASLANC.DAT, mantido pelo
      *    MANREGRA) dos eventos do contas a receber: recebimento,
      *    encargos por atraso, perda com cliente e credito de
      *    sinistro. Vale a regra de maior vigencia ate hoje,
      *    guardada na posicao do evento no catalogo, como no
      *    GERALANC.
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

      *    Recebimentos, encargos e creditos de sinistro da rodada,
      *    lancados no lote RB depois de gravado o mestre; as perdas
      *    aprovadas vao no lote PD e no RECPERDAAUD.DAT.
         77 WRK-STATUS-LANC        PIC X(02) VALUE SPACES.
         77 WRK-FIM-LANC           PIC X(01) VALUE "N".
             88 FIM-LANC VALUE "S".
         01 TAB-RECEB.
             05 TAB-RB-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-RECEB
                 INDEXED BY TAB-RB-IDX.
                 10 TAB-RB-EVENTO     PIC 9(02).
                 10 TAB-RB-CLIENTE    PIC 9(05).
                 10 TAB-RB-VALOR      PIC 9(10)V99.
         77 WRK-QTD-RECEB          PIC 9(04) VALUE ZEROS.
         01 TAB-PERDA.
             05 TAB-PD-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-PERDA
                 INDEXED BY TAB-PD-IDX.
                 10 TAB-PD-CLIENTE    PIC 9(05).
                 10 TAB-PD-COMPETENCIA PIC 9(06).
                 10 TAB-PD-TIPO       PIC X(01).
                 10 TAB-PD-VALOR      PIC 9(10)V99.
                 10 TAB-PD-APROVADOR  PIC X(08).
                 10 TAB-PD-MOTIVO     PIC X(30).
         77 WRK-QTD-PERDA          PIC 9(03) VALUE ZEROS.
         77 WRK-TOTAL-PERDAS       PIC 9(11)V99 VALUE ZEROS.
         77 WRK-CLIENTE-LANC       PIC 9(05) VALUE ZEROS.
         77 WRK-TOT-DEBITO         PIC 9(11)V99 VALUE ZEROS.
         77 WRK-QTD-LANC-GRAV      PIC 9(05) VALUE ZEROS.
         77 WRK-NUM-LOTE           PIC 9(04) VALUE ZEROS.
         77 WRK-ULT-LOTE-RB        PIC 9(04) VALUE ZEROS.
         77 WRK-ULT-LOTE-PD        PIC 9(04) VALUE ZEROS.
         01 WRK-LOTE-LANC.
             05 WRK-LL-PREFIXO     PIC X(02) VALUE SPACES.
             05 WRK-LL-NUMERO      PIC 9(04) VALUE ZEROS.
         77 WRK-STATUS-RECPERDA    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PERDAAUD    PIC X(02) VALUE SPACES.
         77 WRK-FIM-RECPERDA       PIC X(01) VALUE "N".
             88 FIM-RECPERDA VALUE "S".

      *    Operadores de nivel 3 (senior) do OPERADORES.DAT, os
      *    unicos que aprovam baixa como perda. Cadastro ausente
      *    deixa a tabela vazia e toda baixa e recusada.
         77 WRK-STATUS-OPER        PIC X(02) VALUE SPACES.
         77 WRK-FIM-OPER           PIC X(01) VALUE "N".
             88 FIM-OPER VALUE "S".
         01 TAB-AUTORIZADO.
             05 TAB-AU-CODIGO OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-AUTORIZADO
                 INDEXED BY TAB-AU-IDX
                 PIC X(08).
         77 WRK-QTD-AUTORIZADO     PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-AUTORIZADO   PIC X(01) VALUE "N".
             88 ACHOU-AUTORIZADO VALUE "S".

      *    Conciliacao do saldo em aberto do mestre com o saldo da
      *    conta de clientes a receber no razao (debitos menos
      *    creditos, sem o lote de abertura do exercicio).
         77 WRK-CONTA-RECEBER      PIC 9(04) VALUE ZEROS.
         77 WRK-SALDO-MESTRE       PIC S9(11)V99 VALUE ZEROS.
         77 WRK-SALDO-RAZAO        PIC S9(13)V99 VALUE ZEROS.
         77 WRK-DIFERENCA-CONCIL   PIC S9(13)V99 VALUE ZEROS.

         01 WRK-LINHA-AGING.
             05 WRK-LA-CLIENTE     PIC 9(05).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LA-FAIXA       PIC X(08).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LA-STATUS      PIC X(08).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LA-TIPO        PIC X(08).

         01 WRK-LINHA-TOTAL.
             05 WRK-LT-ROTULO      PIC X(22).
             05 WRK-LT-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.

         01 WRK-LINHA-CONCIL.
             05 WRK-LC-ROTULO      PIC X(22).
             05 WRK-LC-VALOR       PIC --.---.---.--9,99.

         77 WRK-QTD-ED             PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-GERA-TITULOS
              PERFORM 0200-APLICA-PAGAMENTOS
              PERFORM 0300-APLICA-CREDITOS
              PERFORM 0400-BAIXA-PERDAS
              PERFORM 0500-GERA-REMESSA
              PERFORM 0700-GRAVA-MESTRE
              PERFORM 0750-GRAVA-LANCAMENTOS
              PERFORM 0900-CONCILIA-RAZAO
              PERFORM 8000-RELATORIO-AGING
              PERFORM 9000-FINALIZAR
              GOBACK.
              MOVE "N" TO WRK-FIM-FATURAMENTO
              MOVE "N" TO WRK-FIM-CONTASREC
              MOVE "N" TO WRK-FIM-RECMOV
              MOVE "N" TO WRK-FIM-RECCRED
              MOVE "N" TO WRK-FIM-RECPERDA
              MOVE "N" TO WRK-FIM-REGRAS
              MOVE "N" TO WRK-FIM-PLANO
              MOVE "N" TO WRK-FIM-PERIODO
              MOVE "N" TO WRK-FIM-OPER
              MOVE "N" TO WRK-PERIODO-FECHADO
              MOVE "N" TO WRK-TEM-PLANO
              MOVE ZEROS TO WRK-QTD-REGRAS
              MOVE ZEROS TO WRK-QTD-PLANO
              MOVE ZEROS TO WRK-QTD-SEM-REGRA
              MOVE ZEROS TO WRK-QTD-AUTORIZADO
              MOVE ZEROS TO WRK-QTD-RECEB
              MOVE ZEROS TO WRK-QTD-PERDA
              MOVE ZEROS TO WRK-TOTAL-PERDAS
              MOVE ZEROS TO WRK-QTD-LANC-GRAV
              MOVE ZEROS TO WRK-ULT-LOTE-RB
              MOVE ZEROS TO WRK-ULT-LOTE-PD
              MOVE ZEROS TO WRK-CONTA-RECEBER
              MOVE ZEROS TO WRK-SALDO-MESTRE
              MOVE ZEROS TO WRK-SALDO-RAZAO
              MOVE ZEROS TO WRK-DIFERENCA-CONCIL
              MOVE ZEROS TO WRK-QTD-CREDITO
              MOVE ZEROS TO WRK-QTD-CREDITOS
              MOVE ZEROS TO WRK-TOTAL-CREDITOS
              MOVE ZEROS TO WRK-TOTAL-ENCARGOS
              MOVE ZEROS TO WRK-QTD-ENCARGOS
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-TITULO
              MOVE ZEROS TO WRK-QTD-NOVOS
              MOVE ZEROS TO WRK-QTD-REMESSA
              MOVE ZEROS TO WRK-SOMA-REMESSA
              MOVE ZEROS TO WRK-QTD-ABERTOS
              MOVE ZEROS TO WRK-TOTAL-A-VENCER
              MOVE ZEROS TO WRK-TOTAL-ATE-30
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-PARAMETRO
              PERFORM 1060-CARREGA-MESTRE
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              PERFORM 1070-CARREGA-REGRAS
              PERFORM 1072-CARREGA-PLANO
              PERFORM 1080-RESOLVE-REGRAS
              PERFORM 1074-VERIFICA-PERIODO
              OPEN OUTPUT RECEXC-FILE
              IF WRK-STATUS-RECEXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "AGING DE CONTAS A RECEBER" TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "CLIEN  COMPET  VENCIMTO           SALDO"
                  DELIMITED BY SIZE
                  "  FAIXA     STATUS    TIPO" DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

         1050-CARREGA-PARAMETRO SECTION.
                          IF PR-DIAS-PRAZO GREATER ZERO
                              MOVE PR-DIAS-PRAZO TO WRK-DIAS-PRAZO
                          END-IF
                          IF PR-MULTA-PCT NUMERIC
                              MOVE PR-MULTA-PCT TO WRK-MULTA-PCT
                          END-IF
                          IF PR-JUROS-DIA-PCT NUMERIC
                              MOVE PR-JUROS-DIA-PCT
                                  TO WRK-JUROS-DIA-PCT
                          END-IF
                  END-READ
                  CLOSE PARAMREC-FILE
              END-IF
              DISPLAY "Prazo de vencimento em dias uteis : "
                  WRK-DIAS-PRAZO
              DISPLAY "Multa por atraso (%)              : "
                  WRK-MULTA-PCT
              DISPLAY "Juros de mora ao dia (%)          : "
                  WRK-JUROS-DIA-PCT.

         1060-CARREGA-MESTRE SECTION.
              OPEN INPUT CONTASREC-FILE
                                  TAB-TT-PAGO(WRK-QTD-TITULO)
                              MOVE CR-STATUS TO
                                  TAB-TT-STATUS(WRK-QTD-TITULO)
                              IF CR-VALOR-CREDITO NOT NUMERIC
                                  MOVE ZEROS TO CR-VALOR-CREDITO
                              END-IF
                              MOVE CR-VALOR-CREDITO TO
                                  TAB-TT-CREDITO(WRK-QTD-TITULO)
                              IF CR-DATA-PAGTO NOT NUMERIC
                                  MOVE ZEROS TO CR-DATA-PAGTO
                              END-IF
                              MOVE CR-DATA-PAGTO TO
                                  TAB-TT-DATA-PAGTO(WRK-QTD-TITULO)
                              IF CR-TIPO NOT = "E"
                                  MOVE SPACES TO CR-TIPO
                              END-IF
                              MOVE CR-TIPO TO
                                  TAB-TT-TIPO(WRK-QTD-TITULO)
                              IF CR-DATA-REMESSA NOT NUMERIC
                                  MOVE ZEROS TO CR-DATA-REMESSA
                              END-IF
                              MOVE CR-DATA-REMESSA TO
                                  TAB-TT-REMESSA(WRK-QTD-TITULO)
                              IF CR-VALOR-PERDA NOT NUMERIC
                                  MOVE ZEROS TO CR-VALOR-PERDA
                              END-IF
                              MOVE CR-VALOR-PERDA TO
                                  TAB-TT-PERDA(WRK-QTD-TITULO)
                      END-READ
                  END-PERFORM
                  CLOSE CONTASREC-FILE
              END-IF.

      *    Sem as regras de lancamento o recebimento nao chega ao
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

      *    Pagamento, encargo e perda sao lancados na data do
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
                  PERFORM 0255-GRAVA-EXCDIARIO
                  CLOSE EXCDIARIO-FILE
                  PERFORM 9900-RODAPE
                  GOBACK
              END-IF.

      *    Resolve a regra em vigor dos eventos do contas a receber
      *    (grupo R do catalogo); evento sem regra, ou com conta
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
                  IF TAB-EL-GRUPO(WRK-IDX-EVENTO) = "R"
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
              PERFORM 0255-GRAVA-EXCDIARIO.

      *    Abre um titulo para cada linha de FATURAMENTO.DAT que
      *    ainda nao tem titulo no mestre (o mesmo faturamento pode
      *    ser reprocessado sem duplicar o titulo).
         0120-ABRE-TITULO SECTION.
              MOVE FT-COMPETENCIA TO WRK-BUSCA-COMPETENCIA
              MOVE FT-CLIENTE TO WRK-BUSCA-CLIENTE
              MOVE SPACES TO WRK-BUSCA-TIPO
              PERFORM 0150-LOCALIZA-TITULO
              IF NOT ACHOU-TITULO
                  IF WRK-QTD-TITULO NOT LESS 500
                  MOVE FT-TOTAL-IMPOSTO TO
                      TAB-TT-ORIGINAL(TAB-TT-IDX)
                  MOVE ZEROS TO TAB-TT-PAGO(TAB-TT-IDX)
                  MOVE ZEROS TO TAB-TT-CREDITO(TAB-TT-IDX)
                  MOVE ZEROS TO TAB-TT-DATA-PAGTO(TAB-TT-IDX)
                  MOVE "ABERTO" TO TAB-TT-STATUS(TAB-TT-IDX)
                  MOVE SPACES TO TAB-TT-TIPO(TAB-TT-IDX)
                  MOVE ZEROS TO TAB-TT-REMESSA(TAB-TT-IDX)
                  MOVE ZEROS TO TAB-TT-PERDA(TAB-TT-IDX)
              END-IF.

      *    Vencimento: WRK-DIAS-PRAZO dias uteis depois da emissao,
                          WRK-BUSCA-COMPETENCIA
                          AND TAB-TT-CLIENTE(TAB-TT-IDX) =
                              WRK-BUSCA-CLIENTE
                          AND TAB-TT-TIPO(TAB-TT-IDX) = WRK-BUSCA-TIPO
                          SET ACHOU-TITULO TO TRUE
                          SET WRK-IDX-TITULO TO TAB-TT-IDX
                  END-SEARCH
              MOVE SPACES TO WRK-MOTIVO
              MOVE RM-COMPETENCIA TO WRK-BUSCA-COMPETENCIA
              MOVE RM-CLIENTE TO WRK-BUSCA-CLIENTE
              IF RM-TIPO = "E"
                  MOVE "E" TO WRK-BUSCA-TIPO
              ELSE
                  MOVE SPACES TO WRK-BUSCA-TIPO
              END-IF
              PERFORM 0150-LOCALIZA-TITULO
              EVALUATE TRUE
                  WHEN NOT ACHOU-TITULO
                  WHEN TAB-TT-STATUS(WRK-IDX-TITULO) = "QUITADO"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TITULO JA QUITADO" TO WRK-MOTIVO
                  WHEN TAB-TT-STATUS(WRK-IDX-TITULO) = "PERDA"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TITULO BAIXADO COMO PERDA" TO WRK-MOTIVO
                  WHEN OTHER
                      SET TAB-TT-IDX TO WRK-IDX-TITULO
                      COMPUTE WRK-SALDO-TITULO =
                          TAB-TT-ORIGINAL(TAB-TT-IDX) -
                          TAB-TT-PAGO(TAB-TT-IDX) -
                          TAB-TT-CREDITO(TAB-TT-IDX)
                      IF RM-VALOR-PAGO GREATER WRK-SALDO-TITULO
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "PAGAMENTO MAIOR QUE SALDO"
              IF MOVTO-VALIDO
                  SET TAB-TT-IDX TO WRK-IDX-TITULO
                  ADD RM-VALOR-PAGO TO TAB-TT-PAGO(TAB-TT-IDX)
                  IF RM-DATA-PAGTO NUMERIC
                      AND RM-DATA-PAGTO GREATER
                          TAB-TT-DATA-PAGTO(TAB-TT-IDX)
                      MOVE RM-DATA-PAGTO
                          TO TAB-TT-DATA-PAGTO(TAB-TT-IDX)
                  END-IF
                  PERFORM 0230-SITUACAO-TITULO
                  ADD 1 TO WRK-JOB-GRAVADOS
                  MOVE "RECEBCLI" TO WRK-EVENTO
                  MOVE RM-VALOR-PAGO TO WRK-VALOR-EVENTO
                  PERFORM 0600-REGISTRA-LANCAMENTO
                  IF TAB-TT-TIPO(TAB-TT-IDX) = SPACES
                      AND RM-DATA-PAGTO NUMERIC
                      AND RM-DATA-PAGTO GREATER
                          TAB-TT-VENCTO(TAB-TT-IDX)
                      PERFORM 0240-ENCARGOS-ATRASO THRU 0240-SAIDA
                  END-IF
              ELSE
                  PERFORM 0250-GRAVA-EXCECAO
              END-IF.

      *    Pagamento e credito de sinistro somados quitam o titulo.
         0230-SITUACAO-TITULO SECTION.
              IF TAB-TT-PAGO(TAB-TT-IDX) + TAB-TT-CREDITO(TAB-TT-IDX)
                  NOT LESS TAB-TT-ORIGINAL(TAB-TT-IDX)
                  MOVE "QUITADO" TO TAB-TT-STATUS(TAB-TT-IDX)
              ELSE
                  MOVE "PARCIAL" TO TAB-TT-STATUS(TAB-TT-IDX)
              END-IF.

      *    Pagamento feito depois do vencimento gera multa e juros
      *    de mora sobre o valor pago, cobrados num titulo adicional
      *    de encargos (tipo E) da mesma competencia; novos atrasos
      *    da competencia somam no mesmo titulo, que reabre se ja
      *    estava quitado -- mas nao se ja foi baixado como perda.
      *    Encargo nao gera encargo.
         0240-ENCARGOS-ATRASO SECTION.
              PERFORM 0260-DIAS-PAGTO-ATRASO
              COMPUTE WRK-VALOR-ENCARGO ROUNDED =
                  RM-VALOR-PAGO * WRK-MULTA-PCT / 100 +
                  RM-VALOR-PAGO * WRK-JUROS-DIA-PCT *
                  WRK-DIAS-PAGTO-ATRASO / 100
              IF WRK-VALOR-ENCARGO = ZEROS
                  GO TO 0240-SAIDA
              END-IF
              MOVE "E" TO WRK-BUSCA-TIPO
              PERFORM 0150-LOCALIZA-TITULO
              IF ACHOU-TITULO
                  AND TAB-TT-STATUS(WRK-IDX-TITULO) = "PERDA"
                  GO TO 0240-SAIDA
              END-IF
              IF ACHOU-TITULO
                  SET TAB-TT-IDX TO WRK-IDX-TITULO
                  ADD WRK-VALOR-ENCARGO TO TAB-TT-ORIGINAL(TAB-TT-IDX)
                  IF TAB-TT-STATUS(TAB-TT-IDX) = "QUITADO"
                      PERFORM 0230-SITUACAO-TITULO
                  END-IF
              ELSE
                  IF WRK-QTD-TITULO NOT LESS 500
                      DISPLAY "Mestre de titulos cheio - lote abortado"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  PERFORM 0130-CALCULA-VENCIMENTO
                  ADD 1 TO WRK-QTD-TITULO
                  SET TAB-TT-IDX TO WRK-QTD-TITULO
                  MOVE RM-COMPETENCIA TO
                      TAB-TT-COMPETENCIA(TAB-TT-IDX)
                  MOVE RM-CLIENTE TO TAB-TT-CLIENTE(TAB-TT-IDX)
                  MOVE WRK-DATA-SISTEMA TO TAB-TT-EMISSAO(TAB-TT-IDX)
                  MOVE WRK-DATA-VENCTO TO TAB-TT-VENCTO(TAB-TT-IDX)
                  MOVE WRK-VALOR-ENCARGO TO
                      TAB-TT-ORIGINAL(TAB-TT-IDX)
                  MOVE ZEROS TO TAB-TT-PAGO(TAB-TT-IDX)
                  MOVE ZEROS TO TAB-TT-CREDITO(TAB-TT-IDX)
                  MOVE ZEROS TO TAB-TT-DATA-PAGTO(TAB-TT-IDX)
                  MOVE "ABERTO" TO TAB-TT-STATUS(TAB-TT-IDX)
                  MOVE "E" TO TAB-TT-TIPO(TAB-TT-IDX)
                  MOVE ZEROS TO TAB-TT-REMESSA(TAB-TT-IDX)
                  MOVE ZEROS TO TAB-TT-PERDA(TAB-TT-IDX)
              END-IF
              ADD 1 TO WRK-QTD-ENCARGOS
              ADD WRK-VALOR-ENCARGO TO WRK-TOTAL-ENCARGOS
              MOVE "ENCARGOCLI" TO WRK-EVENTO
              MOVE WRK-VALOR-ENCARGO TO WRK-VALOR-EVENTO
              PERFORM 0600-REGISTRA-LANCAMENTO.
         0240-SAIDA.
              EXIT.

      *    Dias corridos entre o vencimento do titulo e a data do
      *    pagamento, contados dia a dia (teto de 9999).
         0260-DIAS-PAGTO-ATRASO SECTION.
              MOVE ZEROS TO WRK-DIAS-PAGTO-ATRASO
              MOVE TAB-TT-VENCTO(TAB-TT-IDX) TO WRK-DATA-PASSO
              PERFORM UNTIL WRK-DATA-PASSO NOT LESS RM-DATA-PAGTO
                  OR WRK-DIAS-PAGTO-ATRASO NOT LESS 9999
                  PERFORM 0820-AVANCA-UM-DIA
                  ADD 1 TO WRK-DIAS-PAGTO-ATRASO
              END-PERFORM.

         0250-GRAVA-EXCECAO SECTION.
              MOVE RM-CLIENTE      TO RX-CLIENTE
              MOVE RM-COMPETENCIA  TO RX-COMPETENCIA
              MOVE RM-DATA-PAGTO   TO RX-DATA-PAGTO
              MOVE RM-VALOR-PAGO   TO RX-VALOR-PAGO
              MOVE WRK-MOTIVO      TO RX-MOTIVO
              MOVE RM-TIPO         TO RX-TIPO
              WRITE RECEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE "A" TO WRK-EXC-SEVERIDADE
              MOVE "9999" TO WRK-EXC-COD-MOTIVO.

      *    Credito de sinistro aceito abate os titulos em aberto do
      *    cliente, do mais antigo para o mais novo; o que sobrar
      *    fica pendente para os proximos titulos. Cada parcela
      *    aplicada vai ao lote RB (indenizacao contra clientes a
      *    receber). Sem RECCRED.DAT nao ha credito a aplicar.
         0300-APLICA-CREDITOS SECTION.
              OPEN INPUT RECCRED-FILE
              IF WRK-STATUS-RECCRED NOT = "00"
                  GO TO 0300-SAIDA
              END-IF
              PERFORM UNTIL FIM-RECCRED
                  READ RECCRED-FILE INTO RECCRED-REG
                      AT END
                          SET FIM-RECCRED TO TRUE
                      NOT AT END
                          PERFORM 0310-GUARDA-CREDITO
                  END-READ
              END-PERFORM
              CLOSE RECCRED-FILE
              PERFORM VARYING TAB-RC-IDX FROM 1 BY 1
                  UNTIL TAB-RC-IDX GREATER WRK-QTD-CREDITO
                  IF TAB-RC-SITUACAO(TAB-RC-IDX) = "P"
                      PERFORM 0320-APLICA-CREDITO
                          VARYING TAB-TT-IDX FROM 1 BY 1
                          UNTIL TAB-TT-IDX GREATER WRK-QTD-TITULO
                          OR TAB-RC-SITUACAO(TAB-RC-IDX) = "A"
                  END-IF
              END-PERFORM
              PERFORM 0350-GRAVA-CREDITOS.
         0300-SAIDA.
              EXIT.

         0310-GUARDA-CREDITO SECTION.
              IF WRK-QTD-CREDITO NOT LESS 1000
                  DISPLAY "RECCRED.DAT maior que o limite de"
                      " 1000 creditos"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-CREDITO
              SET TAB-RC-IDX TO WRK-QTD-CREDITO
              MOVE RC-CLIENTE        TO TAB-RC-CLIENTE(TAB-RC-IDX)
              MOVE RC-SINISTRO       TO TAB-RC-SINISTRO(TAB-RC-IDX)
              MOVE RC-PEDIDO         TO TAB-RC-PEDIDO(TAB-RC-IDX)
              MOVE RC-DATA           TO TAB-RC-DATA(TAB-RC-IDX)
              MOVE RC-VALOR          TO TAB-RC-VALOR(TAB-RC-IDX)
              MOVE RC-VALOR-APLICADO TO TAB-RC-APLICADO(TAB-RC-IDX)
              MOVE RC-SITUACAO       TO TAB-RC-SITUACAO(TAB-RC-IDX)
              MOVE RC-DATA-APLICACAO TO TAB-RC-DATA-APLIC(TAB-RC-IDX).

         0320-APLICA-CREDITO SECTION.
              IF TAB-TT-CLIENTE(TAB-TT-IDX) NOT =
                  TAB-RC-CLIENTE(TAB-RC-IDX)
                  OR TAB-TT-STATUS(TAB-TT-IDX) = "QUITADO"
                  OR TAB-TT-STATUS(TAB-TT-IDX) = "PERDA"
                  GO TO 0320-SAIDA
              END-IF
              COMPUTE WRK-SALDO-TITULO = TAB-TT-ORIGINAL(TAB-TT-IDX)
                  - TAB-TT-PAGO(TAB-TT-IDX)
                  - TAB-TT-CREDITO(TAB-TT-IDX)
              COMPUTE WRK-SALDO-CREDITO = TAB-RC-VALOR(TAB-RC-IDX)
                  - TAB-RC-APLICADO(TAB-RC-IDX)
              IF WRK-SALDO-CREDITO GREATER WRK-SALDO-TITULO
                  MOVE WRK-SALDO-TITULO TO WRK-CREDITO-APLICAR
              ELSE
                  MOVE WRK-SALDO-CREDITO TO WRK-CREDITO-APLICAR
              END-IF
              IF WRK-CREDITO-APLICAR = ZEROS
                  GO TO 0320-SAIDA
              END-IF
              ADD WRK-CREDITO-APLICAR TO TAB-TT-CREDITO(TAB-TT-IDX)
              ADD WRK-CREDITO-APLICAR TO TAB-RC-APLICADO(TAB-RC-IDX)
              ADD WRK-CREDITO-APLICAR TO WRK-TOTAL-CREDITOS
              MOVE WRK-DATA-SISTEMA TO TAB-RC-DATA-APLIC(TAB-RC-IDX)
              MOVE "CREDCLI" TO WRK-EVENTO
              MOVE WRK-CREDITO-APLICAR TO WRK-VALOR-EVENTO
              MOVE TAB-RC-CLIENTE(TAB-RC-IDX) TO WRK-BUSCA-CLIENTE
              PERFORM 0600-REGISTRA-LANCAMENTO
              PERFORM 0230-SITUACAO-TITULO
              IF TAB-RC-APLICADO(TAB-RC-IDX) NOT LESS
                  TAB-RC-VALOR(TAB-RC-IDX)
                  MOVE "A" TO TAB-RC-SITUACAO(TAB-RC-IDX)
                  ADD 1 TO WRK-QTD-CREDITOS
              END-IF.
         0320-SAIDA.
              EXIT.

         0350-GRAVA-CREDITOS SECTION.
              MOVE "RECCRED.DAT" TO WRK-BKP-ARQUIVO
              CALL "GERABKP" USING WRK-PARM-BKP
              OPEN OUTPUT RECCRED-FILE
              IF WRK-STATUS-RECCRED NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "RECCRED.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-RECCRED TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-RC-IDX FROM 1 BY 1
                  UNTIL TAB-RC-IDX GREATER WRK-QTD-CREDITO
                  MOVE TAB-RC-CLIENTE(TAB-RC-IDX)  TO RC-CLIENTE
                  MOVE TAB-RC-SINISTRO(TAB-RC-IDX) TO RC-SINISTRO
                  MOVE TAB-RC-PEDIDO(TAB-RC-IDX)   TO RC-PEDIDO
                  MOVE TAB-RC-DATA(TAB-RC-IDX)     TO RC-DATA
                  MOVE TAB-RC-VALOR(TAB-RC-IDX)    TO RC-VALOR
                  MOVE TAB-RC-APLICADO(TAB-RC-IDX)
                      TO RC-VALOR-APLICADO
                  MOVE TAB-RC-SITUACAO(TAB-RC-IDX) TO RC-SITUACAO
                  MOVE TAB-RC-DATA-APLIC(TAB-RC-IDX)
                      TO RC-DATA-APLICACAO
                  WRITE RECCRED-REG
              END-PERFORM
              CLOSE RECCRED-FILE.

      *    Baixa como perda de titulo julgado incobravel (RECPERDA.DAT,
      *    opcional): so com aprovador de nivel 3 do OPERADORES.DAT e
      *    motivo informado. O saldo do titulo vai a debito de perdas
      *    com clientes no lote PD e o titulo fecha como PERDA, fora
      *    da remessa, do aging e de novos pagamentos.
         0400-BAIXA-PERDAS SECTION.
              OPEN INPUT RECPERDA-FILE
              IF WRK-STATUS-RECPERDA NOT = "00"
                  GO TO 0400-SAIDA
              END-IF
              PERFORM 0410-CARREGA-AUTORIZADOS
              PERFORM UNTIL FIM-RECPERDA
                  READ RECPERDA-FILE INTO RECPERDA-REG
                      AT END
                          SET FIM-RECPERDA TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          PERFORM 0420-BAIXA-TITULO-PERDA
                  END-READ
              END-PERFORM
              CLOSE RECPERDA-FILE.
         0400-SAIDA.
              EXIT.

         0410-CARREGA-AUTORIZADOS SECTION.
              OPEN INPUT OPERADORES-FILE
              IF WRK-STATUS-OPER NOT = "00"
                  DISPLAY "Aviso: OPERADORES.DAT indisponivel (status "
                      WRK-STATUS-OPER ") - nenhuma perda aceita"
                  GO TO 0410-SAIDA
              END-IF
              PERFORM UNTIL FIM-OPER
                  READ OPERADORES-FILE
                      AT END
                          SET FIM-OPER TO TRUE
                      NOT AT END
                          IF OP-NIVEL = 3
                              AND WRK-QTD-AUTORIZADO LESS 100
                              ADD 1 TO WRK-QTD-AUTORIZADO
                              MOVE OP-CODIGO TO
                                  TAB-AU-CODIGO(WRK-QTD-AUTORIZADO)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE OPERADORES-FILE.
         0410-SAIDA.
              EXIT.

         0420-BAIXA-TITULO-PERDA SECTION.
              MOVE SPACES TO WRK-MOTIVO
              MOVE RP-COMPETENCIA TO WRK-BUSCA-COMPETENCIA
              MOVE RP-CLIENTE TO WRK-BUSCA-CLIENTE
              IF RP-TIPO = "E"
                  MOVE "E" TO WRK-BUSCA-TIPO
              ELSE
                  MOVE SPACES TO WRK-BUSCA-TIPO
              END-IF
              PERFORM 0150-LOCALIZA-TITULO
              MOVE "N" TO WRK-ACHOU-AUTORIZADO
              IF WRK-QTD-AUTORIZADO GREATER ZERO
                  SET TAB-AU-IDX TO 1
                  SEARCH TAB-AU-CODIGO
                      AT END
                          CONTINUE
                      WHEN TAB-AU-CODIGO(TAB-AU-IDX) = RP-APROVADOR
                          SET ACHOU-AUTORIZADO TO TRUE
                  END-SEARCH
              END-IF
              MOVE ZEROS TO WRK-SALDO-TITULO
              IF ACHOU-TITULO
                  SET TAB-TT-IDX TO WRK-IDX-TITULO
                  COMPUTE WRK-SALDO-TITULO =
                      TAB-TT-ORIGINAL(TAB-TT-IDX) -
                      TAB-TT-PAGO(TAB-TT-IDX) -
                      TAB-TT-CREDITO(TAB-TT-IDX)
              END-IF
              EVALUATE TRUE
                  WHEN RP-APROVADOR = SPACES
                      MOVE "PERDA SEM APROVADOR" TO WRK-MOTIVO
                  WHEN NOT ACHOU-AUTORIZADO
                      MOVE "PERDA: APROVADOR SEM NIVEL 3"
                          TO WRK-MOTIVO
                  WHEN RP-MOTIVO = SPACES
                      MOVE "PERDA SEM MOTIVO" TO WRK-MOTIVO
                  WHEN NOT ACHOU-TITULO
                      MOVE "PERDA: TITULO NAO ENCONTRADO"
                          TO WRK-MOTIVO
                  WHEN TAB-TT-STATUS(TAB-TT-IDX) = "PERDA"
                      MOVE "PERDA: TITULO JA BAIXADO" TO WRK-MOTIVO
                  WHEN TAB-TT-STATUS(TAB-TT-IDX) = "QUITADO"
                      OR WRK-SALDO-TITULO = ZEROS
                      MOVE "PERDA: TITULO JA QUITADO" TO WRK-MOTIVO
              END-EVALUATE
              IF WRK-MOTIVO NOT = SPACES
                  PERFORM 0450-GRAVA-EXCECAO-PERDA
                  GO TO 0420-SAIDA
              END-IF
              IF WRK-QTD-PERDA NOT LESS 500
                  DISPLAY "RECPERDA.DAT com mais de 500 baixas"
                      " - lote abortado"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              MOVE "PERDA" TO TAB-TT-STATUS(TAB-TT-IDX)
              MOVE WRK-SALDO-TITULO TO TAB-TT-PERDA(TAB-TT-IDX)
              ADD 1 TO WRK-QTD-PERDA
              SET TAB-PD-IDX TO WRK-QTD-PERDA
              MOVE RP-CLIENTE TO TAB-PD-CLIENTE(TAB-PD-IDX)
              MOVE RP-COMPETENCIA TO TAB-PD-COMPETENCIA(TAB-PD-IDX)
              MOVE WRK-BUSCA-TIPO TO TAB-PD-TIPO(TAB-PD-IDX)
              MOVE WRK-SALDO-TITULO TO TAB-PD-VALOR(TAB-PD-IDX)
              MOVE RP-APROVADOR TO TAB-PD-APROVADOR(TAB-PD-IDX)
              MOVE RP-MOTIVO TO TAB-PD-MOTIVO(TAB-PD-IDX)
              ADD WRK-SALDO-TITULO TO WRK-TOTAL-PERDAS.
         0420-SAIDA.
              EXIT.

         0450-GRAVA-EXCECAO-PERDA SECTION.
              MOVE RP-CLIENTE       TO RX-CLIENTE
              MOVE RP-COMPETENCIA   TO RX-COMPETENCIA
              MOVE WRK-DATA-SISTEMA TO RX-DATA-PAGTO
              MOVE ZEROS            TO RX-VALOR-PAGO
              MOVE WRK-MOTIVO       TO RX-MOTIVO
              MOVE RP-TIPO          TO RX-TIPO
              WRITE RECEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE RP-CLIENTE TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

      *    Titulo em aberto que ainda nao foi ao banco entra na
      *    remessa de cobranca com o vencimento e o saldo; a data da
      *    remessa fica no titulo e ele nao volta nas proximas.
         0500-GERA-REMESSA SECTION.
              OPEN OUTPUT REMCOB-FILE
              IF WRK-STATUS-REMCOB NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "REMCOB.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REMCOB TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-RH-DATA
              WRITE REMCOB-REG FROM WRK-REM-HEADER
              PERFORM VARYING TAB-TT-IDX FROM 1 BY 1
                  UNTIL TAB-TT-IDX GREATER WRK-QTD-TITULO
                  IF TAB-TT-STATUS(TAB-TT-IDX) NOT = "QUITADO"
                      AND TAB-TT-STATUS(TAB-TT-IDX) NOT = "PERDA"
                      AND TAB-TT-REMESSA(TAB-TT-IDX) = ZEROS
                      PERFORM 0520-DETALHE-REMESSA
                  END-IF
              END-PERFORM
              MOVE WRK-QTD-REMESSA TO WRK-RT-QTD
              MOVE WRK-SOMA-REMESSA TO WRK-RT-SOMA
              WRITE REMCOB-REG FROM WRK-REM-TRAILER
              CLOSE REMCOB-FILE.

         0520-DETALHE-REMESSA SECTION.
              COMPUTE WRK-SALDO-TITULO =
                  TAB-TT-ORIGINAL(TAB-TT-IDX) - TAB-TT-PAGO(TAB-TT-IDX)
                  - TAB-TT-CREDITO(TAB-TT-IDX)
              IF WRK-SALDO-TITULO = ZEROS
                  GO TO 0520-SAIDA
              END-IF
              MOVE TAB-TT-CLIENTE(TAB-TT-IDX)  TO WRK-RD-CLIENTE
              MOVE TAB-TT-COMPETENCIA(TAB-TT-IDX)
                  TO WRK-RD-COMPETENCIA
              MOVE TAB-TT-TIPO(TAB-TT-IDX)     TO WRK-RD-TIPO
              MOVE TAB-TT-EMISSAO(TAB-TT-IDX)  TO WRK-RD-EMISSAO
              MOVE TAB-TT-VENCTO(TAB-TT-IDX)   TO WRK-RD-VENCTO
              MOVE WRK-SALDO-TITULO            TO WRK-RD-VALOR
              WRITE REMCOB-REG FROM WRK-REM-DETALHE
              ADD 1 TO WRK-QTD-REMESSA
              ADD WRK-SALDO-TITULO TO WRK-SOMA-REMESSA
              MOVE WRK-DATA-SISTEMA TO TAB-TT-REMESSA(TAB-TT-IDX).
         0520-SAIDA.
              EXIT.

      *    Guarda o evento da rodada para o lote RB, gravado so
      *    depois do mestre.
         0600-REGISTRA-LANCAMENTO SECTION.
              IF WRK-QTD-RECEB NOT LESS 1000
                  DISPLAY "Mais de 1000 lancamentos de recebimento"
                      " - lote abortado"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              PERFORM 0610-LOCALIZA-EVENTO
              ADD 1 TO WRK-QTD-RECEB
              SET TAB-RB-IDX TO WRK-QTD-RECEB
              MOVE WRK-IDX-EVENTO TO TAB-RB-EVENTO(TAB-RB-IDX)
              MOVE WRK-BUSCA-CLIENTE TO TAB-RB-CLIENTE(TAB-RB-IDX)
              MOVE WRK-VALOR-EVENTO TO TAB-RB-VALOR(TAB-RB-IDX).

         0610-LOCALIZA-EVENTO SECTION.
              SET TAB-EL-IDX TO 1
              SEARCH TAB-EL-REG
                  AT END
                      MOVE ZEROS TO WRK-IDX-EVENTO
                  WHEN TAB-EL-EVENTO(TAB-EL-IDX) = WRK-EVENTO
                      SET WRK-IDX-EVENTO TO TAB-EL-IDX
              END-SEARCH.

         0700-GRAVA-MESTRE SECTION.
              OPEN OUTPUT CONTASREC-FILE
              IF WRK-STATUS-CONTASREC NOT = "00"
                      TO CR-VALOR-ORIGINAL
                  MOVE TAB-TT-PAGO(TAB-TT-IDX)     TO CR-VALOR-PAGO
                  MOVE TAB-TT-STATUS(TAB-TT-IDX)   TO CR-STATUS
                  MOVE TAB-TT-CREDITO(TAB-TT-IDX)  TO CR-VALOR-CREDITO
                  MOVE TAB-TT-DATA-PAGTO(TAB-TT-IDX) TO CR-DATA-PAGTO
                  MOVE TAB-TT-TIPO(TAB-TT-IDX)     TO CR-TIPO
                  MOVE TAB-TT-REMESSA(TAB-TT-IDX)  TO CR-DATA-REMESSA
                  MOVE TAB-TT-PERDA(TAB-TT-IDX)    TO CR-VALOR-PERDA
                  WRITE CONTASREC-REG
              END-PERFORM
              CLOSE CONTASREC-FILE.

      *    Lotes do contas a receber acrescentados a LANCAMENTOS.DAT,
      *    na data do processamento: RB com os recebimentos (banco
      *    contra clientes a receber), os encargos por atraso e os
      *    creditos de sinistro aplicados; PD com as perdas
      *    aprovadas, cada uma tambem registrada em RECPERDAAUD.DAT.
      *    O numero segue o maior ja gravado com o mesmo prefixo;
      *    cada lote fecha com o registro de total.
         0750-GRAVA-LANCAMENTOS SECTION.
              IF WRK-QTD-RECEB = ZEROS AND WRK-QTD-PERDA = ZEROS
                  GO TO 0750-SAIDA
              END-IF
              PERFORM 0760-NUMERA-LOTES
              IF WRK-QTD-PERDA GREATER ZERO
                  OPEN EXTEND RECPERDAAUD-FILE
                  IF WRK-STATUS-PERDAAUD = "35"
                      OPEN OUTPUT RECPERDAAUD-FILE
                  END-IF
                  IF WRK-STATUS-PERDAAUD NOT = "00"
                      MOVE "A002" TO WRK-MSG-ID
                      MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                      MOVE "RECPERDAAUD.DAT" TO WRK-MSG-ARQUIVO
                      MOVE WRK-STATUS-PERDAAUD TO WRK-MSG-STATUS
                      CALL "TRATAMSG" USING WRK-PARM-MSG
                      GOBACK
                  END-IF
              END-IF
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
              IF WRK-QTD-RECEB GREATER ZERO
                  MOVE "RB" TO WRK-LL-PREFIXO
                  COMPUTE WRK-LL-NUMERO = WRK-ULT-LOTE-RB + 1
                  MOVE ZEROS TO WRK-TOT-DEBITO
                  PERFORM VARYING TAB-RB-IDX FROM 1 BY 1
                      UNTIL TAB-RB-IDX GREATER WRK-QTD-RECEB
                      MOVE TAB-RB-EVENTO(TAB-RB-IDX) TO WRK-IDX-EVENTO
                      MOVE TAB-RB-CLIENTE(TAB-RB-IDX)
                          TO WRK-CLIENTE-LANC
                      MOVE TAB-RB-VALOR(TAB-RB-IDX) TO WRK-VALOR-EVENTO
                      PERFORM 0770-LANCA-PARTIDAS
                  END-PERFORM
                  PERFORM 0780-TOTAL-LOTE
              END-IF
              IF WRK-QTD-PERDA GREATER ZERO
                  MOVE "PD" TO WRK-LL-PREFIXO
                  COMPUTE WRK-LL-NUMERO = WRK-ULT-LOTE-PD + 1
                  MOVE ZEROS TO WRK-TOT-DEBITO
                  MOVE "PERDACLI" TO WRK-EVENTO
                  PERFORM 0610-LOCALIZA-EVENTO
                  PERFORM VARYING TAB-PD-IDX FROM 1 BY 1
                      UNTIL TAB-PD-IDX GREATER WRK-QTD-PERDA
                      MOVE TAB-PD-CLIENTE(TAB-PD-IDX)
                          TO WRK-CLIENTE-LANC
                      MOVE TAB-PD-VALOR(TAB-PD-IDX) TO WRK-VALOR-EVENTO
                      PERFORM 0770-LANCA-PARTIDAS
                      PERFORM 0790-GRAVA-AUDITORIA-PERDA
                  END-PERFORM
                  PERFORM 0780-TOTAL-LOTE
                  CLOSE RECPERDAAUD-FILE
              END-IF
              CLOSE LANCAMENTOS-FILE.
         0750-SAIDA.
              EXIT.

         0760-NUMERA-LOTES SECTION.
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
                          IF LC-LOTE(3:4) NUMERIC
                              MOVE LC-LOTE(3:4) TO WRK-NUM-LOTE
                              IF LC-LOTE(1:2) = "RB"
                                  AND WRK-NUM-LOTE GREATER
                                      WRK-ULT-LOTE-RB
                                  MOVE WRK-NUM-LOTE TO WRK-ULT-LOTE-RB
                              END-IF
                              IF LC-LOTE(1:2) = "PD"
                                  AND WRK-NUM-LOTE GREATER
                                      WRK-ULT-LOTE-PD
                                  MOVE WRK-NUM-LOTE TO WRK-ULT-LOTE-PD
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LANCAMENTOS-FILE.
         0760-SAIDA.
              EXIT.

      *    Partida dobrada do evento pela regra em vigor, com o
      *    codigo do cliente no final do historico.
         0770-LANCA-PARTIDAS SECTION.
              MOVE WRK-LOTE-LANC TO LC-LOTE
              MOVE WRK-DATA-SISTEMA TO LC-DATA
              MOVE WRK-VALOR-EVENTO TO LC-VALOR
              MOVE SPACES TO LC-HISTORICO
              STRING TAB-RV-HISTORICO(WRK-IDX-EVENTO)
                  DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WRK-CLIENTE-LANC DELIMITED BY SIZE
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

         0790-GRAVA-AUDITORIA-PERDA SECTION.
              MOVE WRK-DATA-SISTEMA TO PA-DATA
              ACCEPT PA-HORA FROM TIME
              MOVE TAB-PD-CLIENTE(TAB-PD-IDX)     TO PA-CLIENTE
              MOVE TAB-PD-COMPETENCIA(TAB-PD-IDX) TO PA-COMPETENCIA
              MOVE TAB-PD-TIPO(TAB-PD-IDX)        TO PA-TIPO
              MOVE TAB-PD-VALOR(TAB-PD-IDX)       TO PA-VALOR
              MOVE TAB-PD-APROVADOR(TAB-PD-IDX)   TO PA-APROVADOR
              MOVE TAB-PD-MOTIVO(TAB-PD-IDX)      TO PA-MOTIVO
              MOVE WRK-LOTE-LANC                  TO PA-LOTE
              WRITE RECPERDAAUD-REG.

      *    Dias de atraso contados dia a dia a partir do vencimento,
      *    com teto em 121 (tudo acima ja e faixa 90+).
         0800-CONTA-ATRASO SECTION.
                  WHEN OTHER MOVE 31 TO WRK-DIAS-NO-MES
              END-EVALUATE.

      *    Conciliacao no fechamento da rodada: saldo em aberto dos
      *    titulos do mestre contra o saldo da conta de clientes a
      *    receber (a credito no evento de recebimento) no razao, ja
      *    com os lotes desta rodada. Diferenca sai no aging e no
      *    EXCDIARIO, com RETURN-CODE 4.
         0900-CONCILIA-RAZAO SECTION.
              MOVE ZEROS TO WRK-SALDO-MESTRE
              MOVE ZEROS TO WRK-SALDO-RAZAO
              PERFORM VARYING TAB-TT-IDX FROM 1 BY 1
                  UNTIL TAB-TT-IDX GREATER WRK-QTD-TITULO
                  IF TAB-TT-STATUS(TAB-TT-IDX) NOT = "QUITADO"
                      AND TAB-TT-STATUS(TAB-TT-IDX) NOT = "PERDA"
                      COMPUTE WRK-SALDO-MESTRE = WRK-SALDO-MESTRE
                          + TAB-TT-ORIGINAL(TAB-TT-IDX)
                          - TAB-TT-PAGO(TAB-TT-IDX)
                          - TAB-TT-CREDITO(TAB-TT-IDX)
                  END-IF
              END-PERFORM
              MOVE "RECEBCLI" TO WRK-EVENTO
              PERFORM 0610-LOCALIZA-EVENTO
              MOVE TAB-RV-CREDITO(WRK-IDX-EVENTO) TO WRK-CONTA-RECEBER
              MOVE "N" TO WRK-FIM-LANC
              OPEN INPUT LANCAMENTOS-FILE
              IF WRK-STATUS-LANC NOT = "00"
                  DISPLAY "Aviso: LANCAMENTOS.DAT indisponivel : "
                      WRK-STATUS-LANC " - saldo do razao zerado"
              ELSE
                  PERFORM UNTIL FIM-LANC
                      READ LANCAMENTOS-FILE INTO LANCAMENTOS-REG
                          AT END
                              SET FIM-LANC TO TRUE
                          NOT AT END
                              PERFORM 0910-ACUMULA-RAZAO
                      END-READ
                  END-PERFORM
                  CLOSE LANCAMENTOS-FILE
              END-IF
              COMPUTE WRK-DIFERENCA-CONCIL =
                  WRK-SALDO-MESTRE - WRK-SALDO-RAZAO
              IF WRK-DIFERENCA-CONCIL NOT = ZEROS
                  DISPLAY "Saldo em aberto difere do razao (conta "
                      WRK-CONTA-RECEBER ")"
                  IF RETURN-CODE LESS 4
                      MOVE 4 TO RETURN-CODE
                  END-IF
                  MOVE WRK-CONTA-RECEBER TO WRK-EXC-CHAVE
                  MOVE "L006" TO WRK-EXC-COD-MOTIVO
                  MOVE "SALDO A RECEBER DIFERE DO RAZAO"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
              END-IF.

      *    O lote de abertura do exercicio (AB) repete saldos que o
      *    razao ja tem e nao entra.
         0910-ACUMULA-RAZAO SECTION.
              IF LC-CONTA NOT = WRK-CONTA-RECEBER
                  OR LC-LOTE(1:2) = "AB"
                  GO TO 0910-SAIDA
              END-IF
              IF LC-DC = "D"
                  ADD LC-VALOR TO WRK-SALDO-RAZAO
              END-IF
              IF LC-DC = "C"
                  SUBTRACT LC-VALOR FROM WRK-SALDO-RAZAO
              END-IF.
         0910-SAIDA.
              EXIT.

         8000-RELATORIO-AGING SECTION.
              PERFORM VARYING TAB-TT-IDX FROM 1 BY 1
                  UNTIL TAB-TT-IDX GREATER WRK-QTD-TITULO
                  IF TAB-TT-STATUS(TAB-TT-IDX) NOT = "QUITADO"
                      AND TAB-TT-STATUS(TAB-TT-IDX) NOT = "PERDA"
                      PERFORM 8100-LINHA-AGING
                  END-IF
              END-PERFORM
              MOVE WRK-TOTAL-MAIS-90 TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "CREDITOS SINISTRO" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-CREDITOS TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "ENCARGOS POR ATRASO" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-ENCARGOS TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "BAIXAS COMO PERDA" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-PERDAS TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "TOTAL EM ABERTO" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-ABERTO TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-LC-ROTULO
              STRING "SALDO RAZAO CONTA " DELIMITED BY SIZE
                  WRK-CONTA-RECEBER DELIMITED BY SIZE
                  INTO WRK-LC-ROTULO
              MOVE WRK-SALDO-RAZAO TO WRK-LC-VALOR
              MOVE WRK-LINHA-CONCIL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "DIFERENCA CONCILIACAO" TO WRK-LC-ROTULO
              MOVE WRK-DIFERENCA-CONCIL TO WRK-LC-VALOR
              MOVE WRK-LINHA-CONCIL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-ABERTOS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "TITULOS EM ABERTO " DELIMITED BY SIZE
              ADD 1 TO WRK-QTD-ABERTOS
              COMPUTE WRK-SALDO-TITULO =
                  TAB-TT-ORIGINAL(TAB-TT-IDX) - TAB-TT-PAGO(TAB-TT-IDX)
                  - TAB-TT-CREDITO(TAB-TT-IDX)
              ADD WRK-SALDO-TITULO TO WRK-TOTAL-ABERTO
              PERFORM 0800-CONTA-ATRASO
              EVALUATE TRUE
              MOVE TAB-TT-VENCTO(TAB-TT-IDX) TO WRK-LA-VENCTO
              MOVE WRK-SALDO-TITULO TO WRK-LA-SALDO
              MOVE TAB-TT-STATUS(TAB-TT-IDX) TO WRK-LA-STATUS
              IF TAB-TT-TIPO(TAB-TT-IDX) = "E"
                  MOVE "ENCARGOS" TO WRK-LA-TIPO
              ELSE
                  MOVE SPACES TO WRK-LA-TIPO
              END-IF
              MOVE WRK-LINHA-AGING TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

              DISPLAY "REGISTROS LIDOS       : " WRK-JOB-LIDOS
              DISPLAY "TITULOS ABERTOS NOVOS : " WRK-QTD-NOVOS
              DISPLAY "PAGAMENTOS APLICADOS  : " WRK-JOB-GRAVADOS
              DISPLAY "CREDITOS SINISTRO     : " WRK-QTD-CREDITOS
              DISPLAY "ENCARGOS POR ATRASO   : " WRK-QTD-ENCARGOS
              DISPLAY "TITULOS NA REMESSA    : " WRK-QTD-REMESSA
              DISPLAY "BAIXAS COMO PERDA     : " WRK-QTD-PERDA
              DISPLAY "LANCAMENTOS NO RAZAO  : " WRK-QTD-LANC-GRAV
              DISPLAY "MOVIMENTOS REJEITADOS : " WRK-JOB-REJEITADOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
