      *                      abrir EXTEND sempre: a fila e gerida
      *                      pelo MANPEDHOLD e o lote nao pode mais
      *                      truncar retencoes sem decisao.
      *   13/01/2025 - JLS - Numero do pedido passa de 4 para 8 posicoes
      *                      em todos os registros que o carregam;
      *                      arquivos existentes convertidos uma unica
      *                      vez pelo CONVPEDIDO.
      *   15/01/2025 - JLS - Layout de CLIENTES.DAT ganha CNPJ, UF e CEP
      *                      de cobranca e situacao, mantidos pelo
      *                      MANCLIENTE; pedido de cliente bloqueado e
      *                      rejeitado com motivo CLIENTE BLOQUEADO
      *                      antes da checagem de limite.
      *   16/01/2025 - JLS - Aliquota fixa de 5% da lugar a matriz
      *                      TABIMPOSTO.DAT por UF de origem (do armazem
      *                      em ARMAZENS.DAT), UF de destino e vigencia
      *                      ate a data do pedido; par sem aliquota fica
      *                      na padrao com aviso em EXCDIARIO.DAT. UF de
      *                      origem, aliquota e valor do imposto saem na
      *                      trilha (AUD-UF-ORIGEM, AUD-PERC-IMPOSTO,
      *                      AUD-VALOR-IMPOSTO) e o resumo ganha o
      *                      imposto a recolher por UF de destino.
      *   22/01/2025 - JLS - Saldo do titulo no limite de credito
      *                      desconta tambem o credito de sinistro
      *                      aplicado pelo CONTASREC (CR-VALOR-CREDITO).
      *   24/01/2025 - JLS - Escolha da transportadora passa a pesar a
      *                      pontualidade, nao so o preco: a taxa de
      *                      entregas no prazo de cada transportadora
      *                      nos ultimos N meses (ENTREGAS.DAT do
      *                      CONFENTREGA) encarece o frete candidato
      *                      pelo peso de qualidade de PARAMSEL.DAT, e
      *                      transportadora abaixo do piso de
      *                      pontualidade so concorre quando nao ha
      *                      outra acima dele. O motivo da escolha e o
      *                      frete que a escolha so por preco daria saem
      *                      na trilha (AUD-MOTIVO-ESCOLHA, AUD-FRETE-
      *                      PRECO; 147 bytes) para o RELSELECAO
      *                      comparar por rota.
      *   27/01/2025 - JLS - Modo de consolidacao de carga
      *                      (PARAMCONSOL.DAT e CL-CONSOLIDA do
      *                      cliente): pedidos do mesmo cliente, CEP,
      *                      origem, servico e data sao precificados
      *                      juntos pelo valor e pelo peso real ou
      *                      cubado somados, e o frete da carga volta
      *                      rateado pelo peso cobrado de cada pedido
      *                      para a trilha, o CSV e a confirmacao. O
      *                      numero da consolidacao (primeiro pedido da
      *                      carga) sai na trilha (AUD-CONSOLIDACAO; 155
      *                      bytes). Layout de TRANSP.DAT acompanha os
      *                      dados bancarios do MANTRANSP.
      *   28/01/2025 - JLS - Layout de CONTASREC.DAT com a data do
      *                      ultimo pagamento do titulo (CR-DATA-PAGTO).
      *   31/01/2025 - JLS - O numero da cotacao previa com que o pedido
      *                      chegou sai na trilha (AUD-COTACAO; 161
      *                      bytes), honrada ou nao, para o RELCOTACAO
      *                      medir a conversao das cotacoes.
      *   02/02/2025 - JLS - Cliente marcado pela cobranca
      *                      (COBRETEM.DAT, gerado pelo COBRANCA) tem o
      *                      pedido retido em PEDHOLD.DAT como no limite
      *                      de credito, com motivo RETIDO POR COBRANCA
      *                      EM ATRASO; liberacao pelo MANPEDHOLD vale
      *                      igual. Layout de CONTASREC.DAT com o tipo
      *                      do titulo (CR-TIPO).
      *   03/02/2025 - JLS - Layout de CONTASREC.DAT com a data da
      *                      remessa de cobranca ao banco
      *                      (CR-DATA-REMESSA).
      *   08/03/2025 - JLS - Trilha de auditoria passa a ser gravada na
      *                      particao do mes (FRETEAUD<AAAAMM>.DAT, por
      *                      FRETEGRCPY), com quantidade e totais
      *                      somados ao diretorio FRETEDIR.DAT; o
      *                      reinicio por checkpoint le so as particoes
      *                      a partir do mes do inicio do lote.
      *   08/03/2025 - JLS - Pedido atendido baixa do estoque fisico e
      *                      da reserva as quantidades reservadas na
      *                      edicao, pela rotina comum RESERVAEST, na
      *                      confirmacao (antes a baixa era na coleta,
      *                      pelo MANIFCOLETA); no reinicio os pedidos
      *                      ja marcados em PEDPROC.DAT sao baixados de
      *                      novo, sem efeito no que ja saiu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA11.
           SELECT RESUMOFRETE-FILE ASSIGN TO "RESUMOFRETE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESUMOFRETE.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT FRETECKP-FILE ASSIGN TO "FRETECKP.DAT"
           SELECT PEDLIB-FILE ASSIGN TO "PEDLIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDLIB.
           SELECT COBRETEM-FILE ASSIGN TO "COBRETEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COBRETEM.
           SELECT TABCONTRATO-FILE ASSIGN TO "TABCONTRATO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTRATO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-PEDIDO
               FILE STATUS IS WRK-STATUS-XREF.
           SELECT TABIMPOSTO-FILE ASSIGN TO "TABIMPOSTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TABIMPOSTO.
           SELECT ARMAZENS-FILE ASSIGN TO "ARMAZENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARMAZENS.
           SELECT PARAMSEL-FILE ASSIGN TO "PARAMSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMSEL.
           SELECT ENTREGAS-FILE ASSIGN TO "ENTREGAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENTREGAS.
           SELECT PARAMCONSOL-FILE ASSIGN TO "PARAMCONSOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMCONSOL.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-FILE.
       01  PEDIDOS-REG.
           05 PD-PEDIDO             PIC 9(08).
           05 PD-CLIENTE            PIC 9(05).
           05 PD-PRODUTO            PIC X(10).
           05 PD-CEP                PIC 9(08).

       FD  EXCFRETE-FILE.
       01  EXCFRETE-REG.
           05 EX-PEDIDO               PIC 9(08).
           05 EX-CLIENTE              PIC 9(05).
           05 EX-PRODUTO              PIC X(10).
           05 EX-CEP                  PIC 9(08).
       01  FRETEAUD-REG.
           05 AUD-DATA                PIC 9(08).
           05 AUD-HORA                PIC 9(08).
           05 AUD-PEDIDO               PIC 9(08).
           05 AUD-CLIENTE              PIC 9(05).
           05 AUD-QTD-ITENS            PIC 9(02).
           05 AUD-PRODUTO              PIC X(10).
           05 AUD-MOEDA                PIC X(03).
           05 AUD-VALOR-ORIGINAL       PIC 9(09).
           05 AUD-CONTRATO              PIC X(01).
           05 AUD-UF-ORIGEM             PIC X(02).
           05 AUD-PERC-IMPOSTO          PIC 9V9999.
           05 AUD-VALOR-IMPOSTO         PIC 9(09)V99.
           05 AUD-MOTIVO-ESCOLHA        PIC X(01).
           05 AUD-FRETE-PRECO           PIC 9(08)V99.
           05 AUD-CONSOLIDACAO          PIC 9(08).
           05 AUD-COTACAO               PIC X(06).

       FD  FRETECKP-FILE.
       01  FRETECKP-REG.

       FD  PEDPROC-FILE.
       01  PEDPROC-REG.
           05 PP-PEDIDO                 PIC 9(08).
           05 PP-DATA-PROC              PIC 9(08).

       FD  CLIENTES-FILE.
           05 CL-NOME                   PIC X(30).
           05 CL-ENDERECO               PIC X(40).
           05 CL-LIMITE-CREDITO         PIC 9(09).
           05 CL-CNPJ                   PIC X(14).
           05 CL-UF-COBRANCA            PIC X(02).
           05 CL-CEP-COBRANCA           PIC 9(08).
           05 CL-SITUACAO               PIC X(01).
           05 CL-CONSOLIDA              PIC X(01).

       FD  PEDHOLD-FILE.
       01  PEDHOLD-REG.
           05 HD-PEDIDO                 PIC 9(08).
           05 HD-CLIENTE                PIC 9(05).
           05 HD-PRODUTO                PIC X(10).
           05 HD-CEP                    PIC 9(08).

       FD  PEDSTAT-FILE.
       01  PEDSTAT-REG.
           05 PS-PEDIDO                 PIC 9(08).
           05 PS-STATUS                 PIC X(10).
           05 PS-DATA-STATUS            PIC 9(08).
           05 PS-HORA-STATUS            PIC 9(08).
           05 CR-VALOR-ORIGINAL         PIC 9(10)V99.
           05 CR-VALOR-PAGO             PIC 9(10)V99.
           05 CR-STATUS                 PIC X(08).
           05 CR-VALOR-CREDITO          PIC 9(10)V99.
           05 CR-DATA-PAGTO             PIC 9(08).
           05 CR-TIPO                   PIC X(01).
           05 CR-DATA-REMESSA           PIC 9(08).

       FD  TRANSP-FILE.
       01  TRANSP-REG.
           05 TP-CNPJ                   PIC X(14).
           05 TP-CONTATO                PIC X(30).
           05 TP-ATIVO                  PIC X(01).
           05 TP-DADOS-BANCARIOS.
               10 TP-BANCO              PIC 9(03).
               10 TP-AGENCIA            PIC 9(04).
               10 TP-CONTA              PIC 9(08).

       FD  COTACOES-FILE.
       01  COTACOES-REG.

       FD  PEDLIB-FILE.
       01  PEDLIB-REG.
           05 LB-PEDIDO                 PIC 9(08).
           05 LB-APROVADOR              PIC X(05).
           05 LB-DATA                   PIC 9(08).

      *    Clientes em cobranca acima da faixa de retencao, gerado a
      *    cada execucao pelo COBRANCA.
       FD  COBRETEM-FILE.
       01  COBRETEM-REG.
           05 CC-CLIENTE                PIC 9(05).
           05 CC-FAIXA                  PIC 9(01).
           05 CC-SALDO-VENCIDO          PIC 9(10)V99.
           05 CC-DATA                   PIC 9(08).

       FD  TABCONTRATO-FILE.
       01  TABCONTRATO-REG.
           05 CT-CLIENTE                PIC 9(05).

       FD  PEDXREF-FILE.
       01  PEDXREF-REG.
           05 XR-PEDIDO                 PIC 9(08).
           05 XR-TEM-TRILHA             PIC X(01).
           05 XR-TEM-EXCECAO            PIC X(01).
           05 XR-TEM-CICLO              PIC X(01).
           05 XR-ULT-STATUS             PIC X(10).
           05 XR-ULT-DATA               PIC 9(08).

      *    Aliquota de imposto por UF de origem e UF de destino, com
      *    vigencia; vale a de maior vigencia ate a data do pedido.
       FD  TABIMPOSTO-FILE.
       01  TABIMPOSTO-REG.
           05 IM-UF-ORIGEM              PIC X(02).
           05 IM-UF-DESTINO             PIC X(02).
           05 IM-DATA-VIGENCIA          PIC 9(08).
           05 IM-PERC-IMPOSTO           PIC 9V9999.

      *    Armazens de origem (PD-ORIGEM); codigo em branco e a
      *    matriz.
       FD  ARMAZENS-FILE.
       01  ARMAZENS-REG.
           05 AR-CODIGO                 PIC X(03).
           05 AR-NOME                   PIC X(30).
           05 AR-UF                     PIC X(02).
           05 AR-CEP                    PIC 9(08).

      *    Parametros da escolha de transportadora: janela em meses
      *    do historico de entregas, piso de pontualidade e peso da
      *    qualidade sobre o preco (zero = escolha so por preco).
       FD  PARAMSEL-FILE.
       01  PARAMSEL-REG.
           05 SL-MESES                  PIC 9(02).
           05 SL-PISO                   PIC 9V99.
           05 SL-PESO                   PIC 9V99.

      *    Entregas confirmadas pelo CONFENTREGA.
       FD  ENTREGAS-FILE.
       01  ENTREGAS-REG.
           05 ET-PEDIDO                 PIC 9(08).
           05 ET-TRANSPORTADORA         PIC X(03).
           05 ET-DATA-PEDIDO            PIC 9(08).
           05 ET-DATA-ENTREGA           PIC 9(08).
           05 ET-RECEBEDOR              PIC X(30).
           05 ET-PRAZO-PROMETIDO        PIC 9(03).
           05 ET-DIAS-REAIS             PIC 9(03).
           05 ET-NO-PRAZO               PIC X(01).

      *    Consolidacao de carga: "S" liga o modo no lote; cada
      *    cliente entra so se tiver CL-CONSOLIDA = "S".
       FD  PARAMCONSOL-FILE.
       01  PARAMCONSOL-REG.
           05 PN-ATIVO                  PIC X(01).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.
             05 WRK-TJ-RESULTADO   PIC X(01) VALUE "0".
             05 WRK-TJ-RETORNO     PIC 9(02) VALUE ZEROS.
           COPY EXCDIARIOCPY.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-PEDIDOS PIC X(02) VALUE SPACES.
         77 WRK-FIM-ARQUIVO    PIC X(01) VALUE "N".
         77 WRK-REINICIO          PIC X(01) VALUE "N".
             88 HOUVE-REINICIO VALUE "S".

      *    Baixa do estoque reservado na edicao (rotina comum
      *    RESERVAEST): o pedido confirmado deixa o estoque.
         01 WRK-PARM-RESERVA.
             05 WRK-RS-OPERACAO    PIC X(01) VALUE SPACES.
             05 WRK-RS-SISTEMA     PIC X(15) VALUE SPACES.
             05 WRK-RS-PEDIDO      PIC 9(08) VALUE ZEROS.
             05 WRK-RS-PRODUTO     PIC X(10) VALUE SPACES.
             05 WRK-RS-ORIGEM      PIC X(03) VALUE SPACES.
             05 WRK-RS-QTDE        PIC 9(07) VALUE ZEROS.
             05 WRK-RS-DISPONIVEL  PIC 9(07) VALUE ZEROS.
             05 WRK-RS-QTD-LINHAS  PIC 9(04) VALUE ZEROS.
             05 WRK-RS-RETORNO     PIC X(01) VALUE SPACES.
         77 WRK-QTD-BAIXADAS      PIC 9(06) VALUE ZEROS.

      *    Area usada para reconstruir os totais gerais e o resumo por
      *    estado a partir de FRETEAUD.DAT quando o lote eh reiniciado,
      *    ja que os pedidos pulados em 1070-PULAR-PROCESSADOS nao
      *    passam por 0200-PROCESSA.
         77 WRK-PRIMEIRO-AUD         PIC X(01) VALUE "S".
             88 PRIMEIRO-REG-AUDITORIA VALUE "S".
         77 WRK-PEDIDO-AUD-ANTERIOR  PIC 9(08) VALUE ZEROS.
         77 WRK-CLIENTE-AUD-ANTERIOR PIC 9(05) VALUE ZEROS.
         77 WRK-TRANSP-AUD-ANTERIOR  PIC X(03) VALUE SPACES.
         77 WRK-ESTADO-AUD-ANTERIOR  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD-ANTERIOR  PIC X(09) VALUE SPACES.
         77 WRK-FRETE-AUD-ANTERIOR   PIC 9(08)V99 VALUE ZEROS.
         77 WRK-VALORTOTAL-AUD-ANTERIOR PIC 9(09)V99 VALUE ZEROS.
         77 WRK-IMPOSTO-AUD-ANTERIOR PIC 9(09)V99 VALUE ZEROS.
         77 WRK-SOMA-VALOR-PEDIDO    PIC 9(09) VALUE ZEROS.

      *    Area de leitura adiantada (read-ahead), usada para detectar
      *    a troca de numero de pedido e fechar o grupo de itens atual.
         01 WRK-PROX-PEDIDO-REG.
             05 WRK-PROX-PEDIDO      PIC 9(08).
             05 WRK-PROX-CLIENTE     PIC 9(05).
             05 WRK-PROX-PRODUTO     PIC X(10).
             05 WRK-PROX-CEP         PIC 9(08).
             05 WRK-PROX-ORIGEM      PIC X(03).
             05 WRK-PROX-SERVICO     PIC X(01).

         77 WRK-PEDIDO-ATUAL      PIC 9(08) VALUE ZEROS.
         77 WRK-CLIENTE-ATUAL     PIC 9(05) VALUE ZEROS.
         77 WRK-MOEDA-ATUAL       PIC X(03) VALUE SPACES.
         77 WRK-COTACAO-ATUAL     PIC X(06) VALUE SPACES.
             05 TAB-LB-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-PEDLIB
                 INDEXED BY TAB-LB-IDX.
                 10 TAB-LB-PEDIDO     PIC 9(08).
         77 WRK-QTD-PEDLIB        PIC 9(03) VALUE ZEROS.
         77 WRK-PEDIDO-LIBERADO   PIC X(01) VALUE "N".
             88 PEDIDO-LIBERADO VALUE "S".
                 10 TAB-CL-ENDERECO   PIC X(40).
                 10 TAB-CL-LIMITE     PIC 9(09).
                 10 TAB-CL-EXPOSICAO  PIC 9(10).
                 10 TAB-CL-SITUACAO   PIC X(01).
                 10 TAB-CL-CONSOLIDA  PIC X(01).
                 10 TAB-CL-COBRANCA   PIC X(01).
         77 WRK-QTD-CLIENTES      PIC 9(03) VALUE ZEROS.
         77 WRK-STATUS-CONTASREC  PIC X(02) VALUE SPACES.
         77 WRK-FIM-CONTASREC     PIC X(01) VALUE "N".
         77 WRK-EXPOSICAO-NOVA    PIC 9(10) VALUE ZEROS.
         77 WRK-PEDIDO-RETIDO     PIC X(01) VALUE "N".
             88 PEDIDO-RETIDO VALUE "S".
      *    Cliente com situacao "B" em CLIENTES.DAT (MANCLIENTE): o
      *    pedido e recusado antes do limite de credito.
         77 WRK-CLIENTE-BLOQUEADO PIC X(01) VALUE "N".
             88 CLIENTE-BLOQUEADO VALUE "S".
         77 WRK-TOTAL-RETIDOS     PIC 9(06) VALUE ZEROS.
      *    Cliente em COBRETEM.DAT (titulos vencidos acima da faixa de
      *    retencao da cobranca): o pedido e retido como no limite.
         77 WRK-STATUS-COBRETEM   PIC X(02) VALUE SPACES.
         77 WRK-FIM-COBRETEM      PIC X(01) VALUE "N".
             88 FIM-COBRETEM VALUE "S".
         77 WRK-RETIDO-COBRANCA   PIC X(01) VALUE "N".
             88 RETIDO-COBRANCA VALUE "S".

      *    Consolidacao de carga: pedidos do mesmo cliente, CEP,
      *    origem, nivel de servico e data sao precificados juntos
      *    pelo peso somado e o frete da carga volta rateado pelo
      *    peso cobrado de cada um. A tabela vem de uma leitura
      *    previa de PEDIDOSOK.DAT; o numero da consolidacao e o do
      *    primeiro pedido da carga no arquivo. Pedido em moeda
      *    estrangeira, com cotacao previa ou ja atendido fica fora.
         77 WRK-STATUS-PARAMCONSOL PIC X(02) VALUE SPACES.
         77 WRK-CONSOL-ATIVA      PIC X(01) VALUE "N".
             88 CONSOLIDACAO-ATIVA VALUE "S".
         01 TAB-CONSOL.
             05 TAB-CS-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-CONSOL
                 INDEXED BY TAB-CS-IDX TAB-CS-IDX2.
                 10 TAB-CS-PEDIDO     PIC 9(08).
                 10 TAB-CS-CLIENTE    PIC 9(05).
                 10 TAB-CS-CEP        PIC 9(08).
                 10 TAB-CS-ORIGEM     PIC X(03).
                 10 TAB-CS-SERVICO    PIC X(01).
                 10 TAB-CS-DATA       PIC 9(08).
                 10 TAB-CS-VALOR      PIC 9(09).
                 10 TAB-CS-PESO       PIC 9(06)V99.
                 10 TAB-CS-CUBADO     PIC 9(06)V99.
                 10 TAB-CS-BASE       PIC 9(06)V99.
                 10 TAB-CS-ELEGIVEL   PIC X(01).
                 10 TAB-CS-NUMERO     PIC 9(08).
         77 WRK-QTD-CONSOL        PIC 9(04) VALUE ZEROS.
         77 WRK-CS-ELEGIVEL       PIC X(01) VALUE "N".
         77 WRK-CS-MEMBROS        PIC 9(04) VALUE ZEROS.
         77 WRK-NUM-CONSOLIDACAO  PIC 9(08) VALUE ZEROS.
         77 WRK-IDX-CONSOL        PIC 9(04) VALUE ZEROS.
         77 WRK-IDX-ULTIMO-CS     PIC 9(04) VALUE ZEROS.
         77 WRK-CS-VALOR-PEDIDO   PIC 9(08) VALUE ZEROS.
         77 WRK-CS-VALOR-CARGA    PIC 9(09) VALUE ZEROS.
         77 WRK-CS-PESO-CARGA     PIC 9(06)V99 VALUE ZEROS.
         77 WRK-CS-CUBADO-CARGA   PIC 9(06)V99 VALUE ZEROS.
         77 WRK-CS-BASE-CARGA     PIC 9(09)V99 VALUE ZEROS.
         77 WRK-CS-BASE-PEDIDO    PIC 9(09)V99 VALUE ZEROS.
         77 WRK-CS-PELO-VALOR     PIC X(01) VALUE "N".
             88 RATEIO-PELO-VALOR VALUE "S".
         77 WRK-CS-MONTANTE       PIC 9(08)V99 VALUE ZEROS.
         77 WRK-CS-PARCELA        PIC 9(08)V99 VALUE ZEROS.
         77 WRK-CS-SOMA-OUTROS    PIC 9(09)V99 VALUE ZEROS.
         77 WRK-FRETE-CARGA       PIC 9(08)V99 VALUE ZEROS.
         77 WRK-TOTAL-CONSOLIDADOS PIC 9(06) VALUE ZEROS.

      *    Itens (produtos) que compoem o pedido corrente.
         01 TAB-ITENS.
         77 WRK-TRANSP-ESCOLHIDA PIC X(03) VALUE SPACES.
         77 WRK-CANDIDATO-OK     PIC X(01) VALUE "S".

      *    Escolha ponderada pela pontualidade: cada cotacao concorre
      *    pelo frete mais frete x PESO x (1 - taxa no prazo); abaixo
      *    do piso a transportadora so concorre se todas estiverem
      *    abaixo. Transportadora sem entrega na janela entra com a
      *    taxa do piso. A escolha so por preco segue calculada ao
      *    lado, para a trilha e o RELSELECAO.
         77 WRK-STATUS-PARAMSEL  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-ENTREGAS  PIC X(02) VALUE SPACES.
         77 WRK-FIM-ENTREGAS     PIC X(01) VALUE "N".
             88 FIM-ENTREGAS VALUE "S".
         77 WRK-SEL-MESES        PIC 9(02) VALUE 6.
         77 WRK-SEL-PISO         PIC 9V99 VALUE ZEROS.
         77 WRK-SEL-PESO         PIC 9V99 VALUE ZEROS.
         77 WRK-SEL-CORTE        PIC 9(08) VALUE ZEROS.
         77 WRK-SEL-MESES-CALC   PIC 9(06) VALUE ZEROS.
         01 WRK-SEL-CORTE-DECOMP.
             05 WRK-SC-ANO         PIC 9(04).
             05 WRK-SC-MES         PIC 9(02).
             05 WRK-SC-DIA         PIC 9(02).
         01 TAB-PONTUAL.
             05 TAB-PT-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-PONTUAL
                 INDEXED BY TAB-PT-IDX.
                 10 TAB-PT-TRANSP      PIC X(03).
                 10 TAB-PT-ENTREGAS    PIC 9(05).
                 10 TAB-PT-NO-PRAZO    PIC 9(05).
         77 WRK-QTD-PONTUAL      PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-PONTUAL    PIC X(01) VALUE "N".
             88 ACHOU-PONTUAL VALUE "S".
         77 WRK-TAXA-CANDIDATO   PIC 9V9999 VALUE ZEROS.
         77 WRK-CUSTO-CANDIDATO  PIC 9(09)V99 VALUE ZEROS.
         77 WRK-MENOR-CUSTO      PIC 9(09)V99 VALUE ZEROS.
         77 WRK-QTD-CANDIDATOS   PIC 9(02) VALUE ZEROS.
         77 WRK-IDX-PRECO        PIC 9(04) VALUE ZEROS.
         77 WRK-FRETE-PRECO      PIC 9(08)V99 VALUE ZEROS.
         77 WRK-IDX-ABAIXO       PIC 9(04) VALUE ZEROS.
         77 WRK-FRETE-ABAIXO     PIC 9(08)V99 VALUE ZEROS.
         77 WRK-CUSTO-ABAIXO     PIC 9(09)V99 VALUE ZEROS.
         77 WRK-PRECO-ABAIXO     PIC X(01) VALUE "N".
             88 PRECO-ABAIXO-PISO VALUE "S".
         77 WRK-MOTIVO-ESCOLHA   PIC X(01) VALUE SPACE.
             88 ESCOLHA-PRECO      VALUE "P".
             88 ESCOLHA-QUALIDADE  VALUE "Q".
             88 ESCOLHA-PISO       VALUE "F".
             88 ESCOLHA-UNICA      VALUE "U".
             88 ESCOLHA-ABAIXO     VALUE "M".
             88 ESCOLHA-CONTRATO   VALUE "C".
             88 ESCOLHA-COTACAO    VALUE "H".

      *    Promocoes de frete com vigencia, por faixa de CEP e valor
      *    minimo de pedido, com piso e teto de cobranca.
         77 WRK-STATUS-PROMO  PIC X(02) VALUE SPACES.
         77 WRK-FRETE PIC 9(08)V99 VALUE ZEROS.
         77 WRK-VALORTOTAL PIC 9(09)V99 VALUE ZEROS.

      *    Aliquota do pedido vem de TABIMPOSTO.DAT pela UF do
      *    armazem de origem e pela UF de destino; sem aliquota para
      *    o par vale a aliquota padrao de antes, com aviso.
         77 WRK-PERC-IMPOSTO       PIC 9V9999 VALUE 0,0500.
         77 WRK-PERC-IMPOSTO-PADRAO PIC 9V9999 VALUE 0,0500.
         77 WRK-VALORTOTAL-IMPOSTO PIC 9(09)V99 VALUE ZEROS.
         77 WRK-VALOR-IMPOSTO      PIC 9(09)V99 VALUE ZEROS.
         77 WRK-UF-ORIGEM          PIC X(02) VALUE SPACES.
         77 WRK-VIG-IMPOSTO        PIC 9(08) VALUE ZEROS.
         77 WRK-ACHOU-IMPOSTO      PIC X(01) VALUE "N".
             88 ACHOU-IMPOSTO VALUE "S".
         77 WRK-STATUS-TABIMPOSTO  PIC X(02) VALUE SPACES.
         77 WRK-FIM-TABIMPOSTO     PIC X(01) VALUE "N".
             88 FIM-TABIMPOSTO VALUE "S".
         01 TAB-IMPOSTO.
             05 TAB-IM-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-IMPOSTO
                 INDEXED BY TAB-IM-IDX.
                 10 TAB-IM-UF-ORIGEM  PIC X(02).
                 10 TAB-IM-UF-DESTINO PIC X(02).
                 10 TAB-IM-VIGENCIA   PIC 9(08).
                 10 TAB-IM-PERC       PIC 9V9999.
         77 WRK-QTD-IMPOSTO        PIC 9(04) VALUE ZEROS.
         77 WRK-STATUS-ARMAZENS    PIC X(02) VALUE SPACES.
         77 WRK-FIM-ARMAZENS       PIC X(01) VALUE "N".
             88 FIM-ARMAZENS VALUE "S".
         01 TAB-ARMAZENS.
             05 TAB-AR-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-ARMAZENS
                 INDEXED BY TAB-AR-IDX.
                 10 TAB-AR-CODIGO     PIC X(03).
                 10 TAB-AR-UF         PIC X(02).
         77 WRK-QTD-ARMAZENS       PIC 9(02) VALUE ZEROS.

      *    Imposto a recolher acumulado por UF de destino, para o
      *    resumo e os lancamentos contabeis por estado.
         01 TAB-IMPUF.
             05 TAB-IU-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-IMPUF
                 INDEXED BY TAB-IU-IDX.
                 10 TAB-IU-UF         PIC X(02).
                 10 TAB-IU-IMPOSTO    PIC 9(11)V99.
         77 WRK-QTD-IMPUF          PIC 9(02) VALUE ZEROS.
         77 WRK-ACHOU-IMPUF        PIC X(01) VALUE "N".
             88 ACHOU-IMPUF VALUE "S".

         77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZ9,99.
         77 WRK-FRETE-ED PIC ZZ.ZZZ.ZZ9,99.
             05 TAB-PP-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-PEDPROC
                 INDEXED BY TAB-PP-IDX.
                 10 TAB-PP-PEDIDO     PIC 9(08).
         77 WRK-QTD-PEDPROC       PIC 9(04) VALUE ZEROS.
         77 WRK-PEDIDO-DUPLICADO  PIC X(01) VALUE "N".
             88 PEDIDO-DUPLICADO VALUE "S".
      *    estado de trabalho a cada entrada, nao so na carga.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              MOVE ZEROS TO WRK-QTD-BAIXADAS
              MOVE "N" TO WRK-FIM-TABCEP
              MOVE "N" TO WRK-FIM-TRANSP
              MOVE ZEROS TO WRK-QTD-TRANSP
              MOVE "N" TO WRK-FIM-ENTREGAS
              MOVE ZEROS TO WRK-QTD-PONTUAL
              MOVE "N" TO WRK-FIM-CAMBIO
              MOVE "N" TO WRK-FIM-CLIENTES
              MOVE "N" TO WRK-FIM-CONTASREC
              MOVE "N" TO WRK-COTACAO-HONRADA
              MOVE "N" TO WRK-FIM-PEDLIB
              MOVE ZEROS TO WRK-QTD-PEDLIB
              MOVE "N" TO WRK-FIM-COBRETEM
              MOVE "N" TO WRK-FIM-CONTRATO
              MOVE ZEROS TO WRK-QTD-CONTRATO
              MOVE "N" TO WRK-CONTRATO-APLICADO
              MOVE "N" TO WRK-FLAG-CONTRATO
              MOVE "N" TO WRK-FIM-PROMO
              MOVE "N" TO WRK-FIM-PEDPROC
              MOVE "N" TO WRK-FIM-TRILHA
              MOVE "N" TO WRK-REINICIO
              MOVE "S" TO WRK-PRIMEIRO-AUD
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-TOTAL-RETIDOS
              MOVE ZEROS TO WRK-QTD-RESUMO
              MOVE ZEROS TO WRK-QTD-RESUMO-TR
              MOVE "N" TO WRK-FIM-TABIMPOSTO
              MOVE ZEROS TO WRK-QTD-IMPOSTO
              MOVE "N" TO WRK-FIM-ARMAZENS
              MOVE ZEROS TO WRK-QTD-ARMAZENS
              MOVE ZEROS TO WRK-QTD-IMPUF
              MOVE "N" TO WRK-CONSOL-ATIVA
              MOVE ZEROS TO WRK-QTD-CONSOL
              MOVE ZEROS TO WRK-NUM-CONSOLIDACAO
              MOVE ZEROS TO WRK-TOTAL-CONSOLIDADOS
              MOVE "N" TO WRK-RESUMO-ABERTO
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS
         1000-INICIALIZAR SECTION.
              PERFORM 1050-CARREGA-TABCEP
              PERFORM 1051-CARREGA-TRANSP
              PERFORM 1045-CARREGA-PONTUALIDADE
              PERFORM 1053-CARREGA-PROMO
              PERFORM 1054-CARREGA-CAMBIO
              PERFORM 1052-CARREGA-CLIENTES
              PERFORM 1056-CARREGA-SALDO-ABERTO
              PERFORM 1066-CARREGA-COBRANCA
              PERFORM 1058-CARREGA-COTACOES
              PERFORM 1059-CARREGA-PEDLIB
              PERFORM 1049-CARREGA-CONTRATOS
              PERFORM 1047-CARREGA-IMPOSTO
              PERFORM 1048-CARREGA-ARMAZENS
              PERFORM 1055-CARREGA-PEDPROC
              PERFORM 1040-CARREGA-CONSOLIDACAO
              PERFORM 1060-VERIFICA-CHECKPOINT
              PERFORM 1080-CARREGA-YTD
              IF HOUVE-REINICIO
                  OPEN OUTPUT CONFFRETE-FILE
              END-IF
      *    A trilha de auditoria e acumulada entre execucoes; ela e a
      *    base do faturamento mensal e nao pode ser regravada. A
      *    particao do mes e aberta em EXTEND na primeira gravacao
      *    (7800-GRAVA-TRILHA).
              IF WRK-STATUS-EXCFRETE NOT = "00"
                  DISPLAY "Erro ao abrir EXCFRETE.DAT : "
                      WRK-STATUS-EXCFRETE
                  GO TO 9000-FINALIZAR
              END-IF
              SET RESUMO-ABERTO TO TRUE
              IF WRK-STATUS-CONFFRETE NOT = "00"
                  DISPLAY "Erro ao abrir CONFFRETE.DAT : "
                      WRK-STATUS-CONFFRETE
                      DELIMITED BY SIZE
                      "TOTAL;TOTAL_IMPOSTO;STATUS;TRANSPORTADORA;"
                      DELIMITED BY SIZE
                      "MOEDA;VALOR_ORIGINAL;CONTRATO;SERVICO;"
                      DELIMITED BY SIZE
                      "CONSOLIDACAO" DELIMITED BY SIZE
                      INTO FRETECSV-REG
                  WRITE FRETECSV-REG
              END-IF
                  TO WRK-IMP-COLUNAS
              MOVE "CONFIRMACOES DE PEDIDOS" TO WRK-IMC-TITULO
              MOVE SPACES TO WRK-IMC-COLUNAS
              MOVE "A" TO WRK-RS-OPERACAO
              MOVE WRK-JOB-NOME TO WRK-RS-SISTEMA
              CALL "RESERVAEST" USING WRK-PARM-RESERVA
              PERFORM 1100-LER-PEDIDO
              IF HOUVE-REINICIO
                  PERFORM 1070-PULAR-PROCESSADOS
                  CLOSE TRANSP-FILE
              END-IF.

      *    Pontualidade por transportadora nos ultimos N meses de
      *    ENTREGAS.DAT. Os dois arquivos sao opcionais: sem
      *    PARAMSEL.DAT valem 6 meses, piso e peso zerados (escolha
      *    so por preco, como antes); sem ENTREGAS.DAT toda
      *    transportadora fica sem historico.
         1045-CARREGA-PONTUALIDADE SECTION.
              MOVE 6 TO WRK-SEL-MESES
              MOVE ZEROS TO WRK-SEL-PISO
              MOVE ZEROS TO WRK-SEL-PESO
              OPEN INPUT PARAMSEL-FILE
              IF WRK-STATUS-PARAMSEL = "00"
                  READ PARAMSEL-FILE INTO PARAMSEL-REG
                      NOT AT END
                          IF SL-MESES NUMERIC
                              AND SL-MESES GREATER ZERO
                              MOVE SL-MESES TO WRK-SEL-MESES
                          END-IF
                          IF SL-PISO NUMERIC
                              AND SL-PISO NOT GREATER 1
                              MOVE SL-PISO TO WRK-SEL-PISO
                          END-IF
                          IF SL-PESO NUMERIC
                              MOVE SL-PESO TO WRK-SEL-PESO
                          END-IF
                  END-READ
                  CLOSE PARAMSEL-FILE
              END-IF
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE WRK-DATA-SISTEMA TO WRK-SEL-CORTE-DECOMP
              COMPUTE WRK-SEL-MESES-CALC =
                  WRK-SC-ANO * 12 + WRK-SC-MES - 1 - WRK-SEL-MESES
              DIVIDE WRK-SEL-MESES-CALC BY 12 GIVING WRK-SC-ANO
                  REMAINDER WRK-SC-MES
              ADD 1 TO WRK-SC-MES
              MOVE WRK-SEL-CORTE-DECOMP TO WRK-SEL-CORTE
              OPEN INPUT ENTREGAS-FILE
              IF WRK-STATUS-ENTREGAS NOT = "00"
                  DISPLAY "Aviso: ENTREGAS.DAT indisponivel : "
                      WRK-STATUS-ENTREGAS " - sem historico de prazo"
                  GO TO 1045-SAIDA
              END-IF
              PERFORM UNTIL FIM-ENTREGAS
                  READ ENTREGAS-FILE INTO ENTREGAS-REG
                      AT END
                          SET FIM-ENTREGAS TO TRUE
                      NOT AT END
                          IF ET-DATA-ENTREGA NUMERIC
                              AND ET-DATA-ENTREGA NOT LESS
                                  WRK-SEL-CORTE
                              PERFORM 1046-ACUMULA-ENTREGA
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ENTREGAS-FILE.
         1045-SAIDA.
              EXIT.

         1046-ACUMULA-ENTREGA SECTION.
              MOVE "N" TO WRK-ACHOU-PONTUAL
              IF WRK-QTD-PONTUAL GREATER ZERO
                  SET TAB-PT-IDX TO 1
                  SEARCH TAB-PT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-PT-TRANSP(TAB-PT-IDX) =
                          ET-TRANSPORTADORA
                          SET ACHOU-PONTUAL TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-PONTUAL
                  IF WRK-QTD-PONTUAL NOT LESS 100
                      DISPLAY "ENTREGAS.DAT com mais de 100"
                          " transportadoras"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-PONTUAL
                  SET TAB-PT-IDX TO WRK-QTD-PONTUAL
                  MOVE ET-TRANSPORTADORA TO TAB-PT-TRANSP(TAB-PT-IDX)
                  MOVE ZEROS TO TAB-PT-ENTREGAS(TAB-PT-IDX)
                  MOVE ZEROS TO TAB-PT-NO-PRAZO(TAB-PT-IDX)
              END-IF
              ADD 1 TO TAB-PT-ENTREGAS(TAB-PT-IDX)
              IF ET-NO-PRAZO = "S"
                  ADD 1 TO TAB-PT-NO-PRAZO(TAB-PT-IDX)
              END-IF.

      *    A tabela de promocoes e opcional: sem o arquivo o lote
      *    roda sem desconto e sem piso/teto.
         1053-CARREGA-PROMO SECTION.
                              TAB-CL-LIMITE(WRK-QTD-CLIENTES)
                          MOVE ZEROS TO
                              TAB-CL-EXPOSICAO(WRK-QTD-CLIENTES)
                          MOVE CL-SITUACAO TO
                              TAB-CL-SITUACAO(WRK-QTD-CLIENTES)
                          MOVE CL-CONSOLIDA TO
                              TAB-CL-CONSOLIDA(WRK-QTD-CLIENTES)
                          MOVE "N" TO
                              TAB-CL-COBRANCA(WRK-QTD-CLIENTES)
                  END-READ
              END-PERFORM
              CLOSE CLIENTES-FILE.
              END-IF.

         1057-ACUMULA-SALDO-CLIENTE SECTION.
              IF CR-VALOR-CREDITO NOT NUMERIC
                  MOVE ZEROS TO CR-VALOR-CREDITO
              END-IF
              COMPUTE WRK-SALDO-TITULO =
                  CR-VALOR-ORIGINAL - CR-VALOR-PAGO - CR-VALOR-CREDITO
              IF WRK-QTD-CLIENTES GREATER ZERO
                  SET TAB-CL-IDX TO 1
                  SEARCH TAB-CL-REG
                  END-SEARCH
              END-IF.

      *    Retencao por cobranca e opcional: sem COBRETEM.DAT nenhum
      *    cliente fica marcado.
         1066-CARREGA-COBRANCA SECTION.
              OPEN INPUT COBRETEM-FILE
              IF WRK-STATUS-COBRETEM = "00"
                  PERFORM UNTIL FIM-COBRETEM
                      READ COBRETEM-FILE INTO COBRETEM-REG
                          AT END
                              SET FIM-COBRETEM TO TRUE
                          NOT AT END
                              PERFORM 1067-MARCA-COBRANCA
                      END-READ
                  END-PERFORM
                  CLOSE COBRETEM-FILE
              END-IF.

         1067-MARCA-COBRANCA SECTION.
              IF WRK-QTD-CLIENTES GREATER ZERO
                  SET TAB-CL-IDX TO 1
                  SEARCH TAB-CL-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CL-CODIGO(TAB-CL-IDX) = CC-CLIENTE
                          MOVE "S" TO TAB-CL-COBRANCA(TAB-CL-IDX)
                  END-SEARCH
              END-IF.

      *    Matriz de aliquotas por UF de origem e destino. Sem o
      *    arquivo todo pedido fica na aliquota padrao, com aviso.
         1047-CARREGA-IMPOSTO SECTION.
              OPEN INPUT TABIMPOSTO-FILE
              IF WRK-STATUS-TABIMPOSTO NOT = "00"
                  DISPLAY "Aviso: TABIMPOSTO.DAT indisponivel : "
                      WRK-STATUS-TABIMPOSTO " - aliquota padrao"
              ELSE
                  PERFORM UNTIL FIM-TABIMPOSTO
                      READ TABIMPOSTO-FILE INTO TABIMPOSTO-REG
                          AT END
                              SET FIM-TABIMPOSTO TO TRUE
                          NOT AT END
                              IF WRK-QTD-IMPOSTO NOT LESS 2000
                                  DISPLAY "TABIMPOSTO.DAT maior que"
                                      " o limite de 2000 aliquotas"
                                  MOVE 8 TO RETURN-CODE
                                  GO TO 9000-FINALIZAR
                              END-IF
                              ADD 1 TO WRK-QTD-IMPOSTO
                              MOVE IM-UF-ORIGEM TO
                                  TAB-IM-UF-ORIGEM(WRK-QTD-IMPOSTO)
                              MOVE IM-UF-DESTINO TO
                                  TAB-IM-UF-DESTINO(WRK-QTD-IMPOSTO)
                              MOVE IM-DATA-VIGENCIA TO
                                  TAB-IM-VIGENCIA(WRK-QTD-IMPOSTO)
                              MOVE IM-PERC-IMPOSTO TO
                                  TAB-IM-PERC(WRK-QTD-IMPOSTO)
                      END-READ
                  END-PERFORM
                  CLOSE TABIMPOSTO-FILE
              END-IF.

      *    UF de cada armazem de origem; sem o cadastro ou sem o
      *    armazem a UF de origem fica em branco e o pedido cai na
      *    aliquota padrao.
         1048-CARREGA-ARMAZENS SECTION.
              OPEN INPUT ARMAZENS-FILE
              IF WRK-STATUS-ARMAZENS NOT = "00"
                  DISPLAY "Aviso: ARMAZENS.DAT indisponivel : "
                      WRK-STATUS-ARMAZENS " - UF de origem ausente"
              ELSE
                  PERFORM UNTIL FIM-ARMAZENS
                      READ ARMAZENS-FILE INTO ARMAZENS-REG
                          AT END
                              SET FIM-ARMAZENS TO TRUE
                          NOT AT END
                              IF WRK-QTD-ARMAZENS NOT LESS 50
                                  DISPLAY "ARMAZENS.DAT maior que"
                                      " o limite de 50 armazens"
                                  MOVE 8 TO RETURN-CODE
                                  GO TO 9000-FINALIZAR
                              END-IF
                              ADD 1 TO WRK-QTD-ARMAZENS
                              MOVE AR-CODIGO TO
                                  TAB-AR-CODIGO(WRK-QTD-ARMAZENS)
                              MOVE AR-UF TO
                                  TAB-AR-UF(WRK-QTD-ARMAZENS)
                      END-READ
                  END-PERFORM
                  CLOSE ARMAZENS-FILE
              END-IF.

         1049-CARREGA-CONTRATOS SECTION.
              OPEN INPUT TABCONTRATO-FILE
              IF WRK-STATUS-CONTRATO = "00"
              MOVE ZEROS TO WRK-TOTAL-GERAL-IMPOSTO
              MOVE ZEROS TO WRK-QTD-RESUMO
              MOVE ZEROS TO WRK-QTD-RESUMO-TR
              MOVE ZEROS TO WRK-QTD-IMPUF
              MOVE ZEROS TO WRK-SOMA-VALOR-PEDIDO
              MOVE ZEROS TO WRK-PEDIDO-AUD-ANTERIOR
              SET PRIMEIRO-REG-AUDITORIA TO TRUE
      *    So as particoes a partir do mes do inicio do lote; sem
      *    diretorio ainda nao ha trilha a recarregar.
              MOVE WRK-DATA-INICIO-LOTE(1:6) TO WRK-FP-COMP-DE
              MOVE 999999 TO WRK-FP-COMP-ATE
              MOVE "V" TO WRK-FP-ESCOPO
              PERFORM 7700-ABRE-TRILHA
              PERFORM UNTIL FIM-TRILHA
                  READ FRETEAUD-FILE INTO FRETEAUD-REG
                      AT END
                          PERFORM 7720-PROXIMA-PARTICAO
                      NOT AT END
      *    A trilha acumula execucoes anteriores; so os registros
      *    gravados a partir do inicio deste lote entram na
      *    reconstrucao dos totais.
                          IF AUD-DATA GREATER WRK-DATA-INICIO-LOTE
                              OR (AUD-DATA = WRK-DATA-INICIO-LOTE
                              AND AUD-HORA NOT LESS
                                  WRK-HORA-INICIO-LOTE)
                              PERFORM 1095-ACUMULA-TOTAIS-AUDITORIA
                          END-IF
                  END-READ
              END-PERFORM
              IF NOT PRIMEIRO-REG-AUDITORIA
                  PERFORM 1097-FECHA-PEDIDO-AUDITORIA
              END-IF.

         1095-ACUMULA-TOTAIS-AUDITORIA SECTION.
                  MOVE AUD-STATUS     TO WRK-STATUS-AUD-ANTERIOR
                  MOVE AUD-FRETE      TO WRK-FRETE-AUD-ANTERIOR
                  MOVE AUD-VALORTOTAL TO WRK-VALORTOTAL-AUD-ANTERIOR
                  MOVE AUD-VALOR-IMPOSTO TO WRK-IMPOSTO-AUD-ANTERIOR
                  MOVE ZEROS          TO WRK-SOMA-VALOR-PEDIDO
                  MOVE "N" TO WRK-PRIMEIRO-AUD
              END-IF
         1097-FECHA-PEDIDO-AUDITORIA SECTION.
              ADD WRK-SOMA-VALOR-PEDIDO TO WRK-TOTAL-VALOR-GERAL
              ADD WRK-FRETE-AUD-ANTERIOR TO WRK-TOTAL-FRETE-GERAL
      *    O imposto vem da propria trilha, com a aliquota que valeu
      *    no calculo, e nao de uma nova consulta a matriz.
              COMPUTE WRK-VALORTOTAL-IMPOSTO =
                  WRK-VALORTOTAL-AUD-ANTERIOR + WRK-IMPOSTO-AUD-ANTERIOR
              ADD WRK-VALORTOTAL-IMPOSTO TO WRK-TOTAL-GERAL-IMPOSTO
              MOVE WRK-ESTADO-AUD-ANTERIOR TO WRK-ESTADO
              MOVE WRK-IMPOSTO-AUD-ANTERIOR TO WRK-VALOR-IMPOSTO
              PERFORM 0262-ACUMULA-IMPOSTO-UF
              IF WRK-STATUS-AUD-ANTERIOR = "ATENDIDO"
                  MOVE WRK-ESTADO-AUD-ANTERIOR TO WRK-ESTADO
                  MOVE WRK-FRETE-AUD-ANTERIOR  TO WRK-FRETE
                  END-SEARCH
              END-IF.

      *    Modo de consolidacao (PARAMCONSOL.DAT, opcional; sem ele
      *    o lote segue pedido a pedido, como antes). Leitura previa
      *    de PEDIDOSOK.DAT somando valor, peso e peso cubado de cada
      *    pedido, para o pedido saber a carga inteira antes de ser
      *    precificado.
         1040-CARREGA-CONSOLIDACAO SECTION.
              MOVE "N" TO WRK-CONSOL-ATIVA
              MOVE ZEROS TO WRK-QTD-CONSOL
              OPEN INPUT PARAMCONSOL-FILE
              IF WRK-STATUS-PARAMCONSOL = "00"
                  READ PARAMCONSOL-FILE INTO PARAMCONSOL-REG
                      NOT AT END
                          IF PN-ATIVO = "S"
                              SET CONSOLIDACAO-ATIVA TO TRUE
                          END-IF
                  END-READ
                  CLOSE PARAMCONSOL-FILE
              END-IF
              IF NOT CONSOLIDACAO-ATIVA
                  GO TO 1040-SAIDA
              END-IF
      *    Falha de abertura fica para a abertura normal do lote,
      *    que ja trata o erro.
              OPEN INPUT PEDIDOS-FILE
              IF WRK-STATUS-PEDIDOS NOT = "00"
                  GO TO 1040-SAIDA
              END-IF
              PERFORM 1100-LER-PEDIDO
              PERFORM UNTIL FIM-ARQUIVO-PEDIDOS
                  IF WRK-QTD-CONSOL NOT LESS 1000
                      DISPLAY "PEDIDOSOK.DAT com mais de 1000"
                          " pedidos - consolidacao abortada"
                      CLOSE PEDIDOS-FILE
                      MOVE 8 TO RETURN-CODE
                      GO TO 9000-FINALIZAR
                  END-IF
                  ADD 1 TO WRK-QTD-CONSOL
                  SET TAB-CS-IDX TO WRK-QTD-CONSOL
                  MOVE WRK-PROX-PEDIDO  TO TAB-CS-PEDIDO(TAB-CS-IDX)
                  MOVE WRK-PROX-CLIENTE TO TAB-CS-CLIENTE(TAB-CS-IDX)
                  MOVE WRK-PROX-CEP     TO TAB-CS-CEP(TAB-CS-IDX)
                  MOVE WRK-PROX-ORIGEM  TO TAB-CS-ORIGEM(TAB-CS-IDX)
                  IF WRK-PROX-SERVICO = "E"
                      MOVE "E" TO TAB-CS-SERVICO(TAB-CS-IDX)
                  ELSE
                      MOVE "S" TO TAB-CS-SERVICO(TAB-CS-IDX)
                  END-IF
                  MOVE WRK-PROX-DATA    TO TAB-CS-DATA(TAB-CS-IDX)
                  MOVE ZEROS TO TAB-CS-VALOR(TAB-CS-IDX)
                  MOVE ZEROS TO TAB-CS-PESO(TAB-CS-IDX)
                  MOVE ZEROS TO TAB-CS-CUBADO(TAB-CS-IDX)
                  MOVE ZEROS TO TAB-CS-NUMERO(TAB-CS-IDX)
                  PERFORM 1041-AVALIA-CONSOLIDACAO
                  MOVE WRK-CS-ELEGIVEL TO TAB-CS-ELEGIVEL(TAB-CS-IDX)
                  PERFORM UNTIL FIM-ARQUIVO-PEDIDOS
                      OR WRK-PROX-PEDIDO NOT = TAB-CS-PEDIDO(TAB-CS-IDX)
                      ADD WRK-PROX-VALOR TO TAB-CS-VALOR(TAB-CS-IDX)
                      ADD WRK-PROX-PESO TO TAB-CS-PESO(TAB-CS-IDX)
                      ADD WRK-PROX-PESO-CUBADO
                          TO TAB-CS-CUBADO(TAB-CS-IDX)
                      PERFORM 1100-LER-PEDIDO
                  END-PERFORM
                  IF TAB-CS-CUBADO(TAB-CS-IDX) GREATER
                      TAB-CS-PESO(TAB-CS-IDX)
                      MOVE TAB-CS-CUBADO(TAB-CS-IDX)
                          TO TAB-CS-BASE(TAB-CS-IDX)
                  ELSE
                      MOVE TAB-CS-PESO(TAB-CS-IDX)
                          TO TAB-CS-BASE(TAB-CS-IDX)
                  END-IF
              END-PERFORM
              CLOSE PEDIDOS-FILE
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM 1042-AGRUPA-CONSOLIDACAO.
         1040-SAIDA.
              EXIT.

      *    Entra na consolidacao o pedido em reais, sem cotacao
      *    previa, ainda nao atendido, de cliente cadastrado, nao
      *    bloqueado e com CL-CONSOLIDA = "S".
         1041-AVALIA-CONSOLIDACAO SECTION.
              MOVE "N" TO WRK-CS-ELEGIVEL
              IF WRK-PROX-MOEDA NOT = "BRL"
                  AND WRK-PROX-MOEDA NOT = SPACES
                  GO TO 1041-SAIDA
              END-IF
              IF WRK-PROX-COTACAO IS NUMERIC
                  AND WRK-PROX-COTACAO NOT = "000000"
                  GO TO 1041-SAIDA
              END-IF
              IF WRK-QTD-PEDPROC GREATER ZERO
                  SET TAB-PP-IDX TO 1
                  SEARCH TAB-PP-REG
                      AT END
                          CONTINUE
                      WHEN TAB-PP-PEDIDO(TAB-PP-IDX) = WRK-PROX-PEDIDO
                          GO TO 1041-SAIDA
                  END-SEARCH
              END-IF
              IF WRK-QTD-CLIENTES GREATER ZERO
                  SET TAB-CL-IDX TO 1
                  SEARCH TAB-CL-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CL-CODIGO(TAB-CL-IDX) = WRK-PROX-CLIENTE
                          IF TAB-CL-CONSOLIDA(TAB-CL-IDX) = "S"
                              AND TAB-CL-SITUACAO(TAB-CL-IDX) NOT = "B"
                              MOVE "S" TO WRK-CS-ELEGIVEL
                          END-IF
                  END-SEARCH
              END-IF.
         1041-SAIDA.
              EXIT.

      *    Agrupa os pedidos elegiveis pela chave cliente, CEP,
      *    origem, servico e data; grupo de um pedido so nao recebe
      *    numero e e precificado sozinho.
         1042-AGRUPA-CONSOLIDACAO SECTION.
              PERFORM VARYING TAB-CS-IDX FROM 1 BY 1
                  UNTIL TAB-CS-IDX GREATER WRK-QTD-CONSOL
                  IF TAB-CS-ELEGIVEL(TAB-CS-IDX) = "S"
                      AND TAB-CS-NUMERO(TAB-CS-IDX) = ZEROS
                      MOVE ZEROS TO WRK-CS-MEMBROS
                      PERFORM VARYING TAB-CS-IDX2 FROM TAB-CS-IDX BY 1
                          UNTIL TAB-CS-IDX2 GREATER WRK-QTD-CONSOL
                          IF TAB-CS-ELEGIVEL(TAB-CS-IDX2) = "S"
                              AND TAB-CS-NUMERO(TAB-CS-IDX2) = ZEROS
                              AND TAB-CS-CLIENTE(TAB-CS-IDX2) =
                                  TAB-CS-CLIENTE(TAB-CS-IDX)
                              AND TAB-CS-CEP(TAB-CS-IDX2) =
                                  TAB-CS-CEP(TAB-CS-IDX)
                              AND TAB-CS-ORIGEM(TAB-CS-IDX2) =
                                  TAB-CS-ORIGEM(TAB-CS-IDX)
                              AND TAB-CS-SERVICO(TAB-CS-IDX2) =
                                  TAB-CS-SERVICO(TAB-CS-IDX)
                              AND TAB-CS-DATA(TAB-CS-IDX2) =
                                  TAB-CS-DATA(TAB-CS-IDX)
                              MOVE TAB-CS-PEDIDO(TAB-CS-IDX)
                                  TO TAB-CS-NUMERO(TAB-CS-IDX2)
                              ADD 1 TO WRK-CS-MEMBROS
                          END-IF
                      END-PERFORM
                      IF WRK-CS-MEMBROS LESS 2
                          MOVE ZEROS TO TAB-CS-NUMERO(TAB-CS-IDX)
                      END-IF
                  END-IF
              END-PERFORM.

      *    A posicao de estoque so e regravada no fim do lote: pedido
      *    pulado que ja estava marcado como processado e baixado de
      *    novo (a baixa so pega reserva ainda em aberto).
         1070-PULAR-PROCESSADOS SECTION.
              PERFORM UNTIL WRK-QTD-JA-LIDOS NOT LESS
                  WRK-QTD-CHECKPOINT OR FIM-ARQUIVO-PEDIDOS
                  ADD 1 TO WRK-QTD-JA-LIDOS
                  ADD 1 TO WRK-TOTAL-PEDIDOS
                  PERFORM 0150-MONTA-PEDIDO
                  PERFORM 0170-VERIFICA-DUPLICADO
                  IF PEDIDO-DUPLICADO
                      PERFORM 0177-BAIXA-ESTOQUE
                  END-IF
              END-PERFORM.

         1050-CARREGA-TABCEP SECTION.
                      PERFORM 0237-REJEITA-CAMBIO
                  WHEN NOT ACHOU-CLIENTE
                      PERFORM 0235-REJEITA-CLIENTE
                  WHEN CLIENTE-BLOQUEADO
                      PERFORM 0236-REJEITA-BLOQUEADO
                  WHEN PEDIDO-RETIDO
                      PERFORM 0240-RETEM-PEDIDO
                  WHEN OTHER
                      IF ACHOU-FRETE
                          PERFORM 0175-MARCA-PROCESSADO
                          PERFORM 0185-ACUMULA-EXPOSICAO
                          PERFORM 0177-BAIXA-ESTOQUE
                      END-IF
              END-EVALUATE
              PERFORM 0280-GRAVA-CHECKPOINT.
         0180-VALIDA-CLIENTE SECTION.
              MOVE "N" TO WRK-ACHOU-CLIENTE
              MOVE "N" TO WRK-PEDIDO-RETIDO
              MOVE "N" TO WRK-RETIDO-COBRANCA
              MOVE "N" TO WRK-CLIENTE-BLOQUEADO
              MOVE ZEROS TO WRK-IDX-CLIENTE
              IF WRK-QTD-CLIENTES GREATER ZERO
                  SET TAB-CL-IDX TO 1
                  END-SEARCH
              END-IF
              IF ACHOU-CLIENTE
                  AND TAB-CL-SITUACAO(WRK-IDX-CLIENTE) = "B"
                  SET CLIENTE-BLOQUEADO TO TRUE
              END-IF
              IF ACHOU-CLIENTE AND NOT CLIENTE-BLOQUEADO
                  COMPUTE WRK-EXPOSICAO-NOVA =
                      TAB-CL-EXPOSICAO(WRK-IDX-CLIENTE) + WRK-VALOR
                  IF WRK-EXPOSICAO-NOVA GREATER
                      TAB-CL-LIMITE(WRK-IDX-CLIENTE)
                      SET PEDIDO-RETIDO TO TRUE
                  END-IF
                  IF TAB-CL-COBRANCA(WRK-IDX-CLIENTE) = "S"
                      SET PEDIDO-RETIDO TO TRUE
                      SET RETIDO-COBRANCA TO TRUE
                  END-IF
              END-IF
      *    Pedido liberado pelo aprovador passa mesmo acima do
      *    limite; a exposicao dele segue contando normalmente.
              MOVE "REJEITADO" TO WRK-XR-STATUS
              PERFORM 0275-ATUALIZA-XREF.

         0236-REJEITA-BLOQUEADO SECTION.
              DISPLAY "Cliente bloqueado " WRK-CLIENTE-ATUAL
                  " pedido " WRK-PEDIDO-ATUAL
              ADD 1 TO WRK-JOB-LIDOS
              ADD 1 TO WRK-JOB-REJEITADOS
              ADD 1 TO WRK-TOTAL-PEDIDOS
              MOVE 4 TO RETURN-CODE
              MOVE "CLIENTE BLOQUEADO" TO WRK-MOTIVO-EXCECAO
              PERFORM 0250-GRAVA-EXCECAO
              MOVE "N" TO WRK-XR-TRILHA
              MOVE "S" TO WRK-XR-EXCECAO
              MOVE "N" TO WRK-XR-CICLO
              MOVE "REJEITADO" TO WRK-XR-STATUS
              PERFORM 0275-ATUALIZA-XREF.

         0240-RETEM-PEDIDO SECTION.
              IF RETIDO-COBRANCA
                  DISPLAY "Pedido " WRK-PEDIDO-ATUAL
                      " retido por cobranca em atraso do cliente "
                      WRK-CLIENTE-ATUAL
              ELSE
                  DISPLAY "Pedido " WRK-PEDIDO-ATUAL
                      " retido por limite de credito do cliente "
                      WRK-CLIENTE-ATUAL
              END-IF
              ADD 1 TO WRK-JOB-LIDOS
              ADD 1 TO WRK-TOTAL-PEDIDOS
              ADD 1 TO WRK-TOTAL-RETIDOS
                  WRITE PEDHOLD-REG
              END-PERFORM
              MOVE WRK-PEDIDO-ATUAL TO WRK-EXC-CHAVE
              IF RETIDO-COBRANCA
                  MOVE "RETIDO POR COBRANCA EM ATRASO" TO WRK-EXC-MOTIVO
              ELSE
                  MOVE "RETIDO POR LIMITE DE CREDITO"
                      TO WRK-EXC-MOTIVO
              END-IF
              PERFORM 0255-GRAVA-EXCDIARIO
              MOVE "N" TO WRK-XR-TRILHA
              MOVE "N" TO WRK-XR-EXCECAO
              MOVE WRK-HORA-SISTEMA TO PS-HORA-STATUS
              WRITE PEDSTAT-REG.

      *    Pedido confirmado: o reservado na edicao sai do fisico e
      *    da reserva.
         0177-BAIXA-ESTOQUE SECTION.
              MOVE "B" TO WRK-RS-OPERACAO
              MOVE WRK-PEDIDO-ATUAL TO WRK-RS-PEDIDO
              CALL "RESERVAEST" USING WRK-PARM-RESERVA
              ADD WRK-RS-QTD-LINHAS TO WRK-QTD-BAIXADAS.

         0230-REJEITA-DUPLICADO SECTION.
              DISPLAY "Pedido duplicado " WRK-PEDIDO-ATUAL
              ADD 1 TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-VALORTOTAL
              MOVE "N" TO WRK-ACHOU-FRETE
              MOVE ZEROS TO WRK-MELHOR-IDX
              MOVE ZEROS TO WRK-MENOR-CUSTO
              MOVE ZEROS TO WRK-QTD-CANDIDATOS
              MOVE ZEROS TO WRK-IDX-PRECO
              MOVE ZEROS TO WRK-FRETE-PRECO
              MOVE "N" TO WRK-PRECO-ABAIXO
              MOVE ZEROS TO WRK-IDX-ABAIXO
              MOVE ZEROS TO WRK-FRETE-ABAIXO
              MOVE ZEROS TO WRK-CUSTO-ABAIXO
              MOVE SPACE TO WRK-MOTIVO-ESCOLHA
              MOVE SPACES TO WRK-TRANSP-ESCOLHIDA
              MOVE SPACES TO WRK-PROMO-APLICADA
              MOVE ZEROS TO WRK-QTD-COTACAO
      *    Pedido de carga consolidada e precificado com o valor e o
      *    peso da carga inteira; o frete volta rateado mais abaixo.
              PERFORM 0220-LOCALIZA-CONSOLIDACAO
              IF WRK-NUM-CONSOLIDACAO NOT = ZEROS
                  MOVE WRK-VALOR TO WRK-CS-VALOR-PEDIDO
                  MOVE WRK-CS-VALOR-CARGA TO WRK-VALOR
              END-IF
      *    Primeiro passo: busca binaria pela ultima faixa com
      *    CEP-INICIO <= CEP e retrocesso ate onde o maior CEP-FIM
      *    acumulado ja nao alcanca o CEP; dessas linhas fica a
              ELSE
                  MOVE WRK-PESO-TOTAL TO WRK-PESO-COBRADO
              END-IF
              IF WRK-NUM-CONSOLIDACAO NOT = ZEROS
                  IF WRK-CS-CUBADO-CARGA GREATER WRK-CS-PESO-CARGA
                      MOVE WRK-CS-CUBADO-CARGA TO WRK-PESO-COBRADO
                  ELSE
                      MOVE WRK-CS-PESO-CARGA TO WRK-PESO-COBRADO
                  END-IF
              END-IF
      *    Segundo passo: entre as cotacoes vigentes vence a de menor
      *    frete total para este pedido (percentual + quilo), ja
      *    ponderado pela pontualidade da transportadora.
      *    Pedido expresso cobra pelas colunas expressas da faixa;
      *    faixa sem tarifa expressa (percentual e quilo zerados)
      *    nao concorre para pedido expresso.
                              (TAB-CO-IDX-CEP(TAB-CO-IDX))
                  END-IF
                  IF WRK-CANDIDATO-OK = "S"
                      PERFORM 0208-PONDERA-CANDIDATO
                  END-IF
              END-PERFORM
              PERFORM 0202-FECHA-ESCOLHA
      *    Pedido com cotacao previa valida tem o preco honrado no
      *    lugar do frete da tabela, mesmo que a faixa do CEP ja nao
      *    exista mais; sem promocao por cima, o preco cotado e o
                  WHEN COTACAO-HONRADA
                      SET ACHOU-FRETE TO TRUE
                      MOVE TAB-QF-FRETE(WRK-IDX-COTACAO) TO WRK-FRETE
                      SET ESCOLHA-COTACAO TO TRUE
                      MOVE WRK-FRETE TO WRK-FRETE-PRECO
                      MOVE TAB-QF-TRANSP(WRK-IDX-COTACAO)
                          TO WRK-TRANSP-ESCOLHIDA
                      IF WRK-MELHOR-IDX GREATER ZERO
                          MOVE ZEROS TO WRK-PRAZO-DIAS
                      END-IF
                      PERFORM 0209-CALCULA-ENTREGA
                  WHEN CONTRATO-APLICADO
                      SET ACHOU-FRETE TO TRUE
                      MOVE "S" TO WRK-FLAG-CONTRATO
                      MOVE WRK-FRETE-CONTRATO TO WRK-FRETE
                      SET ESCOLHA-CONTRATO TO TRUE
                      MOVE WRK-FRETE TO WRK-FRETE-PRECO
                      IF WRK-MELHOR-IDX GREATER ZERO
                          SET TAB-CEP-IDX TO WRK-MELHOR-IDX
                          MOVE TAB-CEP-TRANSP(TAB-CEP-IDX)
                          MOVE ZEROS TO WRK-PRAZO-DIAS
                      END-IF
                      PERFORM 0209-CALCULA-ENTREGA
                  WHEN WRK-MELHOR-IDX GREATER ZERO
                      SET ACHOU-FRETE TO TRUE
                      SET TAB-CEP-IDX TO WRK-MELHOR-IDX
                              TO WRK-PRAZO-DIAS
                      END-IF
                      PERFORM 0209-CALCULA-ENTREGA
      *    A promocao vale igual para a escolha so por preco, para
      *    a comparacao do RELSELECAO ficar no mesmo pe.
                      MOVE WRK-FRETE-PRECO TO WRK-FRETE
                      PERFORM 0207-APLICA-PROMOCAO
                      MOVE WRK-FRETE TO WRK-FRETE-PRECO
                      MOVE WRK-MENOR-FRETE TO WRK-FRETE
                      PERFORM 0207-APLICA-PROMOCAO
                  WHEN OTHER
                      MOVE SPACE TO WRK-MOTIVO-ESCOLHA
                      MOVE ZEROS TO WRK-FRETE-PRECO
                      DISPLAY "CEP fora de area de entrega " WRK-CEP
                      ADD 1 TO WRK-JOB-REJEITADOS
                      MOVE 4 TO RETURN-CODE
                      PERFORM 0250-GRAVA-EXCECAO
              END-EVALUATE.

              IF WRK-NUM-CONSOLIDACAO NOT = ZEROS
                  PERFORM 0222-RATEIA-CONSOLIDACAO
              END-IF
              IF ACHOU-FRETE
                  PERFORM 0260-ACUMULA-RESUMO
                  PERFORM 0265-ACUMULA-RESUMO-TRANSP
              END-IF

              ADD 1 TO WRK-JOB-LIDOS
              IF ACHOU-FRETE
                  ADD 1 TO WRK-JOB-GRAVADOS
              ADD WRK-FRETE TO WRK-TOTAL-FRETE-GERAL

              COMPUTE WRK-VALORTOTAL ROUNDED = WRK-VALOR + WRK-FRETE
              PERFORM 0215-BUSCA-IMPOSTO
              COMPUTE WRK-VALORTOTAL-IMPOSTO ROUNDED =
                  WRK-VALORTOTAL * (1 + WRK-PERC-IMPOSTO)
              COMPUTE WRK-VALOR-IMPOSTO =
                  WRK-VALORTOTAL-IMPOSTO - WRK-VALORTOTAL
              ADD WRK-VALORTOTAL-IMPOSTO TO WRK-TOTAL-GERAL-IMPOSTO
              PERFORM 0262-ACUMULA-IMPOSTO-UF
              MOVE WRK-VALOR TO WRK-VALOR-ED
              MOVE WRK-FRETE TO WRK-FRETE-ED
              MOVE WRK-VALORTOTAL TO WRK-VALORTOTAL-ED
              END-IF
              PERFORM 0275-ATUALIZA-XREF.

      *    Carga consolidada do pedido corrente: numero, valor, peso
      *    e peso cubado somados e a base do rateio (peso cobrado de
      *    cada pedido; carga sem peso nenhum rateia pelo valor).
         0220-LOCALIZA-CONSOLIDACAO SECTION.
              MOVE ZEROS TO WRK-NUM-CONSOLIDACAO
              MOVE ZEROS TO WRK-IDX-CONSOL
              MOVE ZEROS TO WRK-IDX-ULTIMO-CS
              IF NOT CONSOLIDACAO-ATIVA OR WRK-QTD-CONSOL = ZEROS
                  GO TO 0220-SAIDA
              END-IF
              SET TAB-CS-IDX TO 1
              SEARCH TAB-CS-REG
                  AT END
                      CONTINUE
                  WHEN TAB-CS-PEDIDO(TAB-CS-IDX) = WRK-PEDIDO-ATUAL
                      MOVE TAB-CS-NUMERO(TAB-CS-IDX)
                          TO WRK-NUM-CONSOLIDACAO
                      SET WRK-IDX-CONSOL TO TAB-CS-IDX
              END-SEARCH
              IF WRK-NUM-CONSOLIDACAO = ZEROS
                  GO TO 0220-SAIDA
              END-IF
              MOVE ZEROS TO WRK-CS-VALOR-CARGA
              MOVE ZEROS TO WRK-CS-PESO-CARGA
              MOVE ZEROS TO WRK-CS-CUBADO-CARGA
              MOVE ZEROS TO WRK-CS-BASE-CARGA
              PERFORM VARYING TAB-CS-IDX2 FROM 1 BY 1
                  UNTIL TAB-CS-IDX2 GREATER WRK-QTD-CONSOL
                  IF TAB-CS-NUMERO(TAB-CS-IDX2) = WRK-NUM-CONSOLIDACAO
                      ADD TAB-CS-VALOR(TAB-CS-IDX2)
                          TO WRK-CS-VALOR-CARGA
                      ADD TAB-CS-PESO(TAB-CS-IDX2) TO WRK-CS-PESO-CARGA
                      ADD TAB-CS-CUBADO(TAB-CS-IDX2)
                          TO WRK-CS-CUBADO-CARGA
                      ADD TAB-CS-BASE(TAB-CS-IDX2) TO WRK-CS-BASE-CARGA
                      SET WRK-IDX-ULTIMO-CS TO TAB-CS-IDX2
                  END-IF
              END-PERFORM
              MOVE "N" TO WRK-CS-PELO-VALOR
              IF WRK-CS-BASE-CARGA = ZEROS
                  SET RATEIO-PELO-VALOR TO TRUE
                  MOVE WRK-CS-VALOR-CARGA TO WRK-CS-BASE-CARGA
              END-IF
      *    Carga acima do campo de valor do pedido ou sem base de
      *    rateio segue pedido a pedido.
              IF WRK-CS-VALOR-CARGA GREATER 99999999
                  OR WRK-CS-BASE-CARGA = ZEROS
                  MOVE ZEROS TO WRK-NUM-CONSOLIDACAO
              END-IF.
         0220-SAIDA.
              EXIT.

      *    Frete da carga (e o da escolha so por preco) rateado para
      *    o pedido; o valor do pedido volta a ser o dele.
         0222-RATEIA-CONSOLIDACAO SECTION.
              MOVE WRK-FRETE TO WRK-FRETE-CARGA
              MOVE WRK-FRETE TO WRK-CS-MONTANTE
              PERFORM 0224-PARCELA-CONSOLIDACAO
              MOVE WRK-CS-PARCELA TO WRK-FRETE
              MOVE WRK-FRETE-PRECO TO WRK-CS-MONTANTE
              PERFORM 0224-PARCELA-CONSOLIDACAO
              MOVE WRK-CS-PARCELA TO WRK-FRETE-PRECO
              MOVE WRK-CS-VALOR-PEDIDO TO WRK-VALOR
              IF ACHOU-FRETE
                  ADD 1 TO WRK-TOTAL-CONSOLIDADOS
              END-IF.

      *    Parcela do pedido: montante x base do pedido / base da
      *    carga, arredondada; o ultimo pedido da carga no arquivo
      *    fica com a diferenca, para a soma fechar com o frete da
      *    carga mesmo num reinicio do lote.
         0224-PARCELA-CONSOLIDACAO SECTION.
              IF WRK-IDX-CONSOL NOT = WRK-IDX-ULTIMO-CS
                  SET TAB-CS-IDX2 TO WRK-IDX-CONSOL
                  PERFORM 0226-BASE-PEDIDO-CONSOL
                  COMPUTE WRK-CS-PARCELA ROUNDED =
                      WRK-CS-MONTANTE * WRK-CS-BASE-PEDIDO /
                      WRK-CS-BASE-CARGA
                  GO TO 0224-SAIDA
              END-IF
              MOVE ZEROS TO WRK-CS-SOMA-OUTROS
              PERFORM VARYING TAB-CS-IDX2 FROM 1 BY 1
                  UNTIL TAB-CS-IDX2 GREATER WRK-QTD-CONSOL
                  IF TAB-CS-NUMERO(TAB-CS-IDX2) = WRK-NUM-CONSOLIDACAO
                      AND TAB-CS-IDX2 NOT = WRK-IDX-CONSOL
                      PERFORM 0226-BASE-PEDIDO-CONSOL
                      COMPUTE WRK-CS-PARCELA ROUNDED =
                          WRK-CS-MONTANTE * WRK-CS-BASE-PEDIDO /
                          WRK-CS-BASE-CARGA
                      ADD WRK-CS-PARCELA TO WRK-CS-SOMA-OUTROS
                  END-IF
              END-PERFORM
              IF WRK-CS-SOMA-OUTROS GREATER WRK-CS-MONTANTE
                  MOVE ZEROS TO WRK-CS-PARCELA
              ELSE
                  COMPUTE WRK-CS-PARCELA =
                      WRK-CS-MONTANTE - WRK-CS-SOMA-OUTROS
              END-IF.
         0224-SAIDA.
              EXIT.

         0226-BASE-PEDIDO-CONSOL SECTION.
              IF RATEIO-PELO-VALOR
                  MOVE TAB-CS-VALOR(TAB-CS-IDX2) TO WRK-CS-BASE-PEDIDO
              ELSE
                  MOVE TAB-CS-BASE(TAB-CS-IDX2) TO WRK-CS-BASE-PEDIDO
              END-IF.

      *    Cotacao candidata: a escolha so por preco guarda a de
      *    menor frete; a ponderada compara o frete acrescido pela
      *    impontualidade, separando as que ficam abaixo do piso.
         0208-PONDERA-CANDIDATO SECTION.
              ADD 1 TO WRK-QTD-CANDIDATOS
              PERFORM 0201-TAXA-PONTUALIDADE
              IF WRK-IDX-PRECO = ZEROS
                  OR WRK-FRETE-CANDIDATO LESS WRK-FRETE-PRECO
                  MOVE TAB-CO-IDX-CEP(TAB-CO-IDX) TO WRK-IDX-PRECO
                  MOVE WRK-FRETE-CANDIDATO TO WRK-FRETE-PRECO
                  IF WRK-TAXA-CANDIDATO LESS WRK-SEL-PISO
                      MOVE "S" TO WRK-PRECO-ABAIXO
                  ELSE
                      MOVE "N" TO WRK-PRECO-ABAIXO
                  END-IF
              END-IF
              COMPUTE WRK-CUSTO-CANDIDATO ROUNDED =
                  WRK-FRETE-CANDIDATO + WRK-FRETE-CANDIDATO *
                  WRK-SEL-PESO * (1 - WRK-TAXA-CANDIDATO)
              IF WRK-TAXA-CANDIDATO LESS WRK-SEL-PISO
                  IF WRK-IDX-ABAIXO = ZEROS
                      OR WRK-CUSTO-CANDIDATO LESS WRK-CUSTO-ABAIXO
                      MOVE TAB-CO-IDX-CEP(TAB-CO-IDX)
                          TO WRK-IDX-ABAIXO
                      MOVE WRK-FRETE-CANDIDATO TO WRK-FRETE-ABAIXO
                      MOVE WRK-CUSTO-CANDIDATO TO WRK-CUSTO-ABAIXO
                  END-IF
                  GO TO 0208-SAIDA
              END-IF
              IF WRK-MELHOR-IDX = ZEROS
                  OR WRK-CUSTO-CANDIDATO LESS WRK-MENOR-CUSTO
                  MOVE TAB-CO-IDX-CEP(TAB-CO-IDX) TO WRK-MELHOR-IDX
                  MOVE WRK-FRETE-CANDIDATO TO WRK-MENOR-FRETE
                  MOVE WRK-CUSTO-CANDIDATO TO WRK-MENOR-CUSTO
              END-IF.
         0208-SAIDA.
              EXIT.

      *    Taxa de entregas no prazo da transportadora da cotacao na
      *    janela de PARAMSEL.DAT; sem historico vale o piso.
         0201-TAXA-PONTUALIDADE SECTION.
              MOVE WRK-SEL-PISO TO WRK-TAXA-CANDIDATO
              IF WRK-QTD-PONTUAL GREATER ZERO
                  SET TAB-PT-IDX TO 1
                  SEARCH TAB-PT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-PT-TRANSP(TAB-PT-IDX) =
                          TAB-CO-TRANSP(TAB-CO-IDX)
                          IF TAB-PT-ENTREGAS(TAB-PT-IDX) GREATER ZERO
                              COMPUTE WRK-TAXA-CANDIDATO =
                                  TAB-PT-NO-PRAZO(TAB-PT-IDX) /
                                  TAB-PT-ENTREGAS(TAB-PT-IDX)
                          END-IF
                  END-SEARCH
              END-IF.

      *    Fecha a escolha da tabela e o motivo que vai para a
      *    trilha: U unica cotacao, P menor preco, Q a pontualidade
      *    trocou a mais barata, F a mais barata ficou abaixo do
      *    piso, M todas abaixo do piso (vence a melhor delas).
         0202-FECHA-ESCOLHA SECTION.
              IF WRK-QTD-CANDIDATOS = ZEROS
                  GO TO 0202-SAIDA
              END-IF
              IF WRK-MELHOR-IDX = ZEROS
                  MOVE WRK-IDX-ABAIXO TO WRK-MELHOR-IDX
                  MOVE WRK-FRETE-ABAIXO TO WRK-MENOR-FRETE
                  SET ESCOLHA-ABAIXO TO TRUE
              ELSE
                  IF WRK-MELHOR-IDX = WRK-IDX-PRECO
                      SET ESCOLHA-PRECO TO TRUE
                  ELSE
                      IF PRECO-ABAIXO-PISO
                          SET ESCOLHA-PISO TO TRUE
                      ELSE
                          SET ESCOLHA-QUALIDADE TO TRUE
                      END-IF
                  END-IF
              END-IF
              IF WRK-QTD-CANDIDATOS = 1
                  SET ESCOLHA-UNICA TO TRUE
              END-IF.
         0202-SAIDA.
              EXIT.

      *    Aplica a primeira promocao cuja faixa de CEP, vigencia e
      *    valor minimo de pedido alcancam o pedido: desconto sobre o
      *    frete ja calculado e depois o piso/teto de cobranca.
                  SET TAB-CO-IDX-CEP(TAB-CO-IDX) TO TAB-CEP-IDX
              END-IF.

      *    Imposto do pedido somado na UF de destino, para o resumo
      *    e para o lancamento de impostos a recolher por estado.
         0262-ACUMULA-IMPOSTO-UF SECTION.
              MOVE "N" TO WRK-ACHOU-IMPUF
              IF WRK-QTD-IMPUF GREATER ZERO
                  SET TAB-IU-IDX TO 1
                  SEARCH TAB-IU-REG
                      AT END
                          CONTINUE
                      WHEN TAB-IU-UF(TAB-IU-IDX) = WRK-ESTADO
                          SET ACHOU-IMPUF TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-IMPUF
                  ADD 1 TO WRK-QTD-IMPUF
                  SET TAB-IU-IDX TO WRK-QTD-IMPUF
                  MOVE WRK-ESTADO TO TAB-IU-UF(TAB-IU-IDX)
                  MOVE ZEROS TO TAB-IU-IMPOSTO(TAB-IU-IDX)
              END-IF
              ADD WRK-VALOR-IMPOSTO TO TAB-IU-IMPOSTO(TAB-IU-IDX).

         0265-ACUMULA-RESUMO-TRANSP SECTION.
              MOVE "N" TO WRK-ACHOU-RESUMO-TR
              IF WRK-QTD-RESUMO-TR GREATER ZERO
              ADD WRK-VALOR TO TR2-TOTAL-VALOR(TAB-RT-IDX)
              ADD WRK-FRETE TO TR2-TOTAL-FRETE(TAB-RT-IDX).

      *    Aliquota do pedido: UF do armazem de origem, UF de
      *    destino e a vigencia mais nova ate a data do pedido. Par
      *    sem aliquota fica na padrao e sai aviso em EXCDIARIO.DAT
      *    para a matriz ser completada.
         0215-BUSCA-IMPOSTO SECTION.
              MOVE SPACES TO WRK-UF-ORIGEM
              IF WRK-QTD-ARMAZENS GREATER ZERO
                  SET TAB-AR-IDX TO 1
                  SEARCH TAB-AR-REG
                      AT END
                          CONTINUE
                      WHEN TAB-AR-CODIGO(TAB-AR-IDX) = WRK-ORIGEM-ATUAL
                          MOVE TAB-AR-UF(TAB-AR-IDX) TO WRK-UF-ORIGEM
                  END-SEARCH
              END-IF
              MOVE "N" TO WRK-ACHOU-IMPOSTO
              MOVE ZEROS TO WRK-VIG-IMPOSTO
              PERFORM VARYING TAB-IM-IDX FROM 1 BY 1
                  UNTIL TAB-IM-IDX GREATER WRK-QTD-IMPOSTO
                  IF TAB-IM-UF-ORIGEM(TAB-IM-IDX) = WRK-UF-ORIGEM
                      AND TAB-IM-UF-DESTINO(TAB-IM-IDX) = WRK-ESTADO
                      AND TAB-IM-VIGENCIA(TAB-IM-IDX) NOT GREATER
                          WRK-DATA-PEDIDO
                      AND (NOT ACHOU-IMPOSTO
                      OR TAB-IM-VIGENCIA(TAB-IM-IDX) GREATER
                          WRK-VIG-IMPOSTO)
                      SET ACHOU-IMPOSTO TO TRUE
                      MOVE TAB-IM-VIGENCIA(TAB-IM-IDX)
                          TO WRK-VIG-IMPOSTO
                      MOVE TAB-IM-PERC(TAB-IM-IDX) TO WRK-PERC-IMPOSTO
                  END-IF
              END-PERFORM
              IF NOT ACHOU-IMPOSTO
                  MOVE WRK-PERC-IMPOSTO-PADRAO TO WRK-PERC-IMPOSTO
                  DISPLAY "Aviso: sem aliquota " WRK-UF-ORIGEM "/"
                      WRK-ESTADO " - pedido " WRK-PEDIDO-ATUAL
                      " na aliquota padrao"
                  MOVE WRK-PEDIDO-ATUAL TO WRK-EXC-CHAVE
                  MOVE "SEM ALIQUOTA UF ORIGEM/DESTINO"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
              END-IF.

         0250-GRAVA-EXCECAO SECTION.
              PERFORM VARYING TAB-ITEM-IDX FROM 1 BY 1
                  UNTIL TAB-ITEM-IDX GREATER WRK-QTD-ITENS
                  END-IF
                  MOVE WRK-VALOR-ORIGINAL TO AUD-VALOR-ORIGINAL
                  MOVE WRK-FLAG-CONTRATO TO AUD-CONTRATO
                  MOVE WRK-UF-ORIGEM TO AUD-UF-ORIGEM
                  MOVE WRK-PERC-IMPOSTO TO AUD-PERC-IMPOSTO
                  MOVE WRK-VALOR-IMPOSTO TO AUD-VALOR-IMPOSTO
                  MOVE WRK-MOTIVO-ESCOLHA TO AUD-MOTIVO-ESCOLHA
                  MOVE WRK-FRETE-PRECO TO AUD-FRETE-PRECO
                  MOVE WRK-NUM-CONSOLIDACAO TO AUD-CONSOLIDACAO
                  MOVE WRK-COTACAO-ATUAL TO AUD-COTACAO
                  PERFORM 7800-GRAVA-TRILHA
              END-PERFORM.

         0280-GRAVA-CHECKPOINT SECTION.
                  WRK-FLAG-CONTRATO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-SERVICO-ATUAL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-NUM-CONSOLIDACAO DELIMITED BY SIZE
                  INTO FRETECSV-REG
              WRITE FRETECSV-REG.

                  MOVE WRK-ENTREGA-ED TO WRK-LC-VALOR
                  MOVE WRK-LINHA-CONF TO WRK-IMC-LINHA
                  PERFORM 8700-IMP-LINHA
                  IF WRK-NUM-CONSOLIDACAO NOT = ZEROS
                      MOVE "CONSOLIDACAO" TO WRK-LC-ROTULO
                      MOVE WRK-NUM-CONSOLIDACAO TO WRK-LC-VALOR
                      MOVE WRK-LINHA-CONF TO WRK-IMC-LINHA
                      PERFORM 8700-IMP-LINHA
                      MOVE WRK-FRETE-CARGA TO WRK-ITEM-VALOR-ED
                      MOVE "FRETE DA CARGA" TO WRK-LC-ROTULO
                      MOVE WRK-ITEM-VALOR-ED TO WRK-LC-VALOR
                      MOVE WRK-LINHA-CONF TO WRK-IMC-LINHA
                      PERFORM 8700-IMP-LINHA
                  END-IF
              ELSE
                  MOVE "OBSERVACAO" TO WRK-LC-ROTULO
                  MOVE "CEP FORA DE AREA DE ENTREGA" TO WRK-LC-VALOR
                  WRK-LR-VALOR DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
      *    Imposto a recolher por UF de destino, uma linha por estado
      *    no mesmo formato rotulo e valor, lida pelos lancamentos.
              PERFORM VARYING TAB-IU-IDX FROM 1 BY 1
                  UNTIL TAB-IU-IDX GREATER WRK-QTD-IMPUF
                  MOVE TAB-IU-IMPOSTO(TAB-IU-IDX) TO WRK-LR-VALOR
                  MOVE SPACES TO WRK-IMP-LINHA
                  STRING "IMPOSTO A RECOLHER UF " DELIMITED BY SIZE
                      TAB-IU-UF(TAB-IU-IDX) DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      WRK-LR-VALOR DELIMITED BY SIZE
                      INTO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-PERFORM
              ADD WRK-TOTAL-FRETE-GERAL TO WRK-TOTAL-FRETE-ACUM
              MOVE WRK-TOTAL-FRETE-ACUM TO WRK-LR-FRETE-ACUM-ED
              MOVE SPACES TO WRK-IMP-LINHA
                      INTO WRK-IMC-TOTAIS
                  PERFORM 8740-IMP-FIM
              END-IF
              MOVE "F" TO WRK-RS-OPERACAO
              CALL "RESERVAEST" USING WRK-PARM-RESERVA
              CLOSE PEDIDOS-FILE
              CLOSE EXCFRETE-FILE
              PERFORM 7840-FECHA-GRAVACAO
              CLOSE CONFFRETE-FILE
              CLOSE EXCDIARIO-FILE
              CLOSE FRETECSV-FILE
              DISPLAY "PEDIDOS COM FRETE  : " WRK-JOB-GRAVADOS
              DISPLAY "PEDIDOS REJEITADOS : " WRK-JOB-REJEITADOS
              DISPLAY "PEDIDOS RETIDOS    : " WRK-TOTAL-RETIDOS
              DISPLAY "LINHAS BAIXADAS EST: " WRK-QTD-BAIXADAS
              IF CONSOLIDACAO-ATIVA
                  DISPLAY "PEDIDOS EM CARGA   : "
                      WRK-TOTAL-CONSOLIDADOS
              END-IF
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==RESUMOFRETE-REG==.
               LEADING ==8820== BY ==8720==
               LEADING ==8840== BY ==8740==.

           COPY FRETELECPY.

           COPY FRETEGRCPY.

       END PROGRAM PROGRAMA11.
