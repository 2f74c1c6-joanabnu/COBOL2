      *                      nivel de servico e as colunas expressas;
      *                      a simulacao segue comparando as tarifas
      *                      padrao dos dois cenarios.
      *   13/01/2025 - JLS - Numero do pedido passa de 4 para 8 posicoes
      *                      em todos os registros que o carregam;
      *                      arquivos existentes convertidos uma unica
      *                      vez pelo CONVPEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMFRETE.
       FILE SECTION.
       FD  PEDIDOS-FILE.
       01  PEDIDOS-REG.
           05 PD-PEDIDO             PIC 9(08).
           05 PD-CLIENTE            PIC 9(05).
           05 PD-PRODUTO            PIC X(10).
           05 PD-CEP                PIC 9(08).
             88 ACHOU-COTACAO VALUE "S".

         01 WRK-PROX-PEDIDO-REG.
             05 WRK-PROX-PEDIDO      PIC 9(08).
             05 WRK-PROX-CLIENTE     PIC 9(05).
             05 WRK-PROX-PRODUTO     PIC X(10).
             05 WRK-PROX-CEP         PIC 9(08).
             05 WRK-PROX-QTDE        PIC X(05).
             05 WRK-PROX-ORIGEM      PIC X(03).
             05 WRK-PROX-SERVICO     PIC X(01).
         77 WRK-PEDIDO-ATUAL     PIC 9(08) VALUE ZEROS.
         77 WRK-ORIGEM-ATUAL     PIC X(03) VALUE SPACES.
         77 WRK-CEP              PIC 9(08) VALUE ZEROS.
         77 WRK-ESTADO           PIC X(02) VALUE SPACES.
         77 WRK-DELTA-ESTADO  PIC S9(10)V99 VALUE ZEROS.

         01 WRK-LINHA-PED.
             05 WRK-LP-PEDIDO      PIC 9(08).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-ESTADO      PIC X(02).
             05 FILLER             PIC X(02) VALUE SPACES.
                  TO SIMFRETEREL-REG
              WRITE SIMFRETEREL-REG
              MOVE SPACES TO SIMFRETEREL-REG
              STRING "PEDIDO     EST    FRETE ATUAL  FRETE PROPOSTO"
                  DELIMITED BY SIZE
                  "       DELTA" DELIMITED BY SIZE
                  INTO SIMFRETEREL-REG
