      *   29/11/2024 - JLS - PEDIDOSOK.DAT ganha o nivel de servico;
      *                      o reprocesso grava S (padrao), ja que
      *                      EXCFRETE.DAT nao guarda o nivel.
      *   13/01/2025 - JLS - Numero do pedido passa de 4 para 8 posicoes
      *                      em todos os registros que o carregam;
      *                      arquivos existentes convertidos uma unica
      *                      vez pelo CONVPEDIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPROCFRETE.
       FILE SECTION.
       FD  EXCFRETE-FILE.
       01  EXCFRETE-REG.
           05 EX-PEDIDO               PIC 9(08).
           05 EX-CLIENTE              PIC 9(05).
           05 EX-PRODUTO              PIC X(10).
           05 EX-CEP                  PIC 9(08).

       FD  PEDIDOSOK-FILE.
       01  PEDIDOSOK-REG.
           05 PO-PEDIDO               PIC 9(08).
           05 PO-CLIENTE              PIC 9(05).
           05 PO-PRODUTO              PIC X(10).
           05 PO-CEP                  PIC 9(08).

       FD  FRETERTY-FILE.
       01  FRETERTY-REG.
           05 RT-PEDIDO               PIC 9(08).
           05 RT-TENTATIVAS           PIC 9(02).

       FD  FRETEESC-FILE.
       01  FRETEESC-REG.
           05 ES-PEDIDO               PIC 9(08).
           05 ES-CLIENTE              PIC 9(05).
           05 ES-PRODUTO              PIC X(10).
           05 ES-CEP                  PIC 9(08).

       FD  PEDXREF-FILE.
       01  PEDXREF-REG.
           05 XR-PEDIDO               PIC 9(08).
           05 XR-TEM-TRILHA           PIC X(01).
           05 XR-TEM-EXCECAO          PIC X(01).
           05 XR-TEM-CICLO            PIC X(01).
             88 XREF-ABERTO VALUE "S".
         77 WRK-XR-EXISTE         PIC X(01) VALUE "N".
             88 XR-EXISTE VALUE "S".
         77 WRK-XR-PEDIDO         PIC 9(08) VALUE ZEROS.
         77 WRK-XR-STATUS         PIC X(10) VALUE SPACES.
         77 WRK-XR-DATA           PIC 9(08) VALUE ZEROS.
         77 WRK-FIM-EXCFRETE     PIC X(01) VALUE "N".
             05 TAB-RT-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-RETRY
                 INDEXED BY TAB-RT-IDX.
                 10 TAB-RT-PEDIDO     PIC 9(08).
                 10 TAB-RT-TENTATIVAS PIC 9(02).
         77 WRK-QTD-RETRY        PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-RETRY      PIC X(01) VALUE "N".
      *    Area de leitura adiantada para fechar o grupo de itens do
      *    mesmo pedido, como em 0150-MONTA-PEDIDO do PROGRAMA11.
         01 WRK-PROX-EXC-REG.
             05 WRK-PROX-PEDIDO      PIC 9(08).
             05 WRK-PROX-CLIENTE     PIC 9(05).
             05 WRK-PROX-PRODUTO     PIC X(10).
             05 WRK-PROX-CEP         PIC 9(08).
             05 WRK-PROX-PESO-CUBADO PIC 9(05)V99.
             05 WRK-PROX-MOEDA       PIC X(03).
             05 WRK-PROX-MOTIVO      PIC X(30).
         77 WRK-PEDIDO-ATUAL     PIC 9(08) VALUE ZEROS.
         77 WRK-CLIENTE-ATUAL    PIC 9(05) VALUE ZEROS.
         77 WRK-MOEDA-ATUAL      PIC X(03) VALUE SPACES.
         77 WRK-MOTIVO-ATUAL     PIC X(30) VALUE SPACES.
