      *                      geracoes rotativas (PEDSTATG1/G2/G3.DAT)
      *                      pela rotina comum GERABKP; o ROLLMESTRE
      *                      restaura a geracao escolhida.
      *   13/01/2025 - JLS - Numero do pedido passa de 4 para 8 posicoes
      *                      em todos os registros que o carregam;
      *                      arquivos existentes convertidos uma unica
      *                      vez pelo CONVPEDIDO.
      *   20/01/2025 - JLS - Nova situacao COLETADO entre CALCULADO e
      *                      FATURADO, postada pelo manifesto de coleta
      *                      (MANIFCOLETA) quando a carga sai da doca;
      *                      FATURADO e CANCELADO passam a aceitar
      *                      pedido COLETADO.
      *   23/01/2025 - JLS - Nova situacao final DEVOLVIDO, postada pelo
      *                      DEVFRETE depois de ENTREGUE; pedido
      *                      devolvido fica fora do relatorio de
      *                      parados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANPEDSTAT.
       FILE SECTION.
       FD  PEDSTAT-FILE.
       01  PEDSTAT-REG.
           05 PS-PEDIDO              PIC 9(08).
           05 PS-STATUS              PIC X(10).
           05 PS-DATA-STATUS         PIC 9(08).
           05 PS-HORA-STATUS         PIC 9(08).

       FD  PEDSTATMOV-FILE.
       01  PEDSTATMOV-REG.
           05 MV-PEDIDO              PIC 9(08).
           05 MV-STATUS              PIC X(10).

       FD  PEDSTATEXC-FILE.
       01  PEDSTATEXC-REG.
           05 EX-PEDIDO              PIC 9(08).
           05 EX-STATUS              PIC X(10).
           05 EX-MOTIVO              PIC X(30).

             05 TAB-ST-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-SITUACAO
                 INDEXED BY TAB-ST-IDX.
                 10 TAB-ST-PEDIDO     PIC 9(08).
                 10 TAB-ST-STATUS     PIC X(10).
                 10 TAB-ST-DATA       PIC 9(08).
         77 WRK-QTD-SITUACAO     PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-PARADOS      PIC 9(04) VALUE ZEROS.

         01 WRK-LINHA-REL.
             05 WRK-RL-PEDIDO      PIC 9(08).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-RL-STATUS      PIC X(10).
             05 FILLER             PIC X(02) VALUE SPACES.
         0210-VALIDA-MOVTO SECTION.
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE SPACES TO WRK-MOTIVO
              IF MV-STATUS NOT = "COLETADO" AND
                 MV-STATUS NOT = "FATURADO" AND
                 MV-STATUS NOT = "ENTREGUE" AND
                 MV-STATUS NOT = "CANCELADO"
                  MOVE "N" TO WRK-MOVTO-VALIDO

         0230-VALIDA-TRANSICAO SECTION.
              EVALUATE TRUE
                  WHEN MV-STATUS = "COLETADO"
                      AND TAB-ST-STATUS(TAB-ST-IDX) NOT = "CALCULADO"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SO PEDIDO CALCULADO E COLETADO"
                          TO WRK-MOTIVO
                  WHEN MV-STATUS = "FATURADO"
                      AND TAB-ST-STATUS(TAB-ST-IDX) NOT = "CALCULADO"
                      AND TAB-ST-STATUS(TAB-ST-IDX) NOT = "COLETADO"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SO PEDIDO CALCULADO FATURA" TO WRK-MOTIVO
                  WHEN MV-STATUS = "ENTREGUE"
                      MOVE "SO PEDIDO FATURADO ENTREGA" TO WRK-MOTIVO
                  WHEN MV-STATUS = "CANCELADO"
                      AND TAB-ST-STATUS(TAB-ST-IDX) NOT = "CALCULADO"
                      AND TAB-ST-STATUS(TAB-ST-IDX) NOT = "COLETADO"
                      AND TAB-ST-STATUS(TAB-ST-IDX) NOT = "FATURADO"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "PEDIDO NAO CANCELAVEL" TO WRK-MOTIVO
                  UNTIL TAB-ST-IDX GREATER WRK-QTD-SITUACAO
                  IF TAB-ST-STATUS(TAB-ST-IDX) NOT = "ENTREGUE"
                      AND TAB-ST-STATUS(TAB-ST-IDX) NOT = "CANCELADO"
                      AND TAB-ST-STATUS(TAB-ST-IDX) NOT = "DEVOLVIDO"
                      PERFORM 8100-AVALIA-PARADO
                  END-IF
              END-PERFORM
