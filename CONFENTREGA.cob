      *   29/11/2024 - JLS - Layout de TABCEP.DAT ganha as colunas
      *                      expressas; a pontualidade segue medida
      *                      pelo prazo padrao da faixa.
      *   13/01/2025 - JLS - Numero do pedido passa de 4 para 8 posicoes
      *                      em todos os registros que o carregam;
      *                      arquivos existentes convertidos uma unica
      *                      vez pelo CONVPEDIDO.
      *   16/01/2025 - JLS - Layout da trilha ganha UF de origem,
      *                      aliquota e valor do imposto no final da
      *                      linha (136 bytes), acompanhando a mudanca
      *                      do PROGRAMA11.
      *   23/01/2025 - JLS - Retorno de devolucao do DEVFRETE nao
      *                      substitui o calculo de ida na carga da
      *                      trilha.
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
       PROGRAM-ID. CONFENTREGA.
           SELECT PEDSTAT-FILE ASSIGN TO "PEDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDSTAT.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT TABCEP-FILE ASSIGN TO "TABCEP.DAT"
       FILE SECTION.
       FD  ENTREGAMOV-FILE.
       01  ENTREGAMOV-REG.
           05 EN-PEDIDO               PIC 9(08).
           05 EN-DATA-ENTREGA         PIC 9(08).
           05 EN-RECEBEDOR            PIC X(30).

       FD  PEDSTAT-FILE.
       01  PEDSTAT-REG.
           05 PS-PEDIDO               PIC 9(08).
           05 PS-STATUS               PIC X(10).
           05 PS-DATA-STATUS          PIC 9(08).
           05 PS-HORA-STATUS          PIC 9(08).
       01  FRETEAUD-REG.
           05 AUD-DATA                PIC 9(08).
           05 AUD-HORA                PIC 9(08).
           05 AUD-PEDIDO              PIC 9(08).
           05 AUD-CLIENTE             PIC 9(05).
           05 AUD-QTD-ITENS           PIC 9(02).
           05 AUD-PRODUTO             PIC X(10).
           05 AUD-MOEDA               PIC X(03).
           05 AUD-VALOR-ORIGINAL      PIC 9(09).
           05 AUD-CONTRATO             PIC X(01).
           05 AUD-UF-ORIGEM            PIC X(02).
           05 AUD-PERC-IMPOSTO         PIC 9V9999.
           05 AUD-VALOR-IMPOSTO        PIC 9(09)V99.
           05 AUD-MOTIVO-ESCOLHA       PIC X(01).
           05 AUD-FRETE-PRECO          PIC 9(08)V99.
           05 AUD-CONSOLIDACAO         PIC 9(08).
           05 AUD-COTACAO              PIC X(06).

       FD  TABCEP-FILE.
       01  TABCEP-REG.

       FD  ENTREGAS-FILE.
       01  ENTREGAS-REG.
           05 ET-PEDIDO               PIC 9(08).
           05 ET-TRANSPORTADORA       PIC X(03).
           05 ET-DATA-PEDIDO          PIC 9(08).
           05 ET-DATA-ENTREGA         PIC 9(08).

       FD  ENTREGAEXC-FILE.
       01  ENTREGAEXC-REG.
           05 EX-PEDIDO               PIC 9(08).
           05 EX-DATA-ENTREGA         PIC 9(08).
           05 EX-RECEBEDOR            PIC X(30).
           05 EX-MOTIVO               PIC X(30).
             05 WRK-DU-PROXIMO     PIC 9(08) VALUE ZEROS.
             05 WRK-DU-RETORNO     PIC 9(02) VALUE ZEROS.
           COPY EXCDIARIOCPY.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-MOV        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PEDSTAT    PIC X(02) VALUE SPACES.
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-FIM-PEDSTAT       PIC X(01) VALUE "N".
             88 FIM-PEDSTAT VALUE "S".
         77 WRK-FIM-TABCEP        PIC X(01) VALUE "N".
             88 FIM-TABCEP VALUE "S".

             05 TAB-ST-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-SITUACAO
                 INDEXED BY TAB-ST-IDX.
                 10 TAB-ST-PEDIDO     PIC 9(08).
                 10 TAB-ST-STATUS     PIC X(10).
                 10 TAB-ST-DATA       PIC 9(08).
         77 WRK-QTD-SITUACAO      PIC 9(04) VALUE ZEROS.
             05 TAB-CC-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-CALCULO
                 INDEXED BY TAB-CC-IDX.
                 10 TAB-CC-PEDIDO     PIC 9(08).
                 10 TAB-CC-TRANSP     PIC X(03).
                 10 TAB-CC-CEP        PIC 9(08).
                 10 TAB-CC-ESTADO     PIC X(02).
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-MOV
              MOVE "N" TO WRK-FIM-PEDSTAT
              MOVE "N" TO WRK-FIM-TRILHA
              MOVE "N" TO WRK-FIM-TABCEP
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE PS-STATUS      TO TAB-ST-STATUS(TAB-ST-IDX)
              MOVE PS-DATA-STATUS TO TAB-ST-DATA(TAB-ST-IDX).

      *    O ultimo registro de cada pedido na trilha prevalece (as
      *    particoes vivas vem em ordem de competencia e cada uma
      *    acumula em ordem cronologica).
         1060-CARREGA-TRILHA SECTION.
              MOVE ZEROS TO WRK-FP-COMP-DE
              MOVE 999999 TO WRK-FP-COMP-ATE
              MOVE "V" TO WRK-FP-ESCOPO
              PERFORM 7700-ABRE-TRILHA
              IF WRK-FP-RESULTADO = "0"
                  PERFORM UNTIL FIM-TRILHA
                      READ FRETEAUD-FILE INTO FRETEAUD-REG
                          AT END
                              PERFORM 7720-PROXIMA-PARTICAO
                          NOT AT END
                              PERFORM 1065-GUARDA-CALCULO
                      END-READ
                  END-PERFORM
                  PERFORM 7740-FECHA-TRILHA
              END-IF.

      *    O retorno de devolucao (DEVFRETE) nao substitui o calculo
      *    de ida do pedido.
         1065-GUARDA-CALCULO SECTION.
              IF AUD-STATUS = "DEVOL-CLI" OR AUD-STATUS = "DEVOL-EMP"
                  GO TO 1065-SAIDA
              END-IF
              MOVE "N" TO WRK-ACHOU-CALCULO
              IF WRK-QTD-CALCULO GREATER ZERO
                  SET TAB-CC-IDX TO 1
              MOVE AUD-ESTADO         TO TAB-CC-ESTADO(TAB-CC-IDX)
              MOVE AUD-DATA-PEDIDO    TO TAB-CC-DATA-PED(TAB-CC-IDX)
              MOVE AUD-STATUS         TO TAB-CC-STATUS(TAB-CC-IDX).
         1065-SAIDA.
              EXIT.

         1070-CARREGA-TABCEP SECTION.
              OPEN INPUT TABCEP-FILE
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==ENTREGAREL-REG==.

           COPY FRETELECPY.

       END PROGRAM CONFENTREGA.
