      *          recomputado, deixando antes/depois em YTDAUD.DAT.
      * Tectonics: cobc
      * Mod Log:
      *   13/01/2025 - JLS - Numero do pedido passa de 4 para 8 posicoes
      *                      em todos os registros que o carregam;
      *                      arquivos existentes convertidos uma unica
      *                      vez pelo CONVPEDIDO.
      *   16/01/2025 - JLS - Layout da trilha ganha UF de origem,
      *                      aliquota e valor do imposto no final da
      *                      linha (136 bytes), acompanhando a mudanca
      *                      do PROGRAMA11.
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
      *   08/03/2025 - JLS - Recomputo le so as particoes mensais do ano
      *                      corrente, arquivadas e vivas, listadas em
      *                      FRETEDIR.DAT (FRETELECPY), em vez de
      *                      FRETEAUDARQ.DAT e FRETEAUD.DAT inteiros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFYTD.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT FRETEYTD-FILE ASSIGN TO "FRETEYTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-YTD.
       01  FRETEAUD-REG.
           05 AUD-DATA                PIC 9(08).
           05 AUD-HORA                PIC 9(08).
           05 AUD-PEDIDO              PIC 9(08).
           05 AUD-RESTO1              PIC X(35).
           05 AUD-FRETE               PIC 9(08)V99.
           05 AUD-VALORTOTAL          PIC 9(09)V99.
           05 AUD-STATUS              PIC X(09).
           05 AUD-RESTO2              PIC X(72).

       FD  FRETEYTD-FILE.
       01  FRETEYTD-REG.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-FRETEAUD   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-YTD        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAM      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.

         77 WRK-ANO-ATUAL         PIC 9(04) VALUE ZEROS.
         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-REGRAVA           PIC X(01) VALUE "N".
             88 OPERADOR-PEDE-REGRAVACAO VALUE "S".

         01 WRK-PROX-AUD-REG.
             05 WRK-PROX-DATA        PIC 9(08).
             05 WRK-PROX-HORA        PIC 9(08).
             05 WRK-PROX-PEDIDO      PIC 9(08).
             05 WRK-PROX-RESTO1      PIC X(35).
             05 WRK-PROX-FRETE       PIC 9(08)V99.
             05 WRK-PROX-VALORTOTAL  PIC 9(09)V99.
             05 WRK-PROX-STATUS      PIC X(09).
             05 WRK-PROX-RESTO2      PIC X(72).
         77 WRK-PEDIDO-ATUAL      PIC 9(08) VALUE ZEROS.
         77 WRK-DATA-ATUAL        PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-ATUAL        PIC 9(08) VALUE ZEROS.
         77 WRK-STATUS-ATUAL      PIC X(09) VALUE SPACES.
                  CLOSE FRETEYTD-FILE
              END-IF.

      *    So as particoes dos meses do ano corrente, arquivadas e
      *    vivas; os grupos nunca atravessam a fronteira porque a
      *    particao e cortada por AUD-DATA.
         0100-RECOMPUTA SECTION.
              COMPUTE WRK-FP-COMP-DE = WRK-ANO-ATUAL * 100 + 1
              COMPUTE WRK-FP-COMP-ATE = WRK-ANO-ATUAL * 100 + 12
              MOVE "T" TO WRK-FP-ESCOPO
              PERFORM 7700-ABRE-TRILHA
              IF WRK-FP-RESULTADO NOT = "0"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FRETEDIR.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-FP-STATUS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
                  PERFORM 0150-MONTA-GRUPO
                  PERFORM 0170-ACUMULA-GRUPO
              END-PERFORM
              PERFORM 7740-FECHA-TRILHA.

         1100-LER-TRILHA SECTION.
              PERFORM 7760-LE-TRILHA
              IF NOT FIM-TRILHA
                  MOVE FRETEAUD-REG TO WRK-PROX-AUD-REG
              END-IF.

         0150-MONTA-GRUPO SECTION.
                  WRK-JOB-DATAHORA
              DISPLAY "GRUPOS LIDOS          : " WRK-JOB-LIDOS
              DISPLAY "==========================================".
           COPY FRETELECPY.

       END PROGRAM VERIFYTD.
