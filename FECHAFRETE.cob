      *   23/11/2024 - JLS - Layout da trilha ganha o flag de tarifa
      *                      de contrato (AUD-CONTRATO), acompanhando
      *                      a mudanca do PROGRAMA11.
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
      *   08/03/2025 - JLS - Trilha de auditoria passa a ser lida pelas
      *                      particoes mensais vivas de FRETEDIR.DAT
      *                      (FRETELECPY), so a partir da ultima
      *                      competencia ja gravada em FRETEMES.DAT; os
      *                      meses anteriores ficam como estao no
      *                      historico.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAFRETE.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT FRETEMES-FILE ASSIGN TO "FRETEMES.DAT"
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

       FD  FRETEMES-FILE.
       01  FRETEMES-REG.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-FRETEAUD  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FRETEMES  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FECHAMES  PIC X(02) VALUE SPACES.
         77 WRK-FIM-FRETEMES     PIC X(01) VALUE "N".
             88 FIM-FRETEMES VALUE "S".

         01 WRK-PROX-AUD-REG.
             05 WRK-PROX-DATA        PIC 9(08).
             05 WRK-PROX-HORA        PIC 9(08).
             05 WRK-PROX-PEDIDO      PIC 9(08).
             05 WRK-PROX-CLIENTE     PIC 9(05).
             05 WRK-PROX-QTD-ITENS   PIC 9(02).
             05 WRK-PROX-PRODUTO     PIC X(10).
             05 WRK-PROX-MOEDA       PIC X(03).
             05 WRK-PROX-VALOR-ORIG  PIC 9(09).
             05 WRK-PROX-CONTRATO    PIC X(01).
             05 WRK-PROX-UF-ORIGEM   PIC X(02).
             05 WRK-PROX-PERC-IMP    PIC 9V9999.
             05 WRK-PROX-IMPOSTO     PIC 9(09)V99.
             05 WRK-PROX-MOTIVO-ESC  PIC X(01).
             05 WRK-PROX-FRETE-PRECO PIC 9(08)V99.
         77 WRK-PEDIDO-ATUAL     PIC 9(08) VALUE ZEROS.
         77 WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-ATUAL       PIC 9(08) VALUE ZEROS.
         77 WRK-STATUS-ATUAL     PIC X(09) VALUE SPACES.
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-RECEBE THRU 0100-EXIT
                  UNTIL FIM-TRILHA
              PERFORM 0500-ORDENA-MESES
              PERFORM 0700-GRAVA-HISTORICO
              PERFORM 8000-GRAVA-RELATORIO
      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-TRILHA
              MOVE "N" TO WRK-FIM-FRETEMES
              MOVE "N" TO WRK-ACHOU-MES
              MOVE "N" TO WRK-HOUVE-TROCA

         1000-INICIALIZAR SECTION.
              PERFORM 1050-CARREGA-HISTORICO
      *    Meses anteriores a ultima competencia do historico ja
      *    estao fechados em FRETEMES.DAT: so as particoes vivas da
      *    ultima competencia em diante sao reagregadas. Sem
      *    historico, a trilha viva inteira.
              MOVE ZEROS TO WRK-FP-COMP-DE
              PERFORM VARYING TAB-MS-IDX FROM 1 BY 1
                  UNTIL TAB-MS-IDX GREATER WRK-QTD-MES
                  IF TAB-MS-COMPETENCIA(TAB-MS-IDX)
                      GREATER WRK-FP-COMP-DE
                      MOVE TAB-MS-COMPETENCIA(TAB-MS-IDX)
                          TO WRK-FP-COMP-DE
                  END-IF
              END-PERFORM
              MOVE 999999 TO WRK-FP-COMP-ATE
              MOVE "V" TO WRK-FP-ESCOPO
              PERFORM 7700-ABRE-TRILHA
              IF WRK-FP-RESULTADO NOT = "0"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FRETEDIR.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-FP-STATUS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              END-IF.

         1100-LER-AUDITORIA SECTION.
              PERFORM 7760-LE-TRILHA
              IF NOT FIM-TRILHA
                  MOVE FRETEAUD-REG TO WRK-PROX-AUD-REG
              END-IF.

         0100-RECEBE SECTION.
              PERFORM 0150-MONTA-PEDIDO
              MOVE ZEROS               TO WRK-SOMA-VALOR
              ADD WRK-PROX-VALOR TO WRK-SOMA-VALOR
              PERFORM 1100-LER-AUDITORIA
              PERFORM UNTIL FIM-TRILHA
                  OR WRK-PROX-PEDIDO NOT = WRK-PEDIDO-ATUAL
                  OR WRK-PROX-DATA NOT = WRK-DATA-ATUAL
                  OR WRK-PROX-HORA NOT = WRK-HORA-ATUAL
              END-PERFORM.

         9000-FINALIZAR SECTION.
              PERFORM 7740-FECHA-TRILHA
              CLOSE FECHAMES-FILE
              PERFORM 9900-RODAPE.

              DISPLAY "PEDIDOS LIDOS NA TRILHA : " WRK-JOB-LIDOS
              DISPLAY "MESES NO HISTORICO      : " WRK-QTD-MES
              DISPLAY "==========================================".
           COPY FRETELECPY.

       END PROGRAM FECHAFRETE.
