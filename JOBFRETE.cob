      *   23/11/2024 - JLS - Layout da trilha ganha o flag de tarifa
      *                      de contrato no final da linha (AUD-RESTO
      *                      passa a 94 bytes).
      *   13/01/2025 - JLS - Numero do pedido passa de 4 para 8 posicoes
      *                      em todos os registros que o carregam;
      *                      arquivos existentes convertidos uma unica
      *                      vez pelo CONVPEDIDO.
      *   16/01/2025 - JLS - Layout da trilha ganha UF de origem,
      *                      aliquota e valor do imposto no final da
      *                      linha (136 bytes), acompanhando a mudanca
      *                      do PROGRAMA11.
      *   20/01/2025 - JLS - Nova etapa 6 emite o manifesto de coleta
      *                      por transportadora e armazem de origem
      *                      (MANIFCOLETA), que posta a transicao
      *                      COLETADO em PEDSTAT.DAT para cada pedido
      *                      que sai da doca.
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
      *   08/03/2025 - JLS - Verificacao de integridade le so as
      *                      particoes vivas da trilha listadas em
      *                      FRETEDIR.DAT (FRETELECPY) a partir do mes
      *                      de inicio do lote, em vez de FRETEAUD.DAT
      *                      inteiro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBFRETE.
           SELECT EXCFRETE-FILE ASSIGN TO "EXCFRETE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCFRETE.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT CONFFRETE-FILE ASSIGN TO "CONFFRETE.DAT"

       FD  EXCFRETE-FILE.
       01  EXCFRETE-REG.
           05 EX-PEDIDO               PIC 9(08).
           05 EX-CLIENTE              PIC 9(05).
           05 EX-PRODUTO              PIC X(10).
           05 EX-CEP                  PIC 9(08).
       01  FRETEAUD-REG.
           05 AUD-DATA                PIC 9(08).
           05 AUD-HORA                PIC 9(08).
           05 AUD-PEDIDO              PIC 9(08).
           05 AUD-RESTO               PIC X(137).

       FD  CONFFRETE-FILE.
       01  CONFFRETE-REG              PIC X(80).
             05 WRK-TJ-RESULTADO   PIC X(01) VALUE "0".
             05 WRK-TJ-RETORNO     PIC 9(02) VALUE ZEROS.
           COPY EXCDIARIOCPY.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-CKP         PIC X(02) VALUE SPACES.
         77 WRK-STATUS-RESUMOFRETE PIC X(02) VALUE SPACES.
             88 FIM-EXCFRETE VALUE "S".

      *    Areas da etapa de verificacao de integridade.
         77 WRK-FIM-CONFFRETE     PIC X(01) VALUE "N".
             88 FIM-CONFFRETE VALUE "S".
         77 WRK-DATA-INICIO-LOTE  PIC 9(08) VALUE ZEROS.
         77 WRK-QTD-RESUMO-PED    PIC 9(06) VALUE ZEROS.
         77 WRK-ACHOU-TOTAL       PIC X(01) VALUE "N".
             88 ACHOU-TOTAL-RESUMO VALUE "S".
         77 WRK-PEDIDO-ANTERIOR   PIC 9(08) VALUE ZEROS.
         77 WRK-DATA-ANTERIOR     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-ANTERIOR     PIC 9(08) VALUE ZEROS.
         77 WRK-PRIMEIRO-GRUPO    PIC X(01) VALUE "S".
              PERFORM 0300-ETAPA-RESUMO
              PERFORM 0400-ETAPA-EXCECOES
              PERFORM 0500-ETAPA-INTEGRIDADE
              PERFORM 0600-ETAPA-MANIFESTO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    trilha a partir do inicio do lote recem-concluido.
         0520-CONTA-GRUPOS-AUDITORIA SECTION.
              MOVE ZEROS TO WRK-QTD-GRUPOS-AUD
              MOVE "N" TO WRK-FIM-TRILHA
              SET PRIMEIRO-GRUPO-AUD TO TRUE
              MOVE WRK-DATA-INICIO-LOTE(1:6) TO WRK-FP-COMP-DE
              MOVE 999999 TO WRK-FP-COMP-ATE
              MOVE "V" TO WRK-FP-ESCOPO
              PERFORM 7700-ABRE-TRILHA
              IF WRK-FP-RESULTADO NOT = "0"
                  DISPLAY "Erro ao ler FRETEDIR.DAT : "
                      WRK-FP-STATUS
                  MOVE "N" TO WRK-INTEGRIDADE-OK
              ELSE
                  PERFORM UNTIL FIM-TRILHA
                      READ FRETEAUD-FILE
                          AT END
                              PERFORM 7720-PROXIMA-PARTICAO
                          NOT AT END
                              PERFORM 0525-AVALIA-GRUPO
                      END-READ
                  END-PERFORM
                  PERFORM 7740-FECHA-TRILHA
              END-IF.

         0525-AVALIA-GRUPO SECTION.
              MOVE "9999" TO WRK-EXC-COD-MOTIVO
              CLOSE EXCDIARIO-FILE.

      *    Manifesto de coleta so depois da integridade conferida:
      *    o que sai na doca e o que o lote realmente confirmou.
         0600-ETAPA-MANIFESTO SECTION.
              IF WRK-ETAPA-CKP GREATER 5
                  DISPLAY "ETAPA 6 (MANIFESTO DE COLETA) JA CONCLUIDA,"
                      " PULANDO"
              ELSE
                  DISPLAY "ETAPA 6 : MANIFESTO DE COLETA (MANIFCOLETA)"
                  CALL "MANIFCOLETA"
                  IF RETURN-CODE GREATER OR EQUAL 8
                      DISPLAY "ETAPA 6 FALHOU, RETURN-CODE : "
                          RETURN-CODE
                      PERFORM 9900-RODAPE
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  MOVE 6 TO WRK-ETAPA-CKP
                  PERFORM 0900-GRAVA-CHECKPOINT
              END-IF.

         0900-GRAVA-CHECKPOINT SECTION.
              OPEN OUTPUT JOBFRETECKP-FILE
              MOVE WRK-ETAPA-CKP TO CKP-ETAPA
              DISPLAY "JOB : " WRK-JOB-NOME "   FIM : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".
           COPY FRETELECPY.

       END PROGRAM JOBFRETE.
