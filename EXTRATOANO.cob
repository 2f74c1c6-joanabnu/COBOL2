      *          IMPRESSAOCPY) e em EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      *   13/01/2025 - JLS - Registro do arquivo morto da trilha passa a
      *                      118 bytes (pedido com 8 posicoes).
      *   15/01/2025 - JLS - Layout de CLIENTES.DAT ganha CNPJ, UF e CEP
      *                      de cobranca e situacao, mantidos pelo
      *                      MANCLIENTE.
      *   16/01/2025 - JLS - Layout da trilha ganha UF de origem,
      *                      aliquota e valor do imposto no final da
      *                      linha (136 bytes), acompanhando a mudanca
      *                      do PROGRAMA11.
      *   24/01/2025 - JLS - Layout da trilha ganha o motivo da escolha
      *                      da transportadora e o frete da escolha so
      *                      por preco (147 bytes), acompanhando a
      *                      mudanca do PROGRAMA11; pedido da trilha e
      *                      da leitura adiantada corrigido para 8
      *                      posicoes, que tinha ficado com 4.
      *   27/01/2025 - JLS - Layout da trilha ganha o numero da
      *                      consolidacao de carga (AUD-CONSOLIDACAO),
      *                      155 bytes, acompanhando o PROGRAMA11.
      *   27/01/2025 - JLS - Layout de CLIENTES ganha o indicador de
      *                      consolidacao de carga (CL-CONSOLIDA).
      *   31/01/2025 - JLS - Layout da trilha ganha o numero da cotacao
      *                      previa do pedido (AUD-COTACAO), 161 bytes,
      *                      acompanhando o PROGRAMA11.
      *   08/03/2025 - JLS - Trilha lida pelas particoes mensais do ano
      *                      do extrato, arquivadas e vivas, listadas em
      *                      FRETEDIR.DAT (FRETELECPY), em vez de
      *                      FRETEAUDARQ.DAT e FRETEAUD.DAT inteiros. A
      *                      conferencia do expurgo passa a comparar a
      *                      soma de ARQFRETECTL.DAT com o total de
      *                      registros das particoes arquivadas no
      *                      diretorio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATOANO.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT ARQFRETECTL-FILE ASSIGN TO "ARQFRETECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTL.
       01  FRETEAUD-REG.
           05 AUD-DATA                PIC 9(08).
           05 AUD-HORA                PIC 9(08).
           05 AUD-PEDIDO              PIC 9(08).
           05 AUD-CLIENTE             PIC 9(05).
           05 AUD-QTD-ITENS           PIC 9(02).
           05 AUD-PRODUTO             PIC X(10).
           05 AUD-MOEDA               PIC X(03).
           05 AUD-VALOR-ORIGINAL      PIC 9(09).
           05 AUD-CONTRATO            PIC X(01).
           05 AUD-UF-ORIGEM           PIC X(02).
           05 AUD-PERC-IMPOSTO        PIC 9V9999.
           05 AUD-VALOR-IMPOSTO       PIC 9(09)V99.
           05 AUD-MOTIVO-ESCOLHA      PIC X(01).
           05 AUD-FRETE-PRECO         PIC 9(08)V99.
           05 AUD-CONSOLIDACAO        PIC 9(08).
           05 AUD-COTACAO             PIC X(06).

       FD  ARQFRETECTL-FILE.
       01  ARQFRETECTL-REG.
           05 CL-NOME                 PIC X(30).
           05 CL-ENDERECO             PIC X(40).
           05 CL-LIMITE-CREDITO       PIC 9(09).
           05 CL-CNPJ                 PIC X(14).
           05 CL-UF-COBRANCA          PIC X(02).
           05 CL-CEP-COBRANCA         PIC 9(08).
           05 CL-SITUACAO             PIC X(01).
           05 CL-CONSOLIDA            PIC X(01).

       FD  EXTRATOANO-FILE.
       01  EXTRATOANO-REG             PIC X(80).
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-FRETEAUD   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CTL        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAM      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CLIENTES   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-FIM-CTL           PIC X(01) VALUE "N".
             88 FIM-CTL VALUE "S".
         77 WRK-FIM-CLIENTES      PIC X(01) VALUE "N".

         77 WRK-ANO-EXTRATO       PIC 9(04) VALUE ZEROS.
         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-QTD-ARQUIVO       PIC 9(08) VALUE ZEROS.
         77 WRK-QTD-VIVA          PIC 9(08) VALUE ZEROS.
         77 WRK-QTD-DECLARADA     PIC 9(08) VALUE ZEROS.
         77 WRK-QTD-ARQ-DIRETORIO PIC 9(09) VALUE ZEROS.
         77 WRK-TEM-CONTROLE      PIC X(01) VALUE "N".
             88 TEM-CONTROLE VALUE "S".
         77 WRK-CONCILIA-OK       PIC X(01) VALUE "S".
         01 WRK-PROX-AUD-REG.
             05 WRK-PROX-DATA        PIC 9(08).
             05 WRK-PROX-HORA        PIC 9(08).
             05 WRK-PROX-PEDIDO      PIC 9(08).
             05 WRK-PROX-CLIENTE     PIC 9(05).
             05 WRK-PROX-RESTO       PIC X(12).
             05 WRK-PROX-CEP         PIC 9(08).
             05 WRK-PROX-FRETE       PIC 9(08)V99.
             05 WRK-PROX-VALORTOTAL  PIC 9(09)V99.
             05 WRK-PROX-STATUS      PIC X(09).
             05 WRK-PROX-RESTO2      PIC X(72).
         77 WRK-PEDIDO-ATUAL      PIC 9(08) VALUE ZEROS.
         77 WRK-CLIENTE-ATUAL     PIC 9(05) VALUE ZEROS.
         77 WRK-DATA-ATUAL        PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-ATUAL        PIC 9(08) VALUE ZEROS.
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-LE-TRILHA-DO-ANO
              PERFORM 0300-CONCILIA-EXPURGOS
              PERFORM 8000-GRAVA-EXTRATO
              PERFORM 9000-FINALIZAR
              MOVE ZEROS TO WRK-QTD-ARQUIVO
              MOVE ZEROS TO WRK-QTD-VIVA
              MOVE ZEROS TO WRK-QTD-DECLARADA
              MOVE ZEROS TO WRK-QTD-ARQ-DIRETORIO
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

                  CLOSE CLIENTES-FILE
              END-IF.

      *    So as particoes dos doze meses do ano, arquivadas e vivas,
      *    em ordem de competencia (a arquivada antes da viva no mesmo
      *    mes); um mes sem movimento simplesmente nao tem particao.
         0100-LE-TRILHA-DO-ANO SECTION.
              COMPUTE WRK-FP-COMP-DE = WRK-ANO-EXTRATO * 100 + 1
              COMPUTE WRK-FP-COMP-ATE = WRK-ANO-EXTRATO * 100 + 12
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
                  IF WRK-FP-PT-LOCAL(WRK-FP-IDX) = "A"
                      ADD 1 TO WRK-QTD-ARQUIVO
                  ELSE
                      ADD 1 TO WRK-QTD-VIVA
                  END-IF
                  MOVE FRETEAUD-REG TO WRK-PROX-AUD-REG
              END-IF.

         0150-MONTA-GRUPO SECTION.
                  MOVE WRK-QTD-EXTRATO TO WRK-IDX-EXTRATO
              END-IF.

      *    O total de registros das particoes arquivadas no diretorio
      *    deve bater com a soma declarada pelos expurgos; sem o
      *    arquivo de controle a conferencia sai como indisponivel.
         0300-CONCILIA-EXPURGOS SECTION.
              MOVE ZEROS TO WRK-FP-COMP-DE
              MOVE 999999 TO WRK-FP-COMP-ATE
              MOVE "T" TO WRK-FP-ESCOPO
              MOVE "L" TO WRK-FP-FUNCAO
              MOVE RETURN-CODE TO WRK-FP-RETORNO
              CALL "FRETEPART" USING WRK-PARM-PART
              PERFORM VARYING WRK-FP-IDX FROM 1 BY 1
                  UNTIL WRK-FP-IDX GREATER WRK-FP-QTD-PART
                  IF WRK-FP-PT-LOCAL(WRK-FP-IDX) = "A"
                      ADD WRK-FP-PT-QTD(WRK-FP-IDX)
                          TO WRK-QTD-ARQ-DIRETORIO
                  END-IF
              END-PERFORM
              OPEN INPUT ARQFRETECTL-FILE
              IF WRK-STATUS-CTL = "00"
                  SET TEM-CONTROLE TO TRUE
                      END-READ
                  END-PERFORM
                  CLOSE ARQFRETECTL-FILE
                  IF WRK-QTD-DECLARADA NOT = WRK-QTD-ARQ-DIRETORIO
                      MOVE "N" TO WRK-CONCILIA-OK
                      MOVE 4 TO RETURN-CODE
                      MOVE "FRETEAUDARQ" TO WRK-EXC-CHAVE
              END-PERFORM
              MOVE WRK-QTD-ARQUIVO TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "ARQUIVO MORTO LIDO NO ANO  : "
                  DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-ARQ-DIRETORIO TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "ARQUIVO MORTO NO DIRETORIO : "
                  DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-VIVA TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "TRILHA VIVA LIDA NO ANO    : "
                  DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==EXTRATOANO-REG==.

           COPY FRETELECPY.

       END PROGRAM EXTRATOANO.
