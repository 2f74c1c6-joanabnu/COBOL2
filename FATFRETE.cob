      *   23/11/2024 - JLS - Layout da trilha ganha o flag de tarifa
      *                      de contrato (AUD-CONTRATO), acompanhando
      *                      a mudanca do PROGRAMA11.
      *   13/01/2025 - JLS - Numero do pedido passa de 4 para 8 posicoes
      *                      em todos os registros que o carregam;
      *                      arquivos existentes convertidos uma unica
      *                      vez pelo CONVPEDIDO.
      *   15/01/2025 - JLS - Layout de CLIENTES.DAT ganha CNPJ, UF e CEP
      *                      de cobranca e situacao, mantidos pelo
      *                      MANCLIENTE.
      *   16/01/2025 - JLS - Imposto passa a vir da trilha (aliquota da
      *                      matriz por UF do PROGRAMA11; a padrao so
      *                      para calculo anterior a ela) e o relatorio
      *                      ganha o quadro do imposto por UF de
      *                      destino.
      *   23/01/2025 - JLS - Devolucoes do DEVFRETE entram no
      *                      faturamento: frete de retorno pago pelo
      *                      cliente (DEVOL-CLI) vai para a fatura dele
      *                      com o imposto; o pago pela empresa (DEVOL-
      *                      EMP) sai em quadro proprio por
      *                      transportadora.
      *   24/01/2025 - JLS - Layout da trilha ganha o motivo da escolha
      *                      da transportadora e o frete da escolha so
      *                      por preco no final da linha (147 bytes),
      *                      acompanhando a mudanca do PROGRAMA11.
      *   27/01/2025 - JLS - Layout da trilha ganha o numero da
      *                      consolidacao de carga (AUD-CONSOLIDACAO),
      *                      155 bytes, acompanhando o PROGRAMA11.
      *   27/01/2025 - JLS - Layout de CLIENTES ganha o indicador de
      *                      consolidacao de carga (CL-CONSOLIDA).
      *   31/01/2025 - JLS - Layout da trilha ganha o numero da cotacao
      *                      previa do pedido (AUD-COTACAO), 161 bytes,
      *                      acompanhando o PROGRAMA11.
      *   08/03/2025 - JLS - Trilha de auditoria passa a ser lida so na
      *                      particao mensal da competencia faturada
      *                      (viva ou ja arquivada), pela lista de
      *                      FRETEDIR.DAT (FRETELECPY), em vez da trilha
      *                      inteira.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATFRETE.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT PARAMFAT-FILE ASSIGN TO "PARAMFAT.DAT"
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

       FD  PARAMFAT-FILE.
       01  PARAMFAT-REG.
           05 CL-NOME                 PIC X(30).
           05 CL-ENDERECO             PIC X(40).
           05 CL-LIMITE-CREDITO       PIC 9(09).
           05 CL-CNPJ                 PIC X(14).
           05 CL-UF-COBRANCA          PIC X(02).
           05 CL-CEP-COBRANCA         PIC 9(08).
           05 CL-SITUACAO             PIC X(01).
           05 CL-CONSOLIDA            PIC X(01).

       FD  FATURAMENTO-FILE.
       01  FATURAMENTO-REG.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-FRETEAUD    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAMFAT    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CLIENTES    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FATURAMENTO PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FATREL      PIC X(02) VALUE SPACES.
         77 WRK-FIM-CLIENTES       PIC X(01) VALUE "N".
             88 FIM-CLIENTES VALUE "S".

         77 WRK-COMPETENCIA        PIC 9(06) VALUE ZEROS.
         77 WRK-DATA-SISTEMA       PIC 9(08) VALUE ZEROS.
      *    A aliquota vem da trilha (matriz por UF do PROGRAMA11);
      *    a padrao so vale para calculo anterior a matriz.
         77 WRK-PERC-IMPOSTO       PIC 9V9999 VALUE 0,0500.

      *    Area de leitura adiantada para fechar o grupo de itens do
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
         77 WRK-PEDIDO-ATUAL      PIC 9(08) VALUE ZEROS.
         77 WRK-CLIENTE-ATUAL     PIC 9(05) VALUE ZEROS.
         77 WRK-DATA-ATUAL        PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-ATUAL        PIC 9(08) VALUE ZEROS.
         77 WRK-VALORTOTAL-ATUAL  PIC 9(09)V99 VALUE ZEROS.
         77 WRK-SOMA-VALOR        PIC 9(09) VALUE ZEROS.
         77 WRK-VALOR-IMPOSTO     PIC 9(10)V99 VALUE ZEROS.
         77 WRK-ESTADO-ATUAL      PIC X(02) VALUE SPACES.
         77 WRK-IMPOSTO-ATUAL     PIC 9(09)V99 VALUE ZEROS.

      *    Imposto faturado por UF de destino, para a guia de cada
      *    estado.
         01 TAB-FATUF.
             05 TAB-FU-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-FATUF
                 INDEXED BY TAB-FU-IDX.
                 10 TAB-FU-UF          PIC X(02).
                 10 TAB-FU-QTD-PEDIDOS PIC 9(05).
                 10 TAB-FU-IMPOSTO     PIC 9(10)V99.
         77 WRK-QTD-FATUF         PIC 9(02) VALUE ZEROS.
         77 WRK-ACHOU-FATUF       PIC X(01) VALUE "N".
             88 ACHOU-FATUF VALUE "S".
         77 WRK-TOTAL-IMPOSTO-UF  PIC 9(11)V99 VALUE ZEROS.

         01 TAB-FATURA.
             05 TAB-FT-REG OCCURS 1 TO 200 TIMES
                 10 TAB-FT-VALOR       PIC 9(10)V99.
                 10 TAB-FT-FRETE       PIC 9(10)V99.
                 10 TAB-FT-IMPOSTO     PIC 9(10)V99.
                 10 TAB-FT-QTD-DEVOL   PIC 9(05).
                 10 TAB-FT-FRETE-DEVOL PIC 9(10)V99.
         77 WRK-QTD-FATURA        PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-FATURA      PIC X(01) VALUE "N".
             88 ACHOU-FATURA VALUE "S".

      *    Frete de retorno de devolucao (DEVFRETE): DEVOL-CLI entra
      *    na fatura do cliente; DEVOL-EMP e custo da empresa e so
      *    aparece no quadro proprio do relatorio.
         77 WRK-QTD-DEVOL-EMP     PIC 9(05) VALUE ZEROS.
         77 WRK-FRETE-DEVOL-EMP   PIC 9(10)V99 VALUE ZEROS.
         77 WRK-IMPOSTO-DEVOL-EMP PIC 9(10)V99 VALUE ZEROS.
         77 WRK-TRANSP-ATUAL      PIC X(03) VALUE SPACES.
         01 TAB-DEVEMP.
             05 TAB-DE-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-DEVEMP
                 INDEXED BY TAB-DE-IDX.
                 10 TAB-DE-TRANSP      PIC X(03).
                 10 TAB-DE-QTD         PIC 9(05).
                 10 TAB-DE-FRETE       PIC 9(10)V99.
         77 WRK-QTD-DEVEMP        PIC 9(02) VALUE ZEROS.
         77 WRK-ACHOU-DEVEMP      PIC X(01) VALUE "N".
             88 ACHOU-DEVEMP VALUE "S".

         01 TAB-CLIENTES.
             05 TAB-CL-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-CLIENTES
             05 WRK-LF-ROTULO      PIC X(22).
             05 WRK-LF-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.

         01 WRK-LINHA-UF.
             05 WRK-LU-UF          PIC X(02).
             05 FILLER             PIC X(05) VALUE SPACES.
             05 WRK-LU-QTD         PIC ZZ.ZZ9.
             05 FILLER             PIC X(05) VALUE SPACES.
             05 WRK-LU-IMPOSTO     PIC Z.ZZZ.ZZZ.ZZ9,99.

         01 WRK-LINHA-DEV.
             05 WRK-LD-TRANSP      PIC X(03).
             05 FILLER             PIC X(04) VALUE SPACES.
             05 WRK-LD-QTD         PIC ZZ.ZZ9.
             05 FILLER             PIC X(05) VALUE SPACES.
             05 WRK-LD-FRETE       PIC Z.ZZZ.ZZZ.ZZ9,99.

         01 WRK-LINHA-QTD.
             05 WRK-LQ-ROTULO      PIC X(22).
             05 WRK-LQ-QTD         PIC ZZ.ZZ9.
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-RECEBE THRU 0100-EXIT
                  UNTIL FIM-TRILHA
              PERFORM 8000-GRAVA-FATURAMENTO
              PERFORM 9000-FINALIZAR
              GOBACK.
      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-TRILHA
              MOVE "N" TO WRK-FIM-CLIENTES
              MOVE "N" TO WRK-ACHOU-FATURA
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-SOMA-VALOR
              MOVE ZEROS TO WRK-QTD-FATURA
              MOVE ZEROS TO WRK-QTD-FATUF
              MOVE ZEROS TO WRK-TOTAL-IMPOSTO-UF
              MOVE ZEROS TO WRK-QTD-DEVOL-EMP
              MOVE ZEROS TO WRK-FRETE-DEVOL-EMP
              MOVE ZEROS TO WRK-IMPOSTO-DEVOL-EMP
              MOVE ZEROS TO WRK-QTD-DEVEMP
              MOVE ZEROS TO WRK-QTD-CLIENTES.

         0010-CABECALHO SECTION.
         1000-INICIALIZAR SECTION.
              PERFORM 1050-CARREGA-PARAMETRO
              PERFORM 1060-CARREGA-CLIENTES
      *    So a particao do mes faturado; o escopo "T" inclui a
      *    arquivada, para o refaturamento de um mes ja expurgado.
              MOVE WRK-COMPETENCIA TO WRK-FP-COMP-DE
              MOVE WRK-COMPETENCIA TO WRK-FP-COMP-ATE
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
              END-IF.

         1100-LER-AUDITORIA SECTION.
              PERFORM 7760-LE-TRILHA
              IF NOT FIM-TRILHA
                  MOVE FRETEAUD-REG TO WRK-PROX-AUD-REG
              END-IF.

         0100-RECEBE SECTION.
              PERFORM 0150-MONTA-PEDIDO
              IF WRK-STATUS-ATUAL = "ATENDIDO"
                  AND WRK-DATA-ATUAL(1:6) = WRK-COMPETENCIA
                  PERFORM 0200-ACUMULA-FATURA
              END-IF
              IF WRK-STATUS-ATUAL = "DEVOL-CLI"
                  AND WRK-DATA-ATUAL(1:6) = WRK-COMPETENCIA
                  PERFORM 0210-ACUMULA-DEVOLUCAO-CLIENTE
              END-IF
              IF WRK-STATUS-ATUAL = "DEVOL-EMP"
                  AND WRK-DATA-ATUAL(1:6) = WRK-COMPETENCIA
                  PERFORM 0220-ACUMULA-DEVOLUCAO-EMPRESA
              END-IF.
         0100-EXIT.
              EXIT.
              MOVE WRK-PROX-STATUS     TO WRK-STATUS-ATUAL
              MOVE WRK-PROX-FRETE      TO WRK-FRETE-ATUAL
              MOVE WRK-PROX-VALORTOTAL TO WRK-VALORTOTAL-ATUAL
              MOVE WRK-PROX-ESTADO     TO WRK-ESTADO-ATUAL
              MOVE WRK-PROX-TRANSP     TO WRK-TRANSP-ATUAL
              IF WRK-PROX-PERC-IMP NUMERIC
                  AND WRK-PROX-IMPOSTO NUMERIC
                  MOVE WRK-PROX-IMPOSTO TO WRK-IMPOSTO-ATUAL
              ELSE
                  COMPUTE WRK-IMPOSTO-ATUAL ROUNDED =
                      WRK-PROX-VALORTOTAL * WRK-PERC-IMPOSTO
              END-IF
              MOVE ZEROS               TO WRK-SOMA-VALOR
              ADD WRK-PROX-VALOR TO WRK-SOMA-VALOR
              PERFORM 1100-LER-AUDITORIA
              PERFORM UNTIL FIM-TRILHA
                  OR WRK-PROX-PEDIDO NOT = WRK-PEDIDO-ATUAL
                  OR WRK-PROX-DATA NOT = WRK-DATA-ATUAL
                  OR WRK-PROX-HORA NOT = WRK-HORA-ATUAL
              END-PERFORM.

         0200-ACUMULA-FATURA SECTION.
              PERFORM 0205-LOCALIZA-FATURA
              ADD 1 TO TAB-FT-QTD-PEDIDOS(TAB-FT-IDX)
              ADD WRK-SOMA-VALOR TO TAB-FT-VALOR(TAB-FT-IDX)
              ADD WRK-FRETE-ATUAL TO TAB-FT-FRETE(TAB-FT-IDX)
              COMPUTE WRK-VALOR-IMPOSTO =
                  WRK-VALORTOTAL-ATUAL + WRK-IMPOSTO-ATUAL
              ADD WRK-VALOR-IMPOSTO TO TAB-FT-IMPOSTO(TAB-FT-IDX)
              PERFORM 0250-ACUMULA-IMPOSTO-UF
              ADD 1 TO WRK-JOB-GRAVADOS.

         0205-LOCALIZA-FATURA SECTION.
              MOVE "N" TO WRK-ACHOU-FATURA
              IF WRK-QTD-FATURA GREATER ZERO
                  SET TAB-FT-IDX TO 1
                  MOVE ZEROS TO TAB-FT-VALOR(TAB-FT-IDX)
                  MOVE ZEROS TO TAB-FT-FRETE(TAB-FT-IDX)
                  MOVE ZEROS TO TAB-FT-IMPOSTO(TAB-FT-IDX)
                  MOVE ZEROS TO TAB-FT-QTD-DEVOL(TAB-FT-IDX)
                  MOVE ZEROS TO TAB-FT-FRETE-DEVOL(TAB-FT-IDX)
              END-IF.

      *    Devolucao paga pelo cliente: o frete de retorno e seu
      *    imposto entram na fatura do cliente (o total com imposto
      *    e o valor do titulo); a mercadoria devolvida nao e
      *    faturada de novo.
         0210-ACUMULA-DEVOLUCAO-CLIENTE SECTION.
              PERFORM 0205-LOCALIZA-FATURA
              ADD 1 TO TAB-FT-QTD-DEVOL(TAB-FT-IDX)
              ADD WRK-FRETE-ATUAL TO TAB-FT-FRETE-DEVOL(TAB-FT-IDX)
              ADD WRK-FRETE-ATUAL TO TAB-FT-FRETE(TAB-FT-IDX)
              COMPUTE WRK-VALOR-IMPOSTO =
                  WRK-VALORTOTAL-ATUAL + WRK-IMPOSTO-ATUAL
              ADD WRK-VALOR-IMPOSTO TO TAB-FT-IMPOSTO(TAB-FT-IDX)
              PERFORM 0250-ACUMULA-IMPOSTO-UF
              ADD 1 TO WRK-JOB-GRAVADOS.

      *    Devolucao por erro nosso: nada vai para o cliente; o frete
      *    de retorno e somado por transportadora para o quadro de
      *    custo da empresa.
         0220-ACUMULA-DEVOLUCAO-EMPRESA SECTION.
              ADD 1 TO WRK-QTD-DEVOL-EMP
              ADD WRK-FRETE-ATUAL TO WRK-FRETE-DEVOL-EMP
              ADD WRK-IMPOSTO-ATUAL TO WRK-IMPOSTO-DEVOL-EMP
              MOVE "N" TO WRK-ACHOU-DEVEMP
              IF WRK-QTD-DEVEMP GREATER ZERO
                  SET TAB-DE-IDX TO 1
                  SEARCH TAB-DE-REG
                      AT END
                          CONTINUE
                      WHEN TAB-DE-TRANSP(TAB-DE-IDX) = WRK-TRANSP-ATUAL
                          SET ACHOU-DEVEMP TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-DEVEMP
                  IF WRK-QTD-DEVEMP NOT LESS 50
                      DISPLAY "Mais de 50 transportadoras em"
                          " devolucoes - faturamento abortado"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-DEVEMP
                  SET TAB-DE-IDX TO WRK-QTD-DEVEMP
                  MOVE WRK-TRANSP-ATUAL TO TAB-DE-TRANSP(TAB-DE-IDX)
                  MOVE ZEROS TO TAB-DE-QTD(TAB-DE-IDX)
                  MOVE ZEROS TO TAB-DE-FRETE(TAB-DE-IDX)
              END-IF
              ADD 1 TO TAB-DE-QTD(TAB-DE-IDX)
              ADD WRK-FRETE-ATUAL TO TAB-DE-FRETE(TAB-DE-IDX).

         0250-ACUMULA-IMPOSTO-UF SECTION.
              MOVE "N" TO WRK-ACHOU-FATUF
              IF WRK-QTD-FATUF GREATER ZERO
                  SET TAB-FU-IDX TO 1
                  SEARCH TAB-FU-REG
                      AT END
                          CONTINUE
                      WHEN TAB-FU-UF(TAB-FU-IDX) = WRK-ESTADO-ATUAL
                          SET ACHOU-FATUF TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-FATUF
                  IF WRK-QTD-FATUF NOT LESS 50
                      DISPLAY "Mais de 50 UFs distintas na"
                          " trilha - faturamento abortado"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-FATUF
                  SET TAB-FU-IDX TO WRK-QTD-FATUF
                  MOVE WRK-ESTADO-ATUAL TO TAB-FU-UF(TAB-FU-IDX)
                  MOVE ZEROS TO TAB-FU-QTD-PEDIDOS(TAB-FU-IDX)
                  MOVE ZEROS TO TAB-FU-IMPOSTO(TAB-FU-IDX)
              END-IF
              ADD 1 TO TAB-FU-QTD-PEDIDOS(TAB-FU-IDX)
              ADD WRK-IMPOSTO-ATUAL TO TAB-FU-IMPOSTO(TAB-FU-IDX)
              ADD WRK-IMPOSTO-ATUAL TO WRK-TOTAL-IMPOSTO-UF.

         0300-LOCALIZA-NOME SECTION.
              MOVE "DESCONHECIDO" TO WRK-NOME-CLIENTE
              IF WRK-QTD-CLIENTES GREATER ZERO
                  WRITE FATURAMENTO-REG
                  PERFORM 0300-LOCALIZA-NOME
                  PERFORM 8100-GRAVA-FATURA-CLIENTE
              END-PERFORM
              PERFORM 8200-GRAVA-IMPOSTO-UF
              PERFORM 8300-GRAVA-DEVOLUCAO-EMPRESA.

         8100-GRAVA-FATURA-CLIENTE SECTION.
              MOVE SPACES TO FATREL-REG
              MOVE "TOTAL FRETE" TO WRK-LF-ROTULO
              MOVE TAB-FT-FRETE(TAB-FT-IDX) TO WRK-LF-VALOR
              WRITE FATREL-REG FROM WRK-LINHA-FAT
              IF TAB-FT-QTD-DEVOL(TAB-FT-IDX) GREATER ZERO
                  MOVE "DEVOLUCOES COBRADAS" TO WRK-LQ-ROTULO
                  MOVE TAB-FT-QTD-DEVOL(TAB-FT-IDX) TO WRK-LQ-QTD
                  WRITE FATREL-REG FROM WRK-LINHA-QTD
                  MOVE "  FRETE DE RETORNO" TO WRK-LF-ROTULO
                  MOVE TAB-FT-FRETE-DEVOL(TAB-FT-IDX) TO WRK-LF-VALOR
                  WRITE FATREL-REG FROM WRK-LINHA-FAT
              END-IF
              MOVE "TOTAL C/ IMPOSTO" TO WRK-LF-ROTULO
              MOVE TAB-FT-IMPOSTO(TAB-FT-IDX) TO WRK-LF-VALOR
              WRITE FATREL-REG FROM WRK-LINHA-FAT.

      *    Quadro do imposto da competencia por UF de destino: o
      *    contador recolhe o imposto estado a estado.
         8200-GRAVA-IMPOSTO-UF SECTION.
              MOVE SPACES TO FATREL-REG
              WRITE FATREL-REG
              MOVE "========================================"
                  TO FATREL-REG
              WRITE FATREL-REG
              MOVE "IMPOSTO POR UF DE DESTINO" TO FATREL-REG
              WRITE FATREL-REG
              MOVE "UF     PEDIDOS             IMPOSTO" TO FATREL-REG
              WRITE FATREL-REG
              PERFORM VARYING TAB-FU-IDX FROM 1 BY 1
                  UNTIL TAB-FU-IDX GREATER WRK-QTD-FATUF
                  MOVE TAB-FU-UF(TAB-FU-IDX) TO WRK-LU-UF
                  MOVE TAB-FU-QTD-PEDIDOS(TAB-FU-IDX) TO WRK-LU-QTD
                  MOVE TAB-FU-IMPOSTO(TAB-FU-IDX) TO WRK-LU-IMPOSTO
                  WRITE FATREL-REG FROM WRK-LINHA-UF
              END-PERFORM
              MOVE "TOTAL IMPOSTO" TO WRK-LF-ROTULO
              MOVE WRK-TOTAL-IMPOSTO-UF TO WRK-LF-VALOR
              WRITE FATREL-REG FROM WRK-LINHA-FAT.

      *    Frete de retorno das devolucoes por erro nosso, por
      *    transportadora: custo da empresa, fora de qualquer fatura.
         8300-GRAVA-DEVOLUCAO-EMPRESA SECTION.
              MOVE SPACES TO FATREL-REG
              WRITE FATREL-REG
              MOVE "========================================"
                  TO FATREL-REG
              WRITE FATREL-REG
              MOVE "DEVOLUCOES POR CONTA DA EMPRESA" TO FATREL-REG
              WRITE FATREL-REG
              IF WRK-QTD-DEVOL-EMP = ZEROS
                  MOVE "  NENHUMA DEVOLUCAO NA COMPETENCIA"
                      TO FATREL-REG
                  WRITE FATREL-REG
              ELSE
                  MOVE "TRN    PEDIDOS       FRETE RETORNO"
                      TO FATREL-REG
                  WRITE FATREL-REG
                  PERFORM VARYING TAB-DE-IDX FROM 1 BY 1
                      UNTIL TAB-DE-IDX GREATER WRK-QTD-DEVEMP
                      MOVE TAB-DE-TRANSP(TAB-DE-IDX) TO WRK-LD-TRANSP
                      MOVE TAB-DE-QTD(TAB-DE-IDX) TO WRK-LD-QTD
                      MOVE TAB-DE-FRETE(TAB-DE-IDX) TO WRK-LD-FRETE
                      WRITE FATREL-REG FROM WRK-LINHA-DEV
                  END-PERFORM
                  MOVE "TOTAL FRETE RETORNO" TO WRK-LF-ROTULO
                  MOVE WRK-FRETE-DEVOL-EMP TO WRK-LF-VALOR
                  WRITE FATREL-REG FROM WRK-LINHA-FAT
                  MOVE "IMPOSTO DO RETORNO" TO WRK-LF-ROTULO
                  MOVE WRK-IMPOSTO-DEVOL-EMP TO WRK-LF-VALOR
                  WRITE FATREL-REG FROM WRK-LINHA-FAT
              END-IF.

         9000-FINALIZAR SECTION.
              PERFORM 7740-FECHA-TRILHA
              CLOSE FATURAMENTO-FILE
              CLOSE FATREL-FILE
              PERFORM 9900-RODAPE.
              DISPLAY "PEDIDOS LIDOS NA TRILHA : " WRK-JOB-LIDOS
              DISPLAY "PEDIDOS FATURADOS       : " WRK-JOB-GRAVADOS
              DISPLAY "CLIENTES FATURADOS      : " WRK-QTD-FATURA
              DISPLAY "DEVOLUCOES DA EMPRESA   : " WRK-QTD-DEVOL-EMP
              DISPLAY "==========================================".
           COPY FRETELECPY.

       END PROGRAM FATFRETE.
