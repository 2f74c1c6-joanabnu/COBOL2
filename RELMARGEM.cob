      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 26/01/2025
      * Purpose: Margem de frete por pedido. O que cobramos do
      *          cliente esta na trilha (AUD-FRETE em FRETEAUD.DAT) e
      *          o que a transportadora nos cobra esta nas faturas
      *          (FATTRANSP.DAT), mas ninguem punha os dois lado a
      *          lado. Este relatorio le os calculos da competencia
      *          (PARAMFAT.DAT, AAAAMM; na falta do parametro, o mes
      *          corrente), vale o ultimo calculo de cada pedido e so
      *          entra pedido ATENDIDO; soma a cobranca das
      *          transportadoras por pedido e mostra receita, custo,
      *          margem e margem percentual por pedido e agrupada por
      *          cliente, por rota (UF de origem -> UF de destino), por
      *          transportadora e por condicao comercial (tabela,
      *          contrato ou cada codigo de promocao, para o comite de
      *          tarifas ver quanto cada desconto custa), com os
      *          pedidos de margem negativa listados a parte
      *          (RELMARGEM.DAT, padrao IMPRESSAOCPY). Pedido ainda
      *          sem fatura da transportadora nao tem custo conhecido
      *          e fica fora da margem, so contado. O corte para a
      *          planilha de revisao de tarifas sai em
      *          MARGEM<aaaamm>.CSV, um pedido por linha, no padrao do
      *          EXTRATOCSV (cabecalho, ponto-e-virgula e trailer de
      *          controle com contagem e soma da margem).
      * Tectonics: cobc
      * Mod Log:
      *   27/01/2025 - JLS - Layout da trilha ganha o numero da
      *                      consolidacao de carga (AUD-CONSOLIDACAO),
      *                      155 bytes, acompanhando o PROGRAMA11.
      *   31/01/2025 - JLS - Layout da trilha ganha o numero da cotacao
      *                      previa do pedido (AUD-COTACAO), 161 bytes,
      *                      acompanhando o PROGRAMA11.
      *   08/03/2025 - JLS - Le so a particao mensal da competencia,
      *                      viva ou arquivada, listada em FRETEDIR.DAT
      *                      (FRETELECPY), em vez de FRETEAUD.DAT
      *                      inteiro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMARGEM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT FATTRANSP-FILE ASSIGN TO "FATTRANSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATTRANSP.
           SELECT PARAMFAT-FILE ASSIGN TO "PARAMFAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMFAT.
           SELECT RELMARGEM-FILE ASSIGN TO "RELMARGEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT CSV-FILE ASSIGN TO WRK-NOME-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CSV.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETEAUD-FILE.
       01  FRETEAUD-REG.
           05 AUD-DATA                PIC 9(08).
           05 AUD-HORA                PIC 9(08).
           05 AUD-PEDIDO              PIC 9(08).
           05 AUD-CLIENTE             PIC 9(05).
           05 AUD-QTD-ITENS           PIC 9(02).
           05 AUD-PRODUTO             PIC X(10).
           05 AUD-CEP                 PIC 9(08).
           05 AUD-ESTADO              PIC X(02).
           05 AUD-VALOR               PIC 9(08).
           05 AUD-FRETE               PIC 9(08)V99.
           05 AUD-VALORTOTAL          PIC 9(09)V99.
           05 AUD-STATUS              PIC X(09).
           05 AUD-TRANSPORTADORA      PIC X(03).
           05 AUD-PROMOCAO            PIC X(05).
           05 AUD-DATA-PEDIDO         PIC 9(08).
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

       FD  FATTRANSP-FILE.
       01  FATTRANSP-REG.
           05 FB-TRANSPORTADORA       PIC X(03).
           05 FB-PEDIDO               PIC 9(08).
           05 FB-VALOR-COBRADO        PIC 9(08)V99.
           05 FB-FATURA               PIC X(10).

       FD  PARAMFAT-FILE.
       01  PARAMFAT-REG.
           05 PF-COMPETENCIA          PIC 9(06).

       FD  RELMARGEM-FILE.
       01  RELMARGEM-REG              PIC X(80).

       FD  CSV-FILE.
       01  CSV-REG                    PIC X(150).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-FRETEAUD   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FATTRANSP  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAMFAT   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CSV        PIC X(02) VALUE SPACES.
         77 WRK-NOME-CSV          PIC X(20) VALUE SPACES.
         77 WRK-FIM-FATTRANSP     PIC X(01) VALUE "N".
             88 FIM-FATTRANSP VALUE "S".

         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
         77 WRK-COMPETENCIA-X     PIC X(06) VALUE SPACES.

      *    Chave do grupo corrente da trilha: as linhas de item do
      *    mesmo calculo repetem frete e situacao, vale a primeira.
         77 WRK-PEDIDO-ANT        PIC 9(08) VALUE ZEROS.
         77 WRK-DATA-ANT          PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-ANT          PIC 9(08) VALUE ZEROS.

      *    Um registro por pedido da competencia; recalculo ou
      *    estorno posterior substitui o anterior.
         01 TAB-PEDIDO.
             05 TAB-PD-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-PEDIDO
                 INDEXED BY TAB-PD-IDX.
                 10 TAB-PD-PEDIDO      PIC 9(08).
                 10 TAB-PD-CLIENTE     PIC 9(05).
                 10 TAB-PD-ORIGEM      PIC X(02).
                 10 TAB-PD-DESTINO     PIC X(02).
                 10 TAB-PD-TRANSP      PIC X(03).
                 10 TAB-PD-CONDICAO    PIC X(12).
                 10 TAB-PD-STATUS      PIC X(09).
                 10 TAB-PD-RECEITA     PIC 9(09)V99.
                 10 TAB-PD-CUSTO       PIC 9(09)V99.
                 10 TAB-PD-TEM-FATURA  PIC X(01).
         77 WRK-QTD-PEDIDO        PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-PEDIDO      PIC X(01) VALUE "N".
             88 ACHOU-PEDIDO VALUE "S".

         01 WRK-TROCA-PEDIDO      PIC X(64).

      *    Agrupamentos: C cliente, R rota, T transportadora,
      *    P condicao comercial; ordenados por tipo e chave.
         01 TAB-GRUPO.
             05 TAB-AG-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-GRUPO
                 INDEXED BY TAB-AG-IDX.
                 10 TAB-AG-TIPO        PIC X(01).
                 10 TAB-AG-CHAVE       PIC X(12).
                 10 TAB-AG-PEDIDOS     PIC 9(06).
                 10 TAB-AG-RECEITA     PIC 9(11)V99.
                 10 TAB-AG-CUSTO       PIC 9(11)V99.
         77 WRK-QTD-GRUPO         PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-GRUPO       PIC X(01) VALUE "N".
             88 ACHOU-GRUPO VALUE "S".
         77 WRK-GRUPO-TIPO        PIC X(01) VALUE SPACES.
         77 WRK-GRUPO-CHAVE       PIC X(12) VALUE SPACES.
         77 WRK-TIPO-IMPRESSO     PIC X(01) VALUE SPACES.

         01 WRK-TROCA-GRUPO       PIC X(45).
         77 WRK-IDX-I             PIC 9(04) VALUE ZEROS.
         77 WRK-IDX-J             PIC 9(04) VALUE ZEROS.
         77 WRK-HOUVE-TROCA       PIC X(01) VALUE "N".
             88 HOUVE-TROCA VALUE "S".

         01 WRK-CHAVE-ROTA.
             05 WRK-CR-ORIGEM      PIC X(02).
             05 FILLER             PIC X(04) VALUE " -> ".
             05 WRK-CR-DESTINO     PIC X(02).
         01 WRK-CHAVE-PROMO.
             05 FILLER             PIC X(06) VALUE "PROMO ".
             05 WRK-CP-CODIGO      PIC X(05).
         77 WRK-CLIENTE-X         PIC 9(05) VALUE ZEROS.

         77 WRK-MARGEM            PIC S9(11)V99 VALUE ZEROS.
         77 WRK-PERC-MARGEM       PIC S9(05)V9 VALUE ZEROS.
         77 WRK-RECEITA-CALC      PIC 9(11)V99 VALUE ZEROS.
         77 WRK-CUSTO-CALC        PIC 9(11)V99 VALUE ZEROS.

         77 WRK-QTD-MARGEM        PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-NEGATIVOS     PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-SEM-FATURA    PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-FATURA-FORA   PIC 9(06) VALUE ZEROS.
         77 WRK-TOT-RECEITA       PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOT-CUSTO         PIC 9(11)V99 VALUE ZEROS.
         77 WRK-SOMA-MARGEM-CSV   PIC S9(13)V99 VALUE ZEROS.

         01 WRK-LINHA-PEDIDO.
             05 WRK-LP-PEDIDO      PIC 9(08).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-CLIENTE     PIC 9(05).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-ORIGEM      PIC X(02).
             05 FILLER             PIC X(01) VALUE ">".
             05 WRK-LP-DESTINO     PIC X(02).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-TRANSP      PIC X(03).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-TAG         PIC X(05).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-RECEITA     PIC ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-CUSTO       PIC ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-MARGEM      PIC -ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-PERC        PIC -ZZZZ9,9.

         01 WRK-LINHA-GRUPO.
             05 WRK-LG-CHAVE       PIC X(12).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LG-PEDIDOS     PIC ZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LG-RECEITA     PIC ZZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LG-CUSTO       PIC ZZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LG-MARGEM      PIC -ZZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LG-PERC        PIC -ZZZZ9,9.

         77 WRK-QTD-ED            PIC Z.ZZZ.ZZ9.
         77 WRK-NEG-ED            PIC Z.ZZZ.ZZ9.

      *    Campos do corte CSV, sem edicao de milhar como o EXTRATOCSV.
         77 WRK-CSV-RECEITA       PIC 9(09),99 VALUE ZEROS.
         77 WRK-CSV-CUSTO         PIC 9(09),99 VALUE ZEROS.
         77 WRK-CSV-MARGEM        PIC -9(09),99 VALUE ZEROS.
         77 WRK-CSV-PERC          PIC -9(05),9 VALUE ZEROS.
         77 WRK-CSV-QTD           PIC 9(06) VALUE ZEROS.
         77 WRK-CSV-SOMA          PIC -9(13),99 VALUE ZEROS.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-RECEBE THRU 0100-EXIT
                  UNTIL FIM-TRILHA
              PERFORM 0300-LE-CUSTOS
              PERFORM 0400-ORDENA-PEDIDOS
              PERFORM 0500-AGRUPA
              PERFORM 0600-ORDENA-GRUPOS
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 8500-GRAVA-CSV
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-TRILHA
              MOVE "N" TO WRK-FIM-FATTRANSP
              MOVE "N" TO WRK-HOUVE-TROCA
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-PEDIDO-ANT
              MOVE ZEROS TO WRK-DATA-ANT
              MOVE ZEROS TO WRK-HORA-ANT
              MOVE ZEROS TO WRK-QTD-PEDIDO
              MOVE ZEROS TO WRK-QTD-GRUPO
              MOVE ZEROS TO WRK-QTD-MARGEM
              MOVE ZEROS TO WRK-QTD-NEGATIVOS
              MOVE ZEROS TO WRK-QTD-SEM-FATURA
              MOVE ZEROS TO WRK-QTD-FATURA-FORA
              MOVE ZEROS TO WRK-TOT-RECEITA
              MOVE ZEROS TO WRK-TOT-CUSTO
              MOVE ZEROS TO WRK-SOMA-MARGEM-CSV
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "REL-MARGEM-FRETE" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-PARAMETRO
      *    So a particao da competencia; arquivada tambem serve, para
      *    a margem de um mes ja expurgado poder ser refeita.
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
              OPEN OUTPUT RELMARGEM-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "RELMARGEM.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE SPACES TO WRK-IMP-TITULO
              STRING "MARGEM DE FRETE " DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  INTO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "PEDIDO   CLIEN ROTA  TRN COND     RECEITA"
                  DELIMITED BY SIZE
                  "      CUSTO      MARGEM MARGEM %"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

         1050-CARREGA-PARAMETRO SECTION.
              MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA
              OPEN INPUT PARAMFAT-FILE
              IF WRK-STATUS-PARAMFAT = "00"
                  READ PARAMFAT-FILE INTO PARAMFAT-REG
                      NOT AT END
                          MOVE PF-COMPETENCIA TO WRK-COMPETENCIA
                  END-READ
                  CLOSE PARAMFAT-FILE
              END-IF
              MOVE WRK-COMPETENCIA TO WRK-COMPETENCIA-X
              DISPLAY "Competencia da margem : " WRK-COMPETENCIA.

         0100-RECEBE SECTION.
              PERFORM 7760-LE-TRILHA
              IF FIM-TRILHA
                  GO TO 0100-EXIT
              END-IF
              IF AUD-PEDIDO = WRK-PEDIDO-ANT
                  AND AUD-DATA = WRK-DATA-ANT
                  AND AUD-HORA = WRK-HORA-ANT
                  GO TO 0100-EXIT
              END-IF
              MOVE AUD-PEDIDO TO WRK-PEDIDO-ANT
              MOVE AUD-DATA TO WRK-DATA-ANT
              MOVE AUD-HORA TO WRK-HORA-ANT
              ADD 1 TO WRK-JOB-LIDOS
              IF AUD-DATA(1:6) NOT = WRK-COMPETENCIA
                  GO TO 0100-EXIT
              END-IF
              PERFORM 0200-GUARDA-PEDIDO.
         0100-EXIT.
              EXIT.

         0200-GUARDA-PEDIDO SECTION.
              MOVE "N" TO WRK-ACHOU-PEDIDO
              IF WRK-QTD-PEDIDO GREATER ZERO
                  SET TAB-PD-IDX TO 1
                  SEARCH TAB-PD-REG
                      AT END
                          CONTINUE
                      WHEN TAB-PD-PEDIDO(TAB-PD-IDX) = AUD-PEDIDO
                          SET ACHOU-PEDIDO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-PEDIDO
                  IF WRK-QTD-PEDIDO NOT LESS 2000
                      DISPLAY "Mais de 2000 pedidos na competencia"
                          " - abortado"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-PEDIDO
                  SET TAB-PD-IDX TO WRK-QTD-PEDIDO
                  MOVE AUD-PEDIDO TO TAB-PD-PEDIDO(TAB-PD-IDX)
                  MOVE ZEROS TO TAB-PD-CUSTO(TAB-PD-IDX)
                  MOVE "N" TO TAB-PD-TEM-FATURA(TAB-PD-IDX)
              END-IF
              MOVE AUD-CLIENTE TO TAB-PD-CLIENTE(TAB-PD-IDX)
              MOVE AUD-UF-ORIGEM TO TAB-PD-ORIGEM(TAB-PD-IDX)
              MOVE AUD-ESTADO TO TAB-PD-DESTINO(TAB-PD-IDX)
              MOVE AUD-TRANSPORTADORA TO TAB-PD-TRANSP(TAB-PD-IDX)
              MOVE AUD-STATUS TO TAB-PD-STATUS(TAB-PD-IDX)
              MOVE AUD-FRETE TO TAB-PD-RECEITA(TAB-PD-IDX)
              EVALUATE TRUE
                  WHEN AUD-CONTRATO = "S"
                      MOVE "CONTRATO" TO TAB-PD-CONDICAO(TAB-PD-IDX)
                  WHEN AUD-PROMOCAO NOT = SPACES
                      MOVE AUD-PROMOCAO TO WRK-CP-CODIGO
                      MOVE WRK-CHAVE-PROMO
                          TO TAB-PD-CONDICAO(TAB-PD-IDX)
                  WHEN OTHER
                      MOVE "TABELA" TO TAB-PD-CONDICAO(TAB-PD-IDX)
              END-EVALUATE.

      *    Custo do pedido: soma do que as transportadoras cobraram
      *    por ele nas faturas; linha de pedido fora da competencia
      *    e ignorada.
         0300-LE-CUSTOS SECTION.
              OPEN INPUT FATTRANSP-FILE
              IF WRK-STATUS-FATTRANSP NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FATTRANSP.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FATTRANSP TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-FATTRANSP
                  READ FATTRANSP-FILE INTO FATTRANSP-REG
                      AT END
                          SET FIM-FATTRANSP TO TRUE
                      NOT AT END
                          PERFORM 0350-SOMA-CUSTO
                  END-READ
              END-PERFORM
              CLOSE FATTRANSP-FILE.

         0350-SOMA-CUSTO SECTION.
              MOVE "N" TO WRK-ACHOU-PEDIDO
              IF WRK-QTD-PEDIDO GREATER ZERO
                  SET TAB-PD-IDX TO 1
                  SEARCH TAB-PD-REG
                      AT END
                          CONTINUE
                      WHEN TAB-PD-PEDIDO(TAB-PD-IDX) = FB-PEDIDO
                          SET ACHOU-PEDIDO TO TRUE
                  END-SEARCH
              END-IF
              IF ACHOU-PEDIDO
                  ADD FB-VALOR-COBRADO TO TAB-PD-CUSTO(TAB-PD-IDX)
                  MOVE "S" TO TAB-PD-TEM-FATURA(TAB-PD-IDX)
              ELSE
                  ADD 1 TO WRK-QTD-FATURA-FORA
              END-IF.

         0400-ORDENA-PEDIDOS SECTION.
              SET HOUVE-TROCA TO TRUE
              PERFORM UNTIL NOT HOUVE-TROCA
                  MOVE "N" TO WRK-HOUVE-TROCA
                  PERFORM VARYING WRK-IDX-I FROM 1 BY 1
                      UNTIL WRK-IDX-I NOT LESS WRK-QTD-PEDIDO
                      ADD 1 WRK-IDX-I GIVING WRK-IDX-J
                      IF TAB-PD-PEDIDO(WRK-IDX-I) GREATER
                          TAB-PD-PEDIDO(WRK-IDX-J)
                          MOVE TAB-PD-REG(WRK-IDX-I)
                              TO WRK-TROCA-PEDIDO
                          MOVE TAB-PD-REG(WRK-IDX-J)
                              TO TAB-PD-REG(WRK-IDX-I)
                          MOVE WRK-TROCA-PEDIDO
                              TO TAB-PD-REG(WRK-IDX-J)
                          SET HOUVE-TROCA TO TRUE
                      END-IF
                  END-PERFORM
              END-PERFORM.

      *    So entra na margem o pedido ATENDIDO com custo conhecido;
      *    cada um soma no seu cliente, rota, transportadora e
      *    condicao comercial.
         0500-AGRUPA SECTION.
              PERFORM VARYING TAB-PD-IDX FROM 1 BY 1
                  UNTIL TAB-PD-IDX GREATER WRK-QTD-PEDIDO
                  IF TAB-PD-STATUS(TAB-PD-IDX) = "ATENDIDO"
                      IF TAB-PD-TEM-FATURA(TAB-PD-IDX) = "S"
                          PERFORM 0520-AGRUPA-PEDIDO
                      ELSE
                          ADD 1 TO WRK-QTD-SEM-FATURA
                      END-IF
                  ELSE
                      ADD 1 TO WRK-JOB-REJEITADOS
                  END-IF
              END-PERFORM.

         0520-AGRUPA-PEDIDO SECTION.
              ADD 1 TO WRK-QTD-MARGEM
              ADD TAB-PD-RECEITA(TAB-PD-IDX) TO WRK-TOT-RECEITA
              ADD TAB-PD-CUSTO(TAB-PD-IDX) TO WRK-TOT-CUSTO
              IF TAB-PD-CUSTO(TAB-PD-IDX) GREATER
                  TAB-PD-RECEITA(TAB-PD-IDX)
                  ADD 1 TO WRK-QTD-NEGATIVOS
              END-IF
              MOVE TAB-PD-CLIENTE(TAB-PD-IDX) TO WRK-CLIENTE-X
              MOVE "C" TO WRK-GRUPO-TIPO
              MOVE SPACES TO WRK-GRUPO-CHAVE
              MOVE WRK-CLIENTE-X TO WRK-GRUPO-CHAVE(1:5)
              PERFORM 0550-SOMA-GRUPO
              MOVE TAB-PD-ORIGEM(TAB-PD-IDX) TO WRK-CR-ORIGEM
              MOVE TAB-PD-DESTINO(TAB-PD-IDX) TO WRK-CR-DESTINO
              MOVE "R" TO WRK-GRUPO-TIPO
              MOVE WRK-CHAVE-ROTA TO WRK-GRUPO-CHAVE
              PERFORM 0550-SOMA-GRUPO
              MOVE "T" TO WRK-GRUPO-TIPO
              MOVE TAB-PD-TRANSP(TAB-PD-IDX) TO WRK-GRUPO-CHAVE
              PERFORM 0550-SOMA-GRUPO
              MOVE "P" TO WRK-GRUPO-TIPO
              MOVE TAB-PD-CONDICAO(TAB-PD-IDX) TO WRK-GRUPO-CHAVE
              PERFORM 0550-SOMA-GRUPO.

         0550-SOMA-GRUPO SECTION.
              MOVE "N" TO WRK-ACHOU-GRUPO
              IF WRK-QTD-GRUPO GREATER ZERO
                  SET TAB-AG-IDX TO 1
                  SEARCH TAB-AG-REG
                      AT END
                          CONTINUE
                      WHEN TAB-AG-TIPO(TAB-AG-IDX) = WRK-GRUPO-TIPO
                          AND TAB-AG-CHAVE(TAB-AG-IDX) =
                              WRK-GRUPO-CHAVE
                          SET ACHOU-GRUPO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-GRUPO
                  IF WRK-QTD-GRUPO NOT LESS 1000
                      DISPLAY "Mais de 1000 agrupamentos na margem"
                          " - abortado"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-GRUPO
                  SET TAB-AG-IDX TO WRK-QTD-GRUPO
                  MOVE WRK-GRUPO-TIPO TO TAB-AG-TIPO(TAB-AG-IDX)
                  MOVE WRK-GRUPO-CHAVE TO TAB-AG-CHAVE(TAB-AG-IDX)
                  MOVE ZEROS TO TAB-AG-PEDIDOS(TAB-AG-IDX)
                  MOVE ZEROS TO TAB-AG-RECEITA(TAB-AG-IDX)
                  MOVE ZEROS TO TAB-AG-CUSTO(TAB-AG-IDX)
              END-IF
              ADD 1 TO TAB-AG-PEDIDOS(TAB-AG-IDX)
              ADD TAB-PD-RECEITA(TAB-PD-IDX)
                  TO TAB-AG-RECEITA(TAB-AG-IDX)
              ADD TAB-PD-CUSTO(TAB-PD-IDX) TO TAB-AG-CUSTO(TAB-AG-IDX).

         0600-ORDENA-GRUPOS SECTION.
              SET HOUVE-TROCA TO TRUE
              PERFORM UNTIL NOT HOUVE-TROCA
                  MOVE "N" TO WRK-HOUVE-TROCA
                  PERFORM VARYING WRK-IDX-I FROM 1 BY 1
                      UNTIL WRK-IDX-I NOT LESS WRK-QTD-GRUPO
                      ADD 1 WRK-IDX-I GIVING WRK-IDX-J
                      IF TAB-AG-TIPO(WRK-IDX-I) GREATER
                          TAB-AG-TIPO(WRK-IDX-J)
                          OR (TAB-AG-TIPO(WRK-IDX-I) =
                              TAB-AG-TIPO(WRK-IDX-J)
                          AND TAB-AG-CHAVE(WRK-IDX-I) GREATER
                              TAB-AG-CHAVE(WRK-IDX-J))
                          MOVE TAB-AG-REG(WRK-IDX-I) TO WRK-TROCA-GRUPO
                          MOVE TAB-AG-REG(WRK-IDX-J)
                              TO TAB-AG-REG(WRK-IDX-I)
                          MOVE WRK-TROCA-GRUPO TO TAB-AG-REG(WRK-IDX-J)
                          SET HOUVE-TROCA TO TRUE
                      END-IF
                  END-PERFORM
              END-PERFORM.

      *    Margem percentual sobre a receita; receita zero (frete
      *    gratis) sai com percentual zero.
         0700-CALCULA-MARGEM SECTION.
              COMPUTE WRK-MARGEM = WRK-RECEITA-CALC - WRK-CUSTO-CALC
              MOVE ZEROS TO WRK-PERC-MARGEM
              IF WRK-RECEITA-CALC GREATER ZEROS
                  COMPUTE WRK-PERC-MARGEM ROUNDED =
                      WRK-MARGEM * 100 / WRK-RECEITA-CALC
                      ON SIZE ERROR
                          MOVE -99999,9 TO WRK-PERC-MARGEM
                  END-COMPUTE
              END-IF.

         8000-GRAVA-RELATORIO SECTION.
              IF WRK-QTD-MARGEM = ZEROS
                  MOVE "NENHUM PEDIDO COM CUSTO CONHECIDO NO MES"
                      TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              PERFORM VARYING TAB-PD-IDX FROM 1 BY 1
                  UNTIL TAB-PD-IDX GREATER WRK-QTD-PEDIDO
                  IF TAB-PD-STATUS(TAB-PD-IDX) = "ATENDIDO"
                      AND TAB-PD-TEM-FATURA(TAB-PD-IDX) = "S"
                      PERFORM 8100-LINHA-PEDIDO
                  END-IF
              END-PERFORM
              PERFORM 8200-GRAVA-GRUPOS
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "PEDIDOS COM MARGEM NEGATIVA" TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              IF WRK-QTD-NEGATIVOS = ZEROS
                  MOVE "NENHUM" TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              PERFORM VARYING TAB-PD-IDX FROM 1 BY 1
                  UNTIL TAB-PD-IDX GREATER WRK-QTD-PEDIDO
                  IF TAB-PD-STATUS(TAB-PD-IDX) = "ATENDIDO"
                      AND TAB-PD-TEM-FATURA(TAB-PD-IDX) = "S"
                      AND TAB-PD-CUSTO(TAB-PD-IDX) GREATER
                          TAB-PD-RECEITA(TAB-PD-IDX)
                      PERFORM 8100-LINHA-PEDIDO
                  END-IF
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOT-RECEITA TO WRK-RECEITA-CALC
              MOVE WRK-TOT-CUSTO TO WRK-CUSTO-CALC
              PERFORM 0700-CALCULA-MARGEM
              MOVE "TOTAL" TO WRK-LG-CHAVE
              MOVE WRK-QTD-MARGEM TO WRK-LG-PEDIDOS
              MOVE WRK-TOT-RECEITA TO WRK-LG-RECEITA
              MOVE WRK-TOT-CUSTO TO WRK-LG-CUSTO
              MOVE WRK-MARGEM TO WRK-LG-MARGEM
              MOVE WRK-PERC-MARGEM TO WRK-LG-PERC
              MOVE WRK-LINHA-GRUPO TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-SEM-FATURA TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "PEDIDOS SEM FATURA DA TRANSPORTADORA : "
                  DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-MARGEM TO WRK-QTD-ED
              MOVE WRK-QTD-NEGATIVOS TO WRK-NEG-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "PEDIDOS " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " NEGATIVOS " DELIMITED BY SIZE
                  WRK-NEG-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         8100-LINHA-PEDIDO SECTION.
              MOVE TAB-PD-RECEITA(TAB-PD-IDX) TO WRK-RECEITA-CALC
              MOVE TAB-PD-CUSTO(TAB-PD-IDX) TO WRK-CUSTO-CALC
              PERFORM 0700-CALCULA-MARGEM
              MOVE TAB-PD-PEDIDO(TAB-PD-IDX) TO WRK-LP-PEDIDO
              MOVE TAB-PD-CLIENTE(TAB-PD-IDX) TO WRK-LP-CLIENTE
              MOVE TAB-PD-ORIGEM(TAB-PD-IDX) TO WRK-LP-ORIGEM
              MOVE TAB-PD-DESTINO(TAB-PD-IDX) TO WRK-LP-DESTINO
              MOVE TAB-PD-TRANSP(TAB-PD-IDX) TO WRK-LP-TRANSP
              EVALUATE TRUE
                  WHEN TAB-PD-CONDICAO(TAB-PD-IDX) = "CONTRATO"
                      MOVE "CONTR" TO WRK-LP-TAG
                  WHEN TAB-PD-CONDICAO(TAB-PD-IDX)(1:6) = "PROMO "
                      MOVE TAB-PD-CONDICAO(TAB-PD-IDX)(7:5)
                          TO WRK-LP-TAG
                  WHEN OTHER
                      MOVE SPACES TO WRK-LP-TAG
              END-EVALUATE
              MOVE TAB-PD-RECEITA(TAB-PD-IDX) TO WRK-LP-RECEITA
              MOVE TAB-PD-CUSTO(TAB-PD-IDX) TO WRK-LP-CUSTO
              MOVE WRK-MARGEM TO WRK-LP-MARGEM
              MOVE WRK-PERC-MARGEM TO WRK-LP-PERC
              MOVE WRK-LINHA-PEDIDO TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

      *    Um bloco por tipo de agrupamento, com titulo proprio.
         8200-GRAVA-GRUPOS SECTION.
              MOVE SPACES TO WRK-TIPO-IMPRESSO
              PERFORM VARYING TAB-AG-IDX FROM 1 BY 1
                  UNTIL TAB-AG-IDX GREATER WRK-QTD-GRUPO
                  IF TAB-AG-TIPO(TAB-AG-IDX) NOT = WRK-TIPO-IMPRESSO
                      PERFORM 8250-TITULO-GRUPO
                  END-IF
                  MOVE TAB-AG-RECEITA(TAB-AG-IDX) TO WRK-RECEITA-CALC
                  MOVE TAB-AG-CUSTO(TAB-AG-IDX) TO WRK-CUSTO-CALC
                  PERFORM 0700-CALCULA-MARGEM
                  MOVE TAB-AG-CHAVE(TAB-AG-IDX) TO WRK-LG-CHAVE
                  MOVE TAB-AG-PEDIDOS(TAB-AG-IDX) TO WRK-LG-PEDIDOS
                  MOVE TAB-AG-RECEITA(TAB-AG-IDX) TO WRK-LG-RECEITA
                  MOVE TAB-AG-CUSTO(TAB-AG-IDX) TO WRK-LG-CUSTO
                  MOVE WRK-MARGEM TO WRK-LG-MARGEM
                  MOVE WRK-PERC-MARGEM TO WRK-LG-PERC
                  MOVE WRK-LINHA-GRUPO TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-PERFORM.

         8250-TITULO-GRUPO SECTION.
              MOVE TAB-AG-TIPO(TAB-AG-IDX) TO WRK-TIPO-IMPRESSO
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              EVALUATE WRK-TIPO-IMPRESSO
                  WHEN "C"
                      MOVE "MARGEM POR CLIENTE" TO WRK-IMP-LINHA
                  WHEN "P"
                      MOVE "MARGEM POR CONDICAO COMERCIAL"
                          TO WRK-IMP-LINHA
                  WHEN "R"
                      MOVE "MARGEM POR ROTA (ORIGEM -> DESTINO)"
                          TO WRK-IMP-LINHA
                  WHEN "T"
                      MOVE "MARGEM POR TRANSPORTADORA" TO WRK-IMP-LINHA
              END-EVALUATE
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "CHAVE        PEDIDS        RECEITA"
                  DELIMITED BY SIZE
                  "          CUSTO          MARGEM MARGEM %"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

      *    Corte para a planilha de revisao de tarifas: um pedido da
      *    margem por linha e trailer de controle com a contagem e a
      *    soma da margem.
         8500-GRAVA-CSV SECTION.
              MOVE SPACES TO WRK-NOME-CSV
              STRING "MARGEM" DELIMITED BY SIZE
                  WRK-COMPETENCIA-X DELIMITED BY SIZE
                  ".CSV" DELIMITED BY SIZE
                  INTO WRK-NOME-CSV
              OPEN OUTPUT CSV-FILE
              IF WRK-STATUS-CSV NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE WRK-NOME-CSV TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CSV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE SPACES TO CSV-REG
              STRING "COMPETENCIA;PEDIDO;CLIENTE;ORIGEM;DESTINO;"
                  DELIMITED BY SIZE
                  "TRANSPORTADORA;CONDICAO;RECEITA;CUSTO;MARGEM;"
                  DELIMITED BY SIZE
                  "MARGEM_PERC" DELIMITED BY SIZE
                  INTO CSV-REG
              WRITE CSV-REG
              PERFORM VARYING TAB-PD-IDX FROM 1 BY 1
                  UNTIL TAB-PD-IDX GREATER WRK-QTD-PEDIDO
                  IF TAB-PD-STATUS(TAB-PD-IDX) = "ATENDIDO"
                      AND TAB-PD-TEM-FATURA(TAB-PD-IDX) = "S"
                      PERFORM 8550-LINHA-CSV
                  END-IF
              END-PERFORM
              MOVE WRK-QTD-MARGEM TO WRK-CSV-QTD
              MOVE WRK-SOMA-MARGEM-CSV TO WRK-CSV-SOMA
              MOVE SPACES TO CSV-REG
              STRING "TOTAL;" DELIMITED BY SIZE
                  WRK-CSV-QTD DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-CSV-SOMA DELIMITED BY SIZE
                  INTO CSV-REG
              WRITE CSV-REG
              CLOSE CSV-FILE
              DISPLAY "Extracao cortada : " WRK-NOME-CSV.

         8550-LINHA-CSV SECTION.
              MOVE TAB-PD-RECEITA(TAB-PD-IDX) TO WRK-RECEITA-CALC
              MOVE TAB-PD-CUSTO(TAB-PD-IDX) TO WRK-CUSTO-CALC
              PERFORM 0700-CALCULA-MARGEM
              ADD WRK-MARGEM TO WRK-SOMA-MARGEM-CSV
              MOVE TAB-PD-RECEITA(TAB-PD-IDX) TO WRK-CSV-RECEITA
              MOVE TAB-PD-CUSTO(TAB-PD-IDX) TO WRK-CSV-CUSTO
              MOVE WRK-MARGEM TO WRK-CSV-MARGEM
              MOVE WRK-PERC-MARGEM TO WRK-CSV-PERC
              MOVE SPACES TO CSV-REG
              STRING WRK-COMPETENCIA-X DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  TAB-PD-PEDIDO(TAB-PD-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  TAB-PD-CLIENTE(TAB-PD-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  TAB-PD-ORIGEM(TAB-PD-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  TAB-PD-DESTINO(TAB-PD-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  TAB-PD-TRANSP(TAB-PD-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  TAB-PD-CONDICAO(TAB-PD-IDX) DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  WRK-CSV-RECEITA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-CSV-CUSTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-CSV-MARGEM DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-CSV-PERC DELIMITED BY SIZE
                  INTO CSV-REG
              WRITE CSV-REG
              ADD 1 TO WRK-JOB-GRAVADOS.

         9000-FINALIZAR SECTION.
              PERFORM 7740-FECHA-TRILHA
              CLOSE RELMARGEM-FILE
              PERFORM 9900-RODAPE.

         9900-RODAPE SECTION.
              MOVE RETURN-CODE TO WRK-JOB-RETORNO
              CALL "GRAVARUNLOG" USING WRK-JOB-NOME WRK-JOB-DATAHORA
                  WRK-JOB-LIDOS WRK-JOB-GRAVADOS
                  WRK-JOB-REJEITADOS WRK-JOB-RETORNO
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   FIM : "
                  WRK-JOB-DATAHORA
              DISPLAY "CALCULOS LIDOS NA TRILHA : " WRK-JOB-LIDOS
              DISPLAY "PEDIDOS NA MARGEM        : " WRK-QTD-MARGEM
              DISPLAY "MARGEM NEGATIVA          : " WRK-QTD-NEGATIVOS
              DISPLAY "SEM FATURA TRANSPORTADORA: " WRK-QTD-SEM-FATURA
              DISPLAY "NAO ATENDIDOS            : " WRK-JOB-REJEITADOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==RELMARGEM-REG==.

           COPY FRETELECPY.

       END PROGRAM RELMARGEM.
