      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 31/01/2025
      * Purpose: Conversao das cotacoes previas de frete. O COTAFRETE
      *          grava toda cotacao em COTACOES.DAT e o PROGRAMA11
      *          honra o preco cotado quando o pedido chega com o
      *          numero da cotacao, mas ninguem sabia quantas
      *          cotacoes viram pedido nem onde perdemos por preco.
      *          Este relatorio pega as cotacoes emitidas na
      *          competencia (PARAMFAT.DAT, AAAAMM; na falta do
      *          parametro, o mes corrente) e procura no arquivo
      *          morto (FRETEAUDARQ.DAT) e na trilha viva
      *          (FRETEAUD.DAT) o pedido que chegou com o numero de
      *          cada uma (AUD-COTACAO); vale o ultimo calculo do
      *          pedido. Cada cotacao sai como CONVERTIDA (pedido
      *          ATENDIDO com o preco cotado honrado), REPRECIFICADA
      *          (pedido ATENDIDO com a cotacao mas precificado pela
      *          tabela, por ter chegado fora da validade), VENCIDA
      *          (validade passada sem pedido atendido) ou EM ABERTO
      *          (ainda na validade, fora das taxas). Mostra a taxa de
      *          conversao por cliente, por UF de destino (da faixa
      *          de CEP em TABCEP.DAT) e por transportadora cotada, e
      *          o frete medio cotado das cotacoes ganhas contra o das
      *          perdidas, para o comercial ver onde a tabela esta
      *          fora de mercado (RELCOTACAO.DAT, padrao
      *          IMPRESSAOCPY).
      * Tectonics: cobc
      * Mod Log:
      *   08/03/2025 - JLS - Trilha lida pelas particoes mensais
      *                      listadas em FRETEDIR.DAT (FRETELECPY),
      *                      arquivadas e vivas, so da competencia das
      *                      cotacoes em diante, em vez de
      *                      FRETEAUDARQ.DAT e FRETEAUD.DAT inteiros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCOTACAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTACOES-FILE ASSIGN TO "COTACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COTACOES.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT TABCEP-FILE ASSIGN TO "TABCEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TABCEP.
           SELECT PARAMFAT-FILE ASSIGN TO "PARAMFAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMFAT.
           SELECT RELCOTACAO-FILE ASSIGN TO "RELCOTACAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  COTACOES-FILE.
       01  COTACOES-REG.
           05 QT-NUMERO               PIC 9(06).
           05 QT-DATA-EMISSAO         PIC 9(08).
           05 QT-DATA-VALIDADE        PIC 9(08).
           05 QT-CLIENTE              PIC 9(05).
           05 QT-CEP                  PIC 9(08).
           05 QT-PESO                 PIC 9(05)V99.
           05 QT-PESO-CUBADO          PIC 9(05)V99.
           05 QT-VALOR                PIC 9(08).
           05 QT-FRETE                PIC 9(08)V99.
           05 QT-TRANSPORTADORA       PIC X(03).
           05 QT-ORIGEM               PIC X(03).

       FD  FRETEAUD-FILE.
       01  FRETEAUD-REG               PIC X(161).

       FD  TABCEP-FILE.
       01  TABCEP-REG.
           05 TC-CEP-INICIO           PIC 9(08).
           05 TC-CEP-FIM              PIC 9(08).
           05 TC-ESTADO               PIC X(02).
           05 TC-RESTO                PIC X(41).

       FD  PARAMFAT-FILE.
       01  PARAMFAT-REG.
           05 PF-COMPETENCIA          PIC 9(06).

       FD  RELCOTACAO-FILE.
       01  RELCOTACAO-REG             PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-COTACOES   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FRETEAUD   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TABCEP     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAMFAT   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-FIM-COTACOES      PIC X(01) VALUE "N".
             88 FIM-COTACOES VALUE "S".
         77 WRK-FIM-TABCEP        PIC X(01) VALUE "N".
             88 FIM-TABCEP VALUE "S".

         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.

      *    Registro da trilha lido; as linhas de item do mesmo calculo
      *    repetem situacao e cotacao, vale a primeira.
         01 WRK-AUD-REG.
             05 WRK-AUD-DATA         PIC 9(08).
             05 WRK-AUD-HORA         PIC 9(08).
             05 WRK-AUD-PEDIDO       PIC 9(08).
             05 WRK-AUD-CLIENTE      PIC 9(05).
             05 WRK-AUD-QTD-ITENS    PIC 9(02).
             05 WRK-AUD-PRODUTO      PIC X(10).
             05 WRK-AUD-CEP          PIC 9(08).
             05 WRK-AUD-ESTADO       PIC X(02).
             05 WRK-AUD-RESTO1       PIC X(29).
             05 WRK-AUD-STATUS       PIC X(09).
             05 WRK-AUD-RESTO2       PIC X(47).
             05 WRK-AUD-MOTIVO-ESC   PIC X(01).
             05 WRK-AUD-FRETE-PRECO  PIC 9(08)V99.
             05 WRK-AUD-CONSOLIDACAO PIC 9(08).
             05 WRK-AUD-COTACAO      PIC X(06).
         77 WRK-PEDIDO-ANT        PIC 9(08) VALUE ZEROS.
         77 WRK-DATA-ANT          PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-ANT          PIC 9(08) VALUE ZEROS.
         77 WRK-NUM-COTACAO       PIC 9(06) VALUE ZEROS.

      *    Faixas de CEP da tabela de frete, so para achar a UF de
      *    destino da cotacao; a mesma faixa repetida por
      *    transportadora ou vigencia entra uma vez.
         01 TAB-FAIXA.
             05 TAB-FX-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-FAIXA
                 INDEXED BY TAB-FX-IDX.
                 10 TAB-FX-INICIO      PIC 9(08).
                 10 TAB-FX-FIM         PIC 9(08).
                 10 TAB-FX-ESTADO      PIC X(02).
         77 WRK-QTD-FAIXA         PIC 9(04) VALUE ZEROS.

      *    Uma entrada por cotacao emitida na competencia. Situacao:
      *    C convertida, R reprecificada, V vencida sem pedido
      *    atendido, A em aberto (ainda na validade).
         01 TAB-COTACAO.
             05 TAB-QT-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-COTACAO
                 INDEXED BY TAB-QT-IDX.
                 10 TAB-QT-NUMERO      PIC 9(06).
                 10 TAB-QT-EMISSAO     PIC 9(08).
                 10 TAB-QT-VALIDADE    PIC 9(08).
                 10 TAB-QT-CLIENTE     PIC 9(05).
                 10 TAB-QT-CEP         PIC 9(08).
                 10 TAB-QT-UF          PIC X(02).
                 10 TAB-QT-TRANSP      PIC X(03).
                 10 TAB-QT-FRETE       PIC 9(08)V99.
                 10 TAB-QT-PEDIDO      PIC 9(08).
                 10 TAB-QT-STATUS-PED  PIC X(09).
                 10 TAB-QT-MOTIVO-ESC  PIC X(01).
                 10 TAB-QT-SITUACAO    PIC X(01).
                     88 QT-CONVERTIDA    VALUE "C".
                     88 QT-REPRECIFICADA VALUE "R".
                     88 QT-VENCIDA       VALUE "V".
                     88 QT-EM-ABERTO     VALUE "A".
         77 WRK-QTD-COTACAO       PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-COTACAO     PIC X(01) VALUE "N".
             88 ACHOU-COTACAO VALUE "S".

         01 WRK-TROCA-COTACAO     PIC X(77).

      *    Agrupamentos: C cliente, T transportadora cotada, U UF de
      *    destino; ordenados por tipo e chave.
         01 TAB-GRUPO.
             05 TAB-AG-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-GRUPO
                 INDEXED BY TAB-AG-IDX.
                 10 TAB-AG-TIPO        PIC X(01).
                 10 TAB-AG-CHAVE       PIC X(05).
                 10 TAB-AG-GANHAS      PIC 9(05).
                 10 TAB-AG-PERDIDAS    PIC 9(05).
                 10 TAB-AG-FRETE-GANHAS   PIC 9(11)V99.
                 10 TAB-AG-FRETE-PERDIDAS PIC 9(11)V99.
         77 WRK-QTD-GRUPO         PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-GRUPO       PIC X(01) VALUE "N".
             88 ACHOU-GRUPO VALUE "S".
         77 WRK-GRUPO-TIPO        PIC X(01) VALUE SPACES.
         77 WRK-GRUPO-CHAVE       PIC X(05) VALUE SPACES.
         77 WRK-TIPO-IMPRESSO     PIC X(01) VALUE SPACES.
         77 WRK-CLIENTE-X         PIC 9(05) VALUE ZEROS.

         01 WRK-TROCA-GRUPO       PIC X(42).
         77 WRK-IDX-I             PIC 9(04) VALUE ZEROS.
         77 WRK-IDX-J             PIC 9(04) VALUE ZEROS.
         77 WRK-HOUVE-TROCA       PIC X(01) VALUE "N".
             88 HOUVE-TROCA VALUE "S".

         77 WRK-QTD-CONVERTIDAS   PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-REPRECIFICADAS PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-VENCIDAS      PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-EM-ABERTO     PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-SEM-UF        PIC 9(05) VALUE ZEROS.
         77 WRK-TOT-FRETE-GANHAS  PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOT-FRETE-PERDIDAS PIC 9(11)V99 VALUE ZEROS.

      *    Entradas e saidas do calculo de taxa e medias.
         77 WRK-CALC-GANHAS       PIC 9(05) VALUE ZEROS.
         77 WRK-CALC-PERDIDAS     PIC 9(05) VALUE ZEROS.
         77 WRK-CALC-FRETE-GANHAS PIC 9(11)V99 VALUE ZEROS.
         77 WRK-CALC-FRETE-PERDIDAS PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TAXA-CONVERSAO    PIC 9(03)V9 VALUE ZEROS.
         77 WRK-MEDIA-GANHAS      PIC 9(09)V99 VALUE ZEROS.
         77 WRK-MEDIA-PERDIDAS    PIC 9(09)V99 VALUE ZEROS.

         01 WRK-DATA-ED.
             05 WRK-DE-DIA         PIC X(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-DE-MES         PIC X(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-DE-ANO         PIC X(04).
         77 WRK-DATA-AUX          PIC 9(08) VALUE ZEROS.

         01 WRK-LINHA-COTACAO.
             05 WRK-LQ-NUMERO      PIC 9(06).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LQ-EMISSAO     PIC X(10).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LQ-VALIDADE    PIC X(10).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LQ-CLIENTE     PIC 9(05).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LQ-UF          PIC X(02).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LQ-TRANSP      PIC X(03).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LQ-FRETE       PIC ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LQ-SITUACAO    PIC X(13).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LQ-PEDIDO      PIC X(08).

         01 WRK-LINHA-GRUPO.
             05 WRK-LG-CHAVE       PIC X(08).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LG-DECIDIDAS   PIC ZZ.ZZ9.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LG-GANHAS      PIC ZZ.ZZ9.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LG-PERDIDAS    PIC ZZ.ZZ9.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LG-TAXA        PIC ZZ9,9.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LG-MEDIA-GANHA PIC ZZZ.ZZ9,99.
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LG-MEDIA-PERDIDA PIC ZZZ.ZZ9,99.

         77 WRK-QTD-ED            PIC ZZ.ZZ9.
         77 WRK-TAXA-ED           PIC ZZ9,9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-LE-TRILHA
              PERFORM 0400-CLASSIFICA
              PERFORM 0450-ORDENA-COTACOES
              PERFORM 0500-AGRUPA
              PERFORM 0600-ORDENA-GRUPOS
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-COTACOES
              MOVE "N" TO WRK-FIM-TRILHA
              MOVE "N" TO WRK-FIM-TABCEP
              MOVE "N" TO WRK-HOUVE-TROCA
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-PEDIDO-ANT
              MOVE ZEROS TO WRK-DATA-ANT
              MOVE ZEROS TO WRK-HORA-ANT
              MOVE ZEROS TO WRK-QTD-FAIXA
              MOVE ZEROS TO WRK-QTD-COTACAO
              MOVE ZEROS TO WRK-QTD-GRUPO
              MOVE ZEROS TO WRK-QTD-CONVERTIDAS
              MOVE ZEROS TO WRK-QTD-REPRECIFICADAS
              MOVE ZEROS TO WRK-QTD-VENCIDAS
              MOVE ZEROS TO WRK-QTD-EM-ABERTO
              MOVE ZEROS TO WRK-QTD-SEM-UF
              MOVE ZEROS TO WRK-TOT-FRETE-GANHAS
              MOVE ZEROS TO WRK-TOT-FRETE-PERDIDAS
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "REL-COTACAO" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-PARAMETRO
              PERFORM 1060-CARREGA-FAIXAS
              PERFORM 1070-CARREGA-COTACOES
              OPEN OUTPUT RELCOTACAO-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "RELCOTACAO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE SPACES TO WRK-IMP-TITULO
              STRING "CONVERSAO DE COTACOES " DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  INTO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "COTAC  EMISSAO    VALIDADE   CLIEN UF TRN"
                  DELIMITED BY SIZE
                  "      FRETE SITUACAO      PEDIDO"
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
              DISPLAY "Competencia das cotacoes : " WRK-COMPETENCIA.

      *    Sem a tabela de frete a UF de destino vem so do pedido;
      *    cotacao nao convertida fica sem UF.
         1060-CARREGA-FAIXAS SECTION.
              OPEN INPUT TABCEP-FILE
              IF WRK-STATUS-TABCEP NOT = "00"
                  GO TO 1060-SAIDA
              END-IF
              PERFORM UNTIL FIM-TABCEP
                  READ TABCEP-FILE INTO TABCEP-REG
                      AT END
                          SET FIM-TABCEP TO TRUE
                      NOT AT END
                          PERFORM 1065-GUARDA-FAIXA
                  END-READ
              END-PERFORM
              CLOSE TABCEP-FILE.
         1060-SAIDA.
              EXIT.

         1065-GUARDA-FAIXA SECTION.
              IF WRK-QTD-FAIXA GREATER ZERO
                  SET TAB-FX-IDX TO 1
                  SEARCH TAB-FX-REG
                      AT END
                          CONTINUE
                      WHEN TAB-FX-INICIO(TAB-FX-IDX) = TC-CEP-INICIO
                          AND TAB-FX-FIM(TAB-FX-IDX) = TC-CEP-FIM
                          GO TO 1065-SAIDA
                  END-SEARCH
              END-IF
              IF WRK-QTD-FAIXA NOT LESS 2000
                  GO TO 1065-SAIDA
              END-IF
              ADD 1 TO WRK-QTD-FAIXA
              SET TAB-FX-IDX TO WRK-QTD-FAIXA
              MOVE TC-CEP-INICIO TO TAB-FX-INICIO(TAB-FX-IDX)
              MOVE TC-CEP-FIM TO TAB-FX-FIM(TAB-FX-IDX)
              MOVE TC-ESTADO TO TAB-FX-ESTADO(TAB-FX-IDX).
         1065-SAIDA.
              EXIT.

         1070-CARREGA-COTACOES SECTION.
              OPEN INPUT COTACOES-FILE
              IF WRK-STATUS-COTACOES NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "COTACOES.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-COTACOES TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-COTACOES
                  READ COTACOES-FILE INTO COTACOES-REG
                      AT END
                          SET FIM-COTACOES TO TRUE
                      NOT AT END
                          IF QT-DATA-EMISSAO(1:6) = WRK-COMPETENCIA
                              PERFORM 1075-GUARDA-COTACAO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE COTACOES-FILE.

         1075-GUARDA-COTACAO SECTION.
              IF WRK-QTD-COTACAO NOT LESS 500
                  DISPLAY "Mais de 500 cotacoes na competencia"
                      " - abortado"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-COTACAO
              SET TAB-QT-IDX TO WRK-QTD-COTACAO
              MOVE QT-NUMERO TO TAB-QT-NUMERO(TAB-QT-IDX)
              MOVE QT-DATA-EMISSAO TO TAB-QT-EMISSAO(TAB-QT-IDX)
              MOVE QT-DATA-VALIDADE TO TAB-QT-VALIDADE(TAB-QT-IDX)
              MOVE QT-CLIENTE TO TAB-QT-CLIENTE(TAB-QT-IDX)
              MOVE QT-CEP TO TAB-QT-CEP(TAB-QT-IDX)
              MOVE QT-TRANSPORTADORA TO TAB-QT-TRANSP(TAB-QT-IDX)
              MOVE QT-FRETE TO TAB-QT-FRETE(TAB-QT-IDX)
              MOVE ZEROS TO TAB-QT-PEDIDO(TAB-QT-IDX)
              MOVE SPACES TO TAB-QT-STATUS-PED(TAB-QT-IDX)
              MOVE SPACES TO TAB-QT-MOTIVO-ESC(TAB-QT-IDX)
              MOVE SPACES TO TAB-QT-SITUACAO(TAB-QT-IDX)
              MOVE SPACES TO TAB-QT-UF(TAB-QT-IDX)
              IF WRK-QTD-FAIXA GREATER ZERO
                  SET TAB-FX-IDX TO 1
                  SEARCH TAB-FX-REG
                      AT END
                          CONTINUE
                      WHEN QT-CEP NOT LESS TAB-FX-INICIO(TAB-FX-IDX)
                          AND QT-CEP NOT GREATER TAB-FX-FIM(TAB-FX-IDX)
                          MOVE TAB-FX-ESTADO(TAB-FX-IDX)
                              TO TAB-QT-UF(TAB-QT-IDX)
                  END-SEARCH
              END-IF.

      *    Da competencia das cotacoes em diante, arquivada ou viva:
      *    nenhum pedido chega com a cotacao antes de ela ser emitida.
         0100-LE-TRILHA SECTION.
              MOVE WRK-COMPETENCIA TO WRK-FP-COMP-DE
              MOVE 999999 TO WRK-FP-COMP-ATE
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
              PERFORM 0150-RECEBE THRU 0150-EXIT
                  UNTIL FIM-TRILHA
              PERFORM 7740-FECHA-TRILHA.

      *    A trilha e cronologica: o ultimo calculo do pedido que
      *    trouxe a cotacao decide (o estorno do CANCFRETE repete a
      *    cotacao e desfaz a conversao). Linha anterior ao numero da
      *    cotacao na trilha vem em branco e nao casa.
         0150-RECEBE SECTION.
              PERFORM 7760-LE-TRILHA
              IF FIM-TRILHA
                  GO TO 0150-EXIT
              END-IF
              MOVE FRETEAUD-REG TO WRK-AUD-REG
              IF WRK-AUD-PEDIDO = WRK-PEDIDO-ANT
                  AND WRK-AUD-DATA = WRK-DATA-ANT
                  AND WRK-AUD-HORA = WRK-HORA-ANT
                  GO TO 0150-EXIT
              END-IF
              MOVE WRK-AUD-PEDIDO TO WRK-PEDIDO-ANT
              MOVE WRK-AUD-DATA TO WRK-DATA-ANT
              MOVE WRK-AUD-HORA TO WRK-HORA-ANT
              ADD 1 TO WRK-JOB-LIDOS
              IF WRK-AUD-COTACAO NOT NUMERIC
                  OR WRK-AUD-COTACAO = "000000"
                  OR WRK-QTD-COTACAO = ZEROS
                  GO TO 0150-EXIT
              END-IF
              MOVE WRK-AUD-COTACAO TO WRK-NUM-COTACAO
              SET TAB-QT-IDX TO 1
              SEARCH TAB-QT-REG
                  AT END
                      GO TO 0150-EXIT
                  WHEN TAB-QT-NUMERO(TAB-QT-IDX) = WRK-NUM-COTACAO
                      CONTINUE
              END-SEARCH
              MOVE WRK-AUD-PEDIDO TO TAB-QT-PEDIDO(TAB-QT-IDX)
              MOVE WRK-AUD-STATUS TO TAB-QT-STATUS-PED(TAB-QT-IDX)
              MOVE WRK-AUD-MOTIVO-ESC TO TAB-QT-MOTIVO-ESC(TAB-QT-IDX)
              IF WRK-AUD-STATUS = "ATENDIDO"
                  AND WRK-AUD-ESTADO NOT = SPACES
                  MOVE WRK-AUD-ESTADO TO TAB-QT-UF(TAB-QT-IDX)
              END-IF.
         0150-EXIT.
              EXIT.

      *    Pedido ATENDIDO com motivo de escolha H teve o preco
      *    cotado honrado; ATENDIDO por outro motivo foi
      *    reprecificado pela tabela (fora da validade ou de outro
      *    cliente). Sem pedido atendido a cotacao vence no dia
      *    seguinte ao fim da validade.
         0400-CLASSIFICA SECTION.
              PERFORM VARYING TAB-QT-IDX FROM 1 BY 1
                  UNTIL TAB-QT-IDX GREATER WRK-QTD-COTACAO
                  EVALUATE TRUE
                      WHEN TAB-QT-STATUS-PED(TAB-QT-IDX) = "ATENDIDO"
                          AND TAB-QT-MOTIVO-ESC(TAB-QT-IDX) = "H"
                          SET QT-CONVERTIDA(TAB-QT-IDX) TO TRUE
                          ADD 1 TO WRK-QTD-CONVERTIDAS
                      WHEN TAB-QT-STATUS-PED(TAB-QT-IDX) = "ATENDIDO"
                          SET QT-REPRECIFICADA(TAB-QT-IDX) TO TRUE
                          ADD 1 TO WRK-QTD-REPRECIFICADAS
                      WHEN TAB-QT-VALIDADE(TAB-QT-IDX) LESS
                          WRK-DATA-SISTEMA
                          SET QT-VENCIDA(TAB-QT-IDX) TO TRUE
                          ADD 1 TO WRK-QTD-VENCIDAS
                      WHEN OTHER
                          SET QT-EM-ABERTO(TAB-QT-IDX) TO TRUE
                          ADD 1 TO WRK-QTD-EM-ABERTO
                  END-EVALUATE
                  IF TAB-QT-UF(TAB-QT-IDX) = SPACES
                      ADD 1 TO WRK-QTD-SEM-UF
                  END-IF
              END-PERFORM.

         0450-ORDENA-COTACOES SECTION.
              SET HOUVE-TROCA TO TRUE
              PERFORM UNTIL NOT HOUVE-TROCA
                  MOVE "N" TO WRK-HOUVE-TROCA
                  PERFORM VARYING WRK-IDX-I FROM 1 BY 1
                      UNTIL WRK-IDX-I NOT LESS WRK-QTD-COTACAO
                      ADD 1 WRK-IDX-I GIVING WRK-IDX-J
                      IF TAB-QT-NUMERO(WRK-IDX-I) GREATER
                          TAB-QT-NUMERO(WRK-IDX-J)
                          MOVE TAB-QT-REG(WRK-IDX-I)
                              TO WRK-TROCA-COTACAO
                          MOVE TAB-QT-REG(WRK-IDX-J)
                              TO TAB-QT-REG(WRK-IDX-I)
                          MOVE WRK-TROCA-COTACAO
                              TO TAB-QT-REG(WRK-IDX-J)
                          SET HOUVE-TROCA TO TRUE
                      END-IF
                  END-PERFORM
              END-PERFORM.

      *    So a cotacao decidida (ganha ou perdida) entra na taxa;
      *    a em aberto ainda pode virar pedido.
         0500-AGRUPA SECTION.
              PERFORM VARYING TAB-QT-IDX FROM 1 BY 1
                  UNTIL TAB-QT-IDX GREATER WRK-QTD-COTACAO
                  IF NOT QT-EM-ABERTO(TAB-QT-IDX)
                      PERFORM 0520-AGRUPA-COTACAO
                  END-IF
              END-PERFORM.

         0520-AGRUPA-COTACAO SECTION.
              IF QT-VENCIDA(TAB-QT-IDX)
                  ADD TAB-QT-FRETE(TAB-QT-IDX) TO WRK-TOT-FRETE-PERDIDAS
              ELSE
                  ADD TAB-QT-FRETE(TAB-QT-IDX) TO WRK-TOT-FRETE-GANHAS
              END-IF
              MOVE TAB-QT-CLIENTE(TAB-QT-IDX) TO WRK-CLIENTE-X
              MOVE "C" TO WRK-GRUPO-TIPO
              MOVE WRK-CLIENTE-X TO WRK-GRUPO-CHAVE
              PERFORM 0550-SOMA-GRUPO
              MOVE "T" TO WRK-GRUPO-TIPO
              MOVE TAB-QT-TRANSP(TAB-QT-IDX) TO WRK-GRUPO-CHAVE
              PERFORM 0550-SOMA-GRUPO
              MOVE "U" TO WRK-GRUPO-TIPO
              MOVE TAB-QT-UF(TAB-QT-IDX) TO WRK-GRUPO-CHAVE
              IF WRK-GRUPO-CHAVE = SPACES
                  MOVE "??" TO WRK-GRUPO-CHAVE
              END-IF
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
                      DISPLAY "Mais de 1000 agrupamentos na conversao"
                          " - abortado"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-GRUPO
                  SET TAB-AG-IDX TO WRK-QTD-GRUPO
                  MOVE WRK-GRUPO-TIPO TO TAB-AG-TIPO(TAB-AG-IDX)
                  MOVE WRK-GRUPO-CHAVE TO TAB-AG-CHAVE(TAB-AG-IDX)
                  MOVE ZEROS TO TAB-AG-GANHAS(TAB-AG-IDX)
                  MOVE ZEROS TO TAB-AG-PERDIDAS(TAB-AG-IDX)
                  MOVE ZEROS TO TAB-AG-FRETE-GANHAS(TAB-AG-IDX)
                  MOVE ZEROS TO TAB-AG-FRETE-PERDIDAS(TAB-AG-IDX)
              END-IF
              IF QT-VENCIDA(TAB-QT-IDX)
                  ADD 1 TO TAB-AG-PERDIDAS(TAB-AG-IDX)
                  ADD TAB-QT-FRETE(TAB-QT-IDX)
                      TO TAB-AG-FRETE-PERDIDAS(TAB-AG-IDX)
              ELSE
                  ADD 1 TO TAB-AG-GANHAS(TAB-AG-IDX)
                  ADD TAB-QT-FRETE(TAB-QT-IDX)
                      TO TAB-AG-FRETE-GANHAS(TAB-AG-IDX)
              END-IF.

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

      *    Taxa de conversao sobre as decididas e frete medio cotado
      *    de cada lado; lado sem cotacao sai com zero.
         0700-CALCULA-TAXA SECTION.
              MOVE ZEROS TO WRK-TAXA-CONVERSAO
              MOVE ZEROS TO WRK-MEDIA-GANHAS
              MOVE ZEROS TO WRK-MEDIA-PERDIDAS
              IF WRK-CALC-GANHAS + WRK-CALC-PERDIDAS GREATER ZERO
                  COMPUTE WRK-TAXA-CONVERSAO ROUNDED =
                      WRK-CALC-GANHAS * 100 /
                      (WRK-CALC-GANHAS + WRK-CALC-PERDIDAS)
              END-IF
              IF WRK-CALC-GANHAS GREATER ZERO
                  COMPUTE WRK-MEDIA-GANHAS ROUNDED =
                      WRK-CALC-FRETE-GANHAS / WRK-CALC-GANHAS
              END-IF
              IF WRK-CALC-PERDIDAS GREATER ZERO
                  COMPUTE WRK-MEDIA-PERDIDAS ROUNDED =
                      WRK-CALC-FRETE-PERDIDAS / WRK-CALC-PERDIDAS
              END-IF.

         8000-GRAVA-RELATORIO SECTION.
              IF WRK-QTD-COTACAO = ZEROS
                  MOVE "NENHUMA COTACAO EMITIDA NA COMPETENCIA"
                      TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              PERFORM VARYING TAB-QT-IDX FROM 1 BY 1
                  UNTIL TAB-QT-IDX GREATER WRK-QTD-COTACAO
                  PERFORM 8100-LINHA-COTACAO
              END-PERFORM
              PERFORM 8200-GRAVA-GRUPOS
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "RESUMO DA COMPETENCIA" TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-COTACAO TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "COTACOES EMITIDAS      : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-CONVERTIDAS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "CONVERTIDAS            : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-REPRECIFICADAS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "REPRECIFICADAS         : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-VENCIDAS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "VENCIDAS SEM PEDIDO    : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-EM-ABERTO TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "EM ABERTO              : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD WRK-QTD-CONVERTIDAS WRK-QTD-REPRECIFICADAS
                  GIVING WRK-CALC-GANHAS
              MOVE WRK-QTD-VENCIDAS TO WRK-CALC-PERDIDAS
              MOVE WRK-TOT-FRETE-GANHAS TO WRK-CALC-FRETE-GANHAS
              MOVE WRK-TOT-FRETE-PERDIDAS TO WRK-CALC-FRETE-PERDIDAS
              PERFORM 0700-CALCULA-TAXA
              PERFORM 8260-COLUNAS-GRUPO
              MOVE "TOTAL" TO WRK-LG-CHAVE
              PERFORM 8300-LINHA-TAXA
              MOVE WRK-QTD-SEM-UF TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "COTACOES SEM UF DE DESTINO : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-COTACAO TO WRK-QTD-ED
              MOVE WRK-TAXA-CONVERSAO TO WRK-TAXA-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "COTACOES " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " CONVERSAO " DELIMITED BY SIZE
                  WRK-TAXA-ED DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         8100-LINHA-COTACAO SECTION.
              MOVE TAB-QT-NUMERO(TAB-QT-IDX) TO WRK-LQ-NUMERO
              MOVE TAB-QT-EMISSAO(TAB-QT-IDX) TO WRK-DATA-AUX
              PERFORM 8150-EDITA-DATA
              MOVE WRK-DATA-ED TO WRK-LQ-EMISSAO
              MOVE TAB-QT-VALIDADE(TAB-QT-IDX) TO WRK-DATA-AUX
              PERFORM 8150-EDITA-DATA
              MOVE WRK-DATA-ED TO WRK-LQ-VALIDADE
              MOVE TAB-QT-CLIENTE(TAB-QT-IDX) TO WRK-LQ-CLIENTE
              MOVE TAB-QT-UF(TAB-QT-IDX) TO WRK-LQ-UF
              MOVE TAB-QT-TRANSP(TAB-QT-IDX) TO WRK-LQ-TRANSP
              MOVE TAB-QT-FRETE(TAB-QT-IDX) TO WRK-LQ-FRETE
              EVALUATE TRUE
                  WHEN QT-CONVERTIDA(TAB-QT-IDX)
                      MOVE "CONVERTIDA" TO WRK-LQ-SITUACAO
                  WHEN QT-REPRECIFICADA(TAB-QT-IDX)
                      MOVE "REPRECIFICADA" TO WRK-LQ-SITUACAO
                  WHEN QT-VENCIDA(TAB-QT-IDX)
                      MOVE "VENCIDA" TO WRK-LQ-SITUACAO
                  WHEN OTHER
                      MOVE "EM ABERTO" TO WRK-LQ-SITUACAO
              END-EVALUATE
              IF TAB-QT-PEDIDO(TAB-QT-IDX) = ZEROS
                  MOVE SPACES TO WRK-LQ-PEDIDO
              ELSE
                  MOVE TAB-QT-PEDIDO(TAB-QT-IDX) TO WRK-LQ-PEDIDO
              END-IF
              MOVE WRK-LINHA-COTACAO TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD 1 TO WRK-JOB-GRAVADOS.

         8150-EDITA-DATA SECTION.
              MOVE WRK-DATA-AUX(7:2) TO WRK-DE-DIA
              MOVE WRK-DATA-AUX(5:2) TO WRK-DE-MES
              MOVE WRK-DATA-AUX(1:4) TO WRK-DE-ANO.

      *    Um bloco por tipo de agrupamento, com titulo proprio.
         8200-GRAVA-GRUPOS SECTION.
              MOVE SPACES TO WRK-TIPO-IMPRESSO
              PERFORM VARYING TAB-AG-IDX FROM 1 BY 1
                  UNTIL TAB-AG-IDX GREATER WRK-QTD-GRUPO
                  IF TAB-AG-TIPO(TAB-AG-IDX) NOT = WRK-TIPO-IMPRESSO
                      PERFORM 8250-TITULO-GRUPO
                  END-IF
                  MOVE TAB-AG-GANHAS(TAB-AG-IDX) TO WRK-CALC-GANHAS
                  MOVE TAB-AG-PERDIDAS(TAB-AG-IDX) TO WRK-CALC-PERDIDAS
                  MOVE TAB-AG-FRETE-GANHAS(TAB-AG-IDX)
                      TO WRK-CALC-FRETE-GANHAS
                  MOVE TAB-AG-FRETE-PERDIDAS(TAB-AG-IDX)
                      TO WRK-CALC-FRETE-PERDIDAS
                  PERFORM 0700-CALCULA-TAXA
                  MOVE TAB-AG-CHAVE(TAB-AG-IDX) TO WRK-LG-CHAVE
                  PERFORM 8300-LINHA-TAXA
              END-PERFORM.

         8250-TITULO-GRUPO SECTION.
              MOVE TAB-AG-TIPO(TAB-AG-IDX) TO WRK-TIPO-IMPRESSO
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              EVALUATE WRK-TIPO-IMPRESSO
                  WHEN "C"
                      MOVE "CONVERSAO POR CLIENTE" TO WRK-IMP-LINHA
                  WHEN "T"
                      MOVE "CONVERSAO POR TRANSPORTADORA COTADA"
                          TO WRK-IMP-LINHA
                  WHEN "U"
                      MOVE "CONVERSAO POR UF DE DESTINO"
                          TO WRK-IMP-LINHA
              END-EVALUATE
              PERFORM 8800-IMP-LINHA
              PERFORM 8260-COLUNAS-GRUPO.

         8260-COLUNAS-GRUPO SECTION.
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "CHAVE    DECID.  GANHAS  PERDID  TAXA%"
                  DELIMITED BY SIZE
                  "  MED.GANHAS   MED.PERDID"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         8300-LINHA-TAXA SECTION.
              ADD WRK-CALC-GANHAS WRK-CALC-PERDIDAS
                  GIVING WRK-LG-DECIDIDAS
              MOVE WRK-CALC-GANHAS TO WRK-LG-GANHAS
              MOVE WRK-CALC-PERDIDAS TO WRK-LG-PERDIDAS
              MOVE WRK-TAXA-CONVERSAO TO WRK-LG-TAXA
              MOVE WRK-MEDIA-GANHAS TO WRK-LG-MEDIA-GANHA
              MOVE WRK-MEDIA-PERDIDAS TO WRK-LG-MEDIA-PERDIDA
              MOVE WRK-LINHA-GRUPO TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         9000-FINALIZAR SECTION.
              CLOSE RELCOTACAO-FILE
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
              DISPLAY "COTACOES DA COMPETENCIA  : " WRK-QTD-COTACAO
              DISPLAY "CONVERTIDAS/REPRECIF.    : " WRK-QTD-CONVERTIDAS
                  " / " WRK-QTD-REPRECIFICADAS
              DISPLAY "VENCIDAS/EM ABERTO       : " WRK-QTD-VENCIDAS
                  " / " WRK-QTD-EM-ABERTO
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==RELCOTACAO-REG==.

           COPY FRETELECPY.

       END PROGRAM RELCOTACAO.
