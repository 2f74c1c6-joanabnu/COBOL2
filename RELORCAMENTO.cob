      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 25/02/2025
      * Purpose: Orcado contra realizado por conta contabil: para a
      *          competencia de PARAMORC.DAT (na falta, o mes
      *          corrente), o valor orcado (ORCAMENTO.DAT, so os
      *          orcamentos aprovados no MANORCAMENTO), o realizado
      *          (LANCAMENTOS.DAT, no sentido natural do tipo da
      *          conta, como no DEMCONT), a variacao e o percentual de
      *          variacao, no mes e no acumulado do ano. As contas
      *          saem agrupadas pela estrutura do plano de contas
      *          (PLANOCONTAS.DAT: tipo, ordem e grupo), com total por
      *          grupo. Conta que nao e de receita e gastou acima do
      *          orcado mais que o percentual de PARAMORC.DAT (na
      *          falta, 10%) sai marcada com "*", gera aviso em
      *          EXCDIARIO.DAT e o job termina com RETURN-CODE 4. Sai
      *          no padrao de IMPRESSAOCPY (ORCAREL.DAT).
      * Tectonics: cobc
      * Mod Log:
      *   27/02/2025 - JLS - Os lotes de encerramento (EA) e de abertura
      *                      (AB) do exercicio, gravados pelo
      *                      ENCERRAANO, nao entram no realizado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELORCAMENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMORC-FILE ASSIGN TO "PARAMORC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT ORCAMENTO-FILE ASSIGN TO "ORCAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCAMENTO.
           SELECT LANCAMENTOS-FILE ASSIGN TO "LANCAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANC.
           SELECT PLANOCONTAS-FILE ASSIGN TO "PLANOCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANO.
           SELECT ORCAREL-FILE ASSIGN TO "ORCAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMORC-FILE.
       01  PARAMORC-REG.
           05 PO-COMPETENCIA         PIC 9(06).
           05 PO-PCT-LIMITE          PIC 9(03)V99.

       FD  ORCAMENTO-FILE.
       01  ORCAMENTO-REG.
           05 OR-CONTA               PIC 9(04).
           05 OR-ANO                 PIC 9(04).
           05 OR-VALOR-MES           PIC 9(09)V99 OCCURS 12 TIMES.
           05 OR-SITUACAO            PIC X(01).
           05 OR-DATA-APROVACAO      PIC 9(08).
           05 OR-OPERADOR-APROV      PIC X(08).

       FD  LANCAMENTOS-FILE.
       01  LANCAMENTOS-REG.
           05 LC-LOTE                PIC X(06).
           05 LC-DATA                PIC 9(08).
           05 LC-CONTA               PIC 9(04).
           05 LC-DC                  PIC X(01).
           05 LC-VALOR               PIC 9(11)V99.
           05 LC-HISTORICO           PIC X(30).

       FD  PLANOCONTAS-FILE.
       01  PLANOCONTAS-REG.
           05 PL-CONTA               PIC 9(04).
           05 PL-DESCRICAO           PIC X(30).
           05 PL-TIPO                PIC X(01).
           05 PL-ATIVO               PIC X(01).
           05 PL-GRUPO               PIC X(20).
           05 PL-ORDEM               PIC 9(03).

       FD  ORCAREL-FILE.
       01  ORCAREL-REG               PIC X(80).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG             PIC X(91).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.

         77 WRK-STATUS-PARAM     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-ORCAMENTO PIC X(02) VALUE SPACES.
         77 WRK-STATUS-LANC      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PLANO     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL       PIC X(02) VALUE SPACES.
         77 WRK-FIM-ARQUIVO      PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".

         01 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         01 WRK-DATA-SISTEMA-X REDEFINES WRK-DATA-SISTEMA.
             05 WRK-DS-ANO-MES     PIC 9(06).
             05 FILLER             PIC 9(02).

         01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
         01 WRK-COMPETENCIA-X REDEFINES WRK-COMPETENCIA.
             05 WRK-CP-ANO         PIC 9(04).
             05 WRK-CP-MES         PIC 9(02).
         01 WRK-COMPET-LANC       PIC 9(06) VALUE ZEROS.
         01 WRK-COMPET-LANC-X REDEFINES WRK-COMPET-LANC.
             05 WRK-CL-ANO         PIC 9(04).
             05 WRK-CL-MES         PIC 9(02).
         77 WRK-PCT-LIMITE       PIC 9(03)V99 VALUE 10.

      *    Contas do plano com a chave de agrupamento do relatorio
      *    (secao, ordem e grupo como no DEMCONT, mais a conta) e as
      *    colunas: 1 orcado do mes, 2 realizado do mes, 3 orcado
      *    acumulado no ano e 4 realizado acumulado no ano. O
      *    realizado ja esta no sentido natural do tipo da conta.
         01 TAB-PLANO.
             05 TAB-PL-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-PLANO
                 INDEXED BY TAB-PL-IDX.
                 10 TAB-PL-CHAVE.
                     15 TAB-PL-SECAO  PIC 9(01).
                     15 TAB-PL-ORDEM  PIC 9(03).
                     15 TAB-PL-GRUPO  PIC X(20).
                     15 TAB-PL-TIPO   PIC X(01).
                     15 TAB-PL-CONTA  PIC 9(04).
                 10 TAB-PL-DESCRICAO  PIC X(30).
                 10 TAB-PL-ORCADO     PIC X(01).
                 10 TAB-PL-VALOR      PIC S9(13)V99 OCCURS 4 TIMES.
         77 WRK-QTD-PLANO        PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-CONTA      PIC X(01) VALUE "N".
             88 ACHOU-CONTA VALUE "S".

         01 WRK-TROCA-CONTA      PIC X(120).
         77 WRK-ORD-I            PIC 9(03) VALUE ZEROS.
         77 WRK-ORD-J            PIC 9(03) VALUE ZEROS.
         77 WRK-HOUVE-TROCA      PIC X(01) VALUE "N".
             88 HOUVE-TROCA VALUE "S".

         77 WRK-COL              PIC 9(01) VALUE ZEROS.
         77 WRK-MES              PIC 9(02) VALUE ZEROS.
         77 WRK-VALOR-LANC       PIC S9(13)V99 VALUE ZEROS.
         77 WRK-QTD-SEM-PLANO    PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-ORC-PENDENTE PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-ORC-SEM-PLANO PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-ACIMA        PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-ED           PIC ZZ.ZZ9.

      *    Quebra por grupo: chave sem a conta e total do grupo.
         01 WRK-GRUPO-ANT.
             05 WRK-GA-SECAO       PIC 9(01).
             05 WRK-GA-ORDEM       PIC 9(03).
             05 WRK-GA-GRUPO       PIC X(20).
             05 WRK-GA-TIPO        PIC X(01).
         77 WRK-TEM-GRUPO        PIC X(01) VALUE "N".
             88 TEM-GRUPO VALUE "S".
         01 WRK-TOT-GRUPO.
             05 WRK-TG-VALOR       PIC S9(13)V99 OCCURS 4 TIMES.

      *    Valores da linha em impressao: orcado e realizado.
         77 WRK-LN-ORCADO        PIC S9(13)V99 VALUE ZEROS.
         77 WRK-LN-REALIZADO     PIC S9(13)V99 VALUE ZEROS.
         77 WRK-LN-VARIACAO      PIC S9(13)V99 VALUE ZEROS.
         77 WRK-PCT              PIC S9(04)V9 VALUE ZEROS.
         77 WRK-PCT-ED           PIC -ZZZ9,9.
         77 WRK-ACIMA            PIC X(01) VALUE "N".
             88 ACIMA-DO-LIMITE VALUE "S".
         77 WRK-ACIMA-CONTA      PIC X(01) VALUE "N".
             88 CONTA-ACIMA VALUE "S".
         77 WRK-E-CONTA          PIC X(01) VALUE "N".
             88 LINHA-DE-CONTA VALUE "S".
         77 WRK-PERIODO          PIC X(04) VALUE SPACES.

      *    Linha impressa: rotulo, periodo (MES/ACUM), orcado,
      *    realizado, variacao, percentual e marca de estouro.
         01 WRK-LINHA-ORC.
             05 WRK-LO-ROTULO      PIC X(20).
             05 FILLER             PIC X(01).
             05 WRK-LO-PERIODO     PIC X(04).
             05 WRK-LO-COLUNA OCCURS 3 TIMES.
                 10 FILLER          PIC X(01).
                 10 WRK-LO-VALOR    PIC -ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01).
             05 WRK-LO-PCT         PIC -ZZZ9,9.
             05 WRK-LO-PCT-X REDEFINES WRK-LO-PCT PIC X(07).
             05 FILLER             PIC X(01).
             05 WRK-LO-ALERTA      PIC X(01).
         77 WRK-ROTULO           PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-ACUMULA-LANCAMENTOS
              PERFORM 0200-CARREGA-ORCAMENTO
              PERFORM 0400-ORDENA-CONTAS
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              MOVE "N" TO WRK-HOUVE-TROCA
              MOVE "N" TO WRK-TEM-GRUPO
              MOVE 10 TO WRK-PCT-LIMITE
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-PLANO
              MOVE ZEROS TO WRK-QTD-SEM-PLANO
              MOVE ZEROS TO WRK-QTD-ORC-PENDENTE
              MOVE ZEROS TO WRK-QTD-ORC-SEM-PLANO
              MOVE ZEROS TO WRK-QTD-ACIMA
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "ORCADO-REALIZ" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE WRK-DS-ANO-MES TO WRK-COMPETENCIA
              OPEN INPUT PARAMORC-FILE
              IF WRK-STATUS-PARAM = "00"
                  READ PARAMORC-FILE INTO PARAMORC-REG
                      NOT AT END
                          IF PO-COMPETENCIA NUMERIC
                              AND PO-COMPETENCIA GREATER ZERO
                              MOVE PO-COMPETENCIA TO WRK-COMPETENCIA
                          END-IF
                          IF PO-PCT-LIMITE NUMERIC
                              AND PO-PCT-LIMITE GREATER ZERO
                              MOVE PO-PCT-LIMITE TO WRK-PCT-LIMITE
                          END-IF
                  END-READ
                  CLOSE PARAMORC-FILE
              END-IF
              IF WRK-CP-MES LESS 1 OR WRK-CP-MES GREATER 12
                  MOVE "A003" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PARAMORC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PARAM TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-PCT-LIMITE TO WRK-PCT-ED
              DISPLAY "Competencia apurada : " WRK-COMPETENCIA
              DISPLAY "Limite de estouro   : " WRK-PCT-ED "%"
              PERFORM 1050-CARREGA-PLANO
              OPEN INPUT LANCAMENTOS-FILE
              IF WRK-STATUS-LANC NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "LANCAMENTOS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-LANC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN INPUT ORCAMENTO-FILE
              IF WRK-STATUS-ORCAMENTO NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "ORCAMENTO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-ORCAMENTO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT ORCAREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "ORCAREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA.

      *    Sem o plano nao ha agrupamento nem tipo de conta.
         1050-CARREGA-PLANO SECTION.
              OPEN INPUT PLANOCONTAS-FILE
              IF WRK-STATUS-PLANO NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PLANOCONTAS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PLANO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ PLANOCONTAS-FILE INTO PLANOCONTAS-REG
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-PLANO NOT LESS 200
                              DISPLAY "PLANOCONTAS.DAT maior que o"
                                  " limite de 200 contas"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-PLANO
                          SET TAB-PL-IDX TO WRK-QTD-PLANO
                          PERFORM 1060-GUARDA-CONTA
                  END-READ
              END-PERFORM
              CLOSE PLANOCONTAS-FILE.

      *    Mesma estrutura do DEMCONT: conta sem grupo sai numa linha
      *    propria, no fim; na DRE receita e despesa nao se misturam.
         1060-GUARDA-CONTA SECTION.
              MOVE PL-CONTA     TO TAB-PL-CONTA(TAB-PL-IDX)
              MOVE PL-DESCRICAO TO TAB-PL-DESCRICAO(TAB-PL-IDX)
              MOVE PL-TIPO      TO TAB-PL-TIPO(TAB-PL-IDX)
              MOVE "N"          TO TAB-PL-ORCADO(TAB-PL-IDX)
              IF PL-ORDEM NOT NUMERIC
                  MOVE ZEROS TO PL-ORDEM
              END-IF
              IF PL-GRUPO = SPACES OR PL-ORDEM = ZEROS
                  MOVE PL-DESCRICAO TO TAB-PL-GRUPO(TAB-PL-IDX)
                  MOVE 999 TO TAB-PL-ORDEM(TAB-PL-IDX)
              ELSE
                  MOVE PL-GRUPO TO TAB-PL-GRUPO(TAB-PL-IDX)
                  MOVE PL-ORDEM TO TAB-PL-ORDEM(TAB-PL-IDX)
              END-IF
              EVALUATE PL-TIPO
                  WHEN "A"
                      MOVE 1 TO TAB-PL-SECAO(TAB-PL-IDX)
                  WHEN "P"
                      MOVE 2 TO TAB-PL-SECAO(TAB-PL-IDX)
                  WHEN "L"
                      MOVE 3 TO TAB-PL-SECAO(TAB-PL-IDX)
                  WHEN "R"
                      MOVE 4 TO TAB-PL-SECAO(TAB-PL-IDX)
                  WHEN "D"
                      MOVE 4 TO TAB-PL-SECAO(TAB-PL-IDX)
                  WHEN OTHER
                      MOVE 5 TO TAB-PL-SECAO(TAB-PL-IDX)
              END-EVALUATE
              PERFORM VARYING WRK-COL FROM 1 BY 1
                  UNTIL WRK-COL GREATER 4
                  MOVE ZEROS TO TAB-PL-VALOR(TAB-PL-IDX, WRK-COL)
              END-PERFORM.

         0100-ACUMULA-LANCAMENTOS SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ LANCAMENTOS-FILE INTO LANCAMENTOS-REG
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          IF LC-DC = "D" OR LC-DC = "C"
                              PERFORM 0150-ACUMULA-CONTA
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LANCAMENTOS-FILE
              IF WRK-QTD-SEM-PLANO GREATER ZERO
                  DISPLAY "Aviso: " WRK-QTD-SEM-PLANO
                      " lancamentos em conta fora do plano"
              END-IF.

      *    So entra o ano da competencia, ate a competencia. O sinal
      *    segue o tipo: ativo, despesa e conta sem tipo valem debito
      *    menos credito; passivo, patrimonio liquido e receita,
      *    credito menos debito. Os lotes de encerramento (EA) e de
      *    abertura (AB) do exercicio nao sao realizado do ano.
         0150-ACUMULA-CONTA SECTION.
              MOVE LC-DATA(1:6) TO WRK-COMPET-LANC
              IF WRK-CL-ANO NOT = WRK-CP-ANO
                  OR WRK-COMPET-LANC GREATER WRK-COMPETENCIA
                  OR LC-LOTE(1:2) = "EA" OR "AB"
                  GO TO 0150-SAIDA
              END-IF
              PERFORM 0160-LOCALIZA-CONTA
              IF NOT ACHOU-CONTA
                  ADD 1 TO WRK-QTD-SEM-PLANO
                  ADD 1 TO WRK-JOB-REJEITADOS
                  GO TO 0150-SAIDA
              END-IF
              IF LC-DC = "D"
                  MOVE LC-VALOR TO WRK-VALOR-LANC
              ELSE
                  COMPUTE WRK-VALOR-LANC = ZERO - LC-VALOR
              END-IF
              IF TAB-PL-TIPO(TAB-PL-IDX) = "P"
                  OR TAB-PL-TIPO(TAB-PL-IDX) = "L"
                  OR TAB-PL-TIPO(TAB-PL-IDX) = "R"
                  COMPUTE WRK-VALOR-LANC = ZERO - WRK-VALOR-LANC
              END-IF
              ADD WRK-VALOR-LANC TO TAB-PL-VALOR(TAB-PL-IDX, 4)
              IF WRK-COMPET-LANC = WRK-COMPETENCIA
                  ADD WRK-VALOR-LANC TO TAB-PL-VALOR(TAB-PL-IDX, 2)
              END-IF.
         0150-SAIDA.
              EXIT.

         0160-LOCALIZA-CONTA SECTION.
              MOVE "N" TO WRK-ACHOU-CONTA
              SET TAB-PL-IDX TO 1
              SEARCH TAB-PL-REG
                  AT END
                      CONTINUE
                  WHEN TAB-PL-CONTA(TAB-PL-IDX) = LC-CONTA
                      SET ACHOU-CONTA TO TRUE
              END-SEARCH.

      *    Orcamento ainda em elaboracao nao conta: o relatorio
      *    compara com o numero aprovado.
         0200-CARREGA-ORCAMENTO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ ORCAMENTO-FILE INTO ORCAMENTO-REG
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF OR-ANO = WRK-CP-ANO
                              PERFORM 0210-SOMA-ORCAMENTO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ORCAMENTO-FILE
              IF WRK-QTD-ORC-PENDENTE GREATER ZERO
                  DISPLAY "Aviso: " WRK-QTD-ORC-PENDENTE
                      " orcamentos do ano ainda nao aprovados"
              END-IF
              IF WRK-QTD-ORC-SEM-PLANO GREATER ZERO
                  DISPLAY "Aviso: " WRK-QTD-ORC-SEM-PLANO
                      " orcamentos de conta fora do plano"
              END-IF.

         0210-SOMA-ORCAMENTO SECTION.
              IF OR-SITUACAO NOT = "A"
                  ADD 1 TO WRK-QTD-ORC-PENDENTE
                  GO TO 0210-SAIDA
              END-IF
              MOVE OR-CONTA TO LC-CONTA
              PERFORM 0160-LOCALIZA-CONTA
              IF NOT ACHOU-CONTA
                  ADD 1 TO WRK-QTD-ORC-SEM-PLANO
                  GO TO 0210-SAIDA
              END-IF
              MOVE "S" TO TAB-PL-ORCADO(TAB-PL-IDX)
              ADD OR-VALOR-MES(WRK-CP-MES)
                  TO TAB-PL-VALOR(TAB-PL-IDX, 1)
              PERFORM VARYING WRK-MES FROM 1 BY 1
                  UNTIL WRK-MES GREATER WRK-CP-MES
                  ADD OR-VALOR-MES(WRK-MES)
                      TO TAB-PL-VALOR(TAB-PL-IDX, 3)
              END-PERFORM.
         0210-SAIDA.
              EXIT.

         0400-ORDENA-CONTAS SECTION.
              SET HOUVE-TROCA TO TRUE
              PERFORM UNTIL NOT HOUVE-TROCA
                  MOVE "N" TO WRK-HOUVE-TROCA
                  PERFORM VARYING WRK-ORD-I FROM 1 BY 1
                      UNTIL WRK-ORD-I NOT LESS WRK-QTD-PLANO
                      ADD 1 WRK-ORD-I GIVING WRK-ORD-J
                      IF TAB-PL-CHAVE(WRK-ORD-I) GREATER
                          TAB-PL-CHAVE(WRK-ORD-J)
                          MOVE TAB-PL-REG(WRK-ORD-I)
                              TO WRK-TROCA-CONTA
                          MOVE TAB-PL-REG(WRK-ORD-J)
                              TO TAB-PL-REG(WRK-ORD-I)
                          MOVE WRK-TROCA-CONTA
                              TO TAB-PL-REG(WRK-ORD-J)
                          SET HOUVE-TROCA TO TRUE
                      END-IF
                  END-PERFORM
              END-PERFORM.

      *    Sai toda conta com orcamento aprovado ou com movimento no
      *    ano; conta sem nada no ano nao polui o relatorio.
         8000-GRAVA-RELATORIO SECTION.
              MOVE SPACES TO WRK-IMP-TITULO
              STRING "ORCADO X REALIZADO - COMPETENCIA "
                  DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  INTO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "CONTA / GRUPO        PER" DELIMITED BY SIZE
                  "         ORCADO      REALIZADO" DELIMITED BY SIZE
                  "       VARIACAO   VAR %" DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS
              PERFORM VARYING TAB-PL-IDX FROM 1 BY 1
                  UNTIL TAB-PL-IDX GREATER WRK-QTD-PLANO
                  IF TAB-PL-ORCADO(TAB-PL-IDX) = "S"
                      OR TAB-PL-VALOR(TAB-PL-IDX, 4) NOT = ZERO
                      PERFORM 8100-GRAVA-CONTA
                  END-IF
              END-PERFORM
              IF TEM-GRUPO
                  PERFORM 8200-FECHA-GRUPO
              END-IF
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              IF WRK-QTD-SEM-PLANO GREATER ZERO
                  MOVE WRK-QTD-SEM-PLANO TO WRK-QTD-ED
                  STRING "LANCAMENTOS EM CONTA FORA DO PLANO : "
                      DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              IF WRK-QTD-ORC-PENDENTE GREATER ZERO
                  MOVE WRK-QTD-ORC-PENDENTE TO WRK-QTD-ED
                  STRING "ORCAMENTOS DO ANO NAO APROVADOS    : "
                      DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              IF WRK-QTD-ORC-SEM-PLANO GREATER ZERO
                  MOVE WRK-QTD-ORC-SEM-PLANO TO WRK-QTD-ED
                  STRING "ORCAMENTOS DE CONTA FORA DO PLANO  : "
                      DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              MOVE WRK-PCT-LIMITE TO WRK-PCT-ED
              STRING "* GASTO ACIMA DO ORCADO EM MAIS DE "
                  DELIMITED BY SIZE
                  WRK-PCT-ED DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-ACIMA TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "CONTAS ACIMA DO ORCADO " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

      *    Duas linhas por conta: o mes e o acumulado do ano.
         8100-GRAVA-CONTA SECTION.
              IF NOT TEM-GRUPO
                  OR TAB-PL-SECAO(TAB-PL-IDX) NOT = WRK-GA-SECAO
                  OR TAB-PL-ORDEM(TAB-PL-IDX) NOT = WRK-GA-ORDEM
                  OR TAB-PL-GRUPO(TAB-PL-IDX) NOT = WRK-GA-GRUPO
                  OR TAB-PL-TIPO(TAB-PL-IDX) NOT = WRK-GA-TIPO
                  IF TEM-GRUPO
                      PERFORM 8200-FECHA-GRUPO
                  END-IF
                  PERFORM 8150-ABRE-GRUPO
              END-IF
              PERFORM VARYING WRK-COL FROM 1 BY 1
                  UNTIL WRK-COL GREATER 4
                  ADD TAB-PL-VALOR(TAB-PL-IDX, WRK-COL)
                      TO WRK-TG-VALOR(WRK-COL)
              END-PERFORM
              SET LINHA-DE-CONTA TO TRUE
              MOVE "N" TO WRK-ACIMA-CONTA
              MOVE SPACES TO WRK-ROTULO
              STRING TAB-PL-CONTA(TAB-PL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TAB-PL-DESCRICAO(TAB-PL-IDX) DELIMITED BY SIZE
                  INTO WRK-ROTULO
              MOVE TAB-PL-VALOR(TAB-PL-IDX, 1) TO WRK-LN-ORCADO
              MOVE TAB-PL-VALOR(TAB-PL-IDX, 2) TO WRK-LN-REALIZADO
              MOVE "MES" TO WRK-PERIODO
              PERFORM 8700-GRAVA-VALORES
              MOVE SPACES TO WRK-ROTULO
              MOVE TAB-PL-VALOR(TAB-PL-IDX, 3) TO WRK-LN-ORCADO
              MOVE TAB-PL-VALOR(TAB-PL-IDX, 4) TO WRK-LN-REALIZADO
              MOVE "ACUM" TO WRK-PERIODO
              PERFORM 8700-GRAVA-VALORES
              IF CONTA-ACIMA
                  ADD 1 TO WRK-QTD-ACIMA
                  MOVE 4 TO RETURN-CODE
              END-IF.

         8150-ABRE-GRUPO SECTION.
              MOVE TAB-PL-SECAO(TAB-PL-IDX) TO WRK-GA-SECAO
              MOVE TAB-PL-ORDEM(TAB-PL-IDX) TO WRK-GA-ORDEM
              MOVE TAB-PL-GRUPO(TAB-PL-IDX) TO WRK-GA-GRUPO
              MOVE TAB-PL-TIPO(TAB-PL-IDX)  TO WRK-GA-TIPO
              SET TEM-GRUPO TO TRUE
              PERFORM VARYING WRK-COL FROM 1 BY 1
                  UNTIL WRK-COL GREATER 4
                  MOVE ZEROS TO WRK-TG-VALOR(WRK-COL)
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-GA-GRUPO TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         8200-FECHA-GRUPO SECTION.
              MOVE "N" TO WRK-E-CONTA
              MOVE "  TOTAL DO GRUPO" TO WRK-ROTULO
              MOVE WRK-TG-VALOR(1) TO WRK-LN-ORCADO
              MOVE WRK-TG-VALOR(2) TO WRK-LN-REALIZADO
              MOVE "MES" TO WRK-PERIODO
              PERFORM 8700-GRAVA-VALORES
              MOVE SPACES TO WRK-ROTULO
              MOVE WRK-TG-VALOR(3) TO WRK-LN-ORCADO
              MOVE WRK-TG-VALOR(4) TO WRK-LN-REALIZADO
              MOVE "ACUM" TO WRK-PERIODO
              PERFORM 8700-GRAVA-VALORES.

      *    Variacao e realizado menos orcado; o percentual e sobre o
      *    orcado (sem orcado, "--"). Na linha de conta com orcamento
      *    aprovado que nao e de receita, gasto acima do orcado mais
      *    que o limite -- ou gasto sem orcado no periodo -- marca a
      *    linha e avisa em EXCDIARIO.DAT.
         8700-GRAVA-VALORES SECTION.
              MOVE SPACES TO WRK-LINHA-ORC
              MOVE "N" TO WRK-ACIMA
              COMPUTE WRK-LN-VARIACAO = WRK-LN-REALIZADO
                  - WRK-LN-ORCADO
              MOVE WRK-ROTULO       TO WRK-LO-ROTULO
              MOVE WRK-PERIODO      TO WRK-LO-PERIODO
              MOVE WRK-LN-ORCADO    TO WRK-LO-VALOR(1)
              MOVE WRK-LN-REALIZADO TO WRK-LO-VALOR(2)
              MOVE WRK-LN-VARIACAO  TO WRK-LO-VALOR(3)
              IF WRK-LN-ORCADO = ZERO
                  MOVE "     --" TO WRK-LO-PCT-X
              ELSE
                  COMPUTE WRK-PCT ROUNDED = WRK-LN-VARIACAO * 100
                      / WRK-LN-ORCADO
                      ON SIZE ERROR
                          IF WRK-LN-VARIACAO GREATER ZERO
                              MOVE 9999,9 TO WRK-PCT
                          ELSE
                              MOVE -9999,9 TO WRK-PCT
                          END-IF
                  END-COMPUTE
                  MOVE WRK-PCT TO WRK-LO-PCT
              END-IF
              IF LINHA-DE-CONTA
                  AND TAB-PL-ORCADO(TAB-PL-IDX) = "S"
                  AND TAB-PL-TIPO(TAB-PL-IDX) NOT = "R"
                  AND WRK-LN-VARIACAO GREATER ZERO
                  IF WRK-LN-ORCADO NOT GREATER ZERO
                      SET ACIMA-DO-LIMITE TO TRUE
                  ELSE
                      IF WRK-PCT GREATER WRK-PCT-LIMITE
                          SET ACIMA-DO-LIMITE TO TRUE
                      END-IF
                  END-IF
              END-IF
              IF ACIMA-DO-LIMITE
                  MOVE "*" TO WRK-LO-ALERTA
                  SET CONTA-ACIMA TO TRUE
                  PERFORM 8750-AVISA-ESTOURO
              END-IF
              MOVE WRK-LINHA-ORC TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD 1 TO WRK-JOB-GRAVADOS.

         8750-AVISA-ESTOURO SECTION.
              MOVE SPACES TO WRK-EXC-CHAVE
              STRING TAB-PL-CONTA(TAB-PL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  INTO WRK-EXC-CHAVE
              MOVE SPACES TO WRK-EXC-MOTIVO
              IF WRK-LN-ORCADO NOT GREATER ZERO
                  STRING "GASTO SEM ORCADO - " DELIMITED BY SIZE
                      WRK-PERIODO DELIMITED BY SIZE
                      INTO WRK-EXC-MOTIVO
              ELSE
                  MOVE WRK-PCT TO WRK-PCT-ED
                  STRING "ACIMA DO ORCADO EM " DELIMITED BY SIZE
                      WRK-PCT-ED DELIMITED BY SIZE
                      "% - " DELIMITED BY SIZE
                      WRK-PERIODO DELIMITED BY SIZE
                      INTO WRK-EXC-MOTIVO
              END-IF
              MOVE "A" TO WRK-EXC-SEVERIDADE
              MOVE "O001" TO WRK-EXC-COD-MOTIVO
              PERFORM 8780-GRAVA-EXCDIARIO.

         8780-GRAVA-EXCDIARIO SECTION.
              MOVE "ORCADO-REALIZ" TO WRK-EXC-SISTEMA
              ACCEPT WRK-EXC-DATA FROM DATE YYYYMMDD
              ACCEPT WRK-EXC-HORA FROM TIME
              MOVE WRK-EXC-DATA       TO WRK-ER-DATA
              MOVE WRK-EXC-HORA       TO WRK-ER-HORA
              MOVE WRK-EXC-SISTEMA    TO WRK-ER-SISTEMA
              MOVE WRK-EXC-SEVERIDADE TO WRK-ER-SEVERIDADE
              MOVE WRK-EXC-CHAVE      TO WRK-ER-CHAVE
              MOVE WRK-EXC-COD-MOTIVO TO WRK-ER-COD-MOTIVO
              MOVE WRK-EXC-MOTIVO     TO WRK-ER-TEXTO
              WRITE EXCDIARIO-REG FROM WRK-EXC-REGISTRO
              MOVE "A" TO WRK-EXC-SEVERIDADE
              MOVE "9999" TO WRK-EXC-COD-MOTIVO.

         9000-FINALIZAR SECTION.
              CLOSE ORCAREL-FILE
              CLOSE EXCDIARIO-FILE
              IF WRK-QTD-ACIMA GREATER ZERO
                  DISPLAY "Contas acima do orcado : " WRK-QTD-ACIMA
              END-IF
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
              DISPLAY "LANCAMENTOS LIDOS : " WRK-JOB-LIDOS
              DISPLAY "LINHAS IMPRESSAS  : " WRK-JOB-GRAVADOS
              DISPLAY "==========================================".

           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==ORCAREL-REG==.

       END PROGRAM RELORCAMENTO.
