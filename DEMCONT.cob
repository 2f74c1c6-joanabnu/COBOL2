      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 23/02/2025
      * Purpose: Demonstracoes contabeis da competencia: DRE e
      *          balanco patrimonial, que o contador remontava numa
      *          planilha a partir do BALANCETE impresso. Le
      *          LANCAMENTOS.DAT (sem os totais de lote, tipo T) e o
      *          plano de contas (PLANOCONTAS.DAT), que passa a levar,
      *          por conta, o grupo (a linha da demonstracao em que a
      *          conta entra) e a ordem da linha. O tipo da conta
      *          decide a demonstracao: A ativo, P passivo e L
      *          patrimonio liquido no balanco; R receita e D despesa
      *          na DRE. Conta sem grupo sai numa linha propria, no
      *          fim. A competencia vem de PARAMDEM.DAT (na falta, o
      *          mes corrente). A DRE mostra o mes e o acumulado do
      *          ano ao lado do mesmo periodo do ano anterior; o
      *          balanco mostra o movimento do mes e o saldo no fim da
      *          competencia, tambem contra o ano anterior. O balanco
      *          prova que ativo e igual a passivo mais patrimonio
      *          liquido mais o resultado ainda nao encerrado; se nao
      *          fecha, encerra com RETURN-CODE 8. Sai no padrao de
      *          paginacao de IMPRESSAOCPY (DEMCONTREL.DAT).
      * Tectonics: cobc
      * Mod Log:
      *   27/02/2025 - JLS - O lote de abertura do exercicio (AB, do
      *                      ENCERRAANO) fica fora das demonstracoes,
      *                      porque repete saldos que o razao ja tem; o
      *                      de encerramento (EA) entra so nas colunas
      *                      de saldo, e a DRE continua mostrando o
      *                      resultado do periodo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMDEM-FILE ASSIGN TO "PARAMDEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT LANCAMENTOS-FILE ASSIGN TO "LANCAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANC.
           SELECT PLANOCONTAS-FILE ASSIGN TO "PLANOCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANO.
           SELECT DEMCONTREL-FILE ASSIGN TO "DEMCONTREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMDEM-FILE.
       01  PARAMDEM-REG.
           05 PD-COMPETENCIA         PIC 9(06).

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

       FD  DEMCONTREL-FILE.
       01  DEMCONTREL-REG            PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         77 WRK-STATUS-PARAM     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-LANC      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PLANO     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL       PIC X(02) VALUE SPACES.
         77 WRK-FIM-LANC         PIC X(01) VALUE "N".
             88 FIM-LANC VALUE "S".
         77 WRK-FIM-PLANO        PIC X(01) VALUE "N".
             88 FIM-PLANO VALUE "S".

         01 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         01 WRK-DATA-SISTEMA-X REDEFINES WRK-DATA-SISTEMA.
             05 WRK-DS-ANO-MES     PIC 9(06).
             05 FILLER             PIC 9(02).

      *    Competencia pedida e a mesma competencia do ano anterior.
         01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
         01 WRK-COMPETENCIA-X REDEFINES WRK-COMPETENCIA.
             05 WRK-CP-ANO         PIC 9(04).
             05 WRK-CP-MES         PIC 9(02).
         01 WRK-COMPET-ANT        PIC 9(06) VALUE ZEROS.
         01 WRK-COMPET-ANT-X REDEFINES WRK-COMPET-ANT.
             05 WRK-CA-ANO         PIC 9(04).
             05 WRK-CA-MES         PIC 9(02).
         01 WRK-COMPET-LANC       PIC 9(06) VALUE ZEROS.
         01 WRK-COMPET-LANC-X REDEFINES WRK-COMPET-LANC.
             05 WRK-CL-ANO         PIC 9(04).
             05 WRK-CL-MES         PIC 9(02).

      *    Colunas de valor, por conta e por linha: 1 mes, 2 mesmo mes
      *    do ano anterior, 3 acumulado do ano ate a competencia, 4
      *    o mesmo acumulado do ano anterior, 5 saldo no fim da
      *    competencia e 6 saldo no fim da competencia do ano
      *    anterior. Na conta o valor e debito menos credito.
         01 TAB-PLANO.
             05 TAB-PL-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-PLANO
                 INDEXED BY TAB-PL-IDX.
                 10 TAB-PL-CONTA      PIC 9(04).
                 10 TAB-PL-DESCRICAO  PIC X(30).
                 10 TAB-PL-TIPO       PIC X(01).
                 10 TAB-PL-GRUPO      PIC X(20).
                 10 TAB-PL-ORDEM      PIC 9(03).
                 10 TAB-PL-VALOR      PIC S9(13)V99 OCCURS 6 TIMES.
         77 WRK-QTD-PLANO        PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-CONTA      PIC X(01) VALUE "N".
             88 ACHOU-CONTA VALUE "S".

      *    Linhas das demonstracoes. Secao 1 ativo, 2 passivo, 3
      *    patrimonio liquido, 4 DRE; na linha o valor ja esta no
      *    sentido natural do tipo (credito menos debito para
      *    passivo, patrimonio liquido e receita).
         01 TAB-LINHA.
             05 TAB-LN-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-LINHA
                 INDEXED BY TAB-LN-IDX.
                 10 TAB-LN-CHAVE.
                     15 TAB-LN-SECAO  PIC 9(01).
                     15 TAB-LN-ORDEM  PIC 9(03).
                     15 TAB-LN-GRUPO  PIC X(20).
                     15 TAB-LN-TIPO   PIC X(01).
                 10 TAB-LN-VALOR      PIC S9(13)V99 OCCURS 6 TIMES.
         77 WRK-QTD-LINHA        PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-LINHA      PIC X(01) VALUE "N".
             88 ACHOU-LINHA VALUE "S".
         01 WRK-CHAVE-LINHA.
             05 WRK-CH-SECAO       PIC 9(01).
             05 WRK-CH-ORDEM       PIC 9(03).
             05 WRK-CH-GRUPO       PIC X(20).
             05 WRK-CH-TIPO        PIC X(01).

      *    Ordenacao das linhas por secao, ordem e grupo (troca de
      *    vizinhos, como no BALANCETE).
         01 WRK-TROCA-LINHA      PIC X(115).
         77 WRK-ORD-I            PIC 9(03) VALUE ZEROS.
         77 WRK-ORD-J            PIC 9(03) VALUE ZEROS.
         77 WRK-HOUVE-TROCA      PIC X(01) VALUE "N".
             88 HOUVE-TROCA VALUE "S".

         77 WRK-COL              PIC 9(01) VALUE ZEROS.
         77 WRK-VALOR-LANC       PIC S9(13)V99 VALUE ZEROS.
         77 WRK-QTD-SEM-PLANO    PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-SEM-TIPO     PIC 9(03) VALUE ZEROS.
         77 WRK-SECAO-ANT        PIC 9(01) VALUE ZEROS.

         01 WRK-TOTAIS.
             05 WRK-TOT-ATIVO      PIC S9(13)V99 OCCURS 6 TIMES.
             05 WRK-TOT-PASSIVO    PIC S9(13)V99 OCCURS 6 TIMES.
             05 WRK-TOT-PL         PIC S9(13)V99 OCCURS 6 TIMES.
             05 WRK-TOT-RECEITA    PIC S9(13)V99 OCCURS 6 TIMES.
             05 WRK-TOT-DESPESA    PIC S9(13)V99 OCCURS 6 TIMES.
             05 WRK-TOT-RESULTADO  PIC S9(13)V99 OCCURS 6 TIMES.
             05 WRK-TOT-PASSIVO-PL PIC S9(13)V99 OCCURS 6 TIMES.
             05 WRK-TOT-DIFERENCA  PIC S9(13)V99 OCCURS 6 TIMES.
         77 WRK-BALANCO-FECHA    PIC X(01) VALUE "S".
             88 BALANCO-FECHA VALUE "S".

      *    Linha impressa: rotulo e quatro colunas. Na DRE saem as
      *    colunas 1 a 4; no balanco, 1, 2, 5 e 6.
         01 WRK-LINHA-DEM.
             05 WRK-LD-ROTULO      PIC X(20).
             05 WRK-LD-COLUNA OCCURS 4 TIMES.
                 10 FILLER          PIC X(01).
                 10 WRK-LD-VALOR    PIC -ZZ.ZZZ.ZZ9,99.
         01 WRK-VALORES-LINHA.
             05 WRK-VL-VALOR       PIC S9(13)V99 OCCURS 6 TIMES.
         77 WRK-ROTULO           PIC X(20) VALUE SPACES.
         77 WRK-E-DRE            PIC X(01) VALUE "N".
             88 IMPRIME-DRE VALUE "S".
         77 WRK-VALOR-ED          PIC -Z.ZZZ.ZZZ.ZZ9,99.
         77 WRK-QTD-ED            PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-ACUMULA-LANCAMENTOS
              PERFORM 0300-MONTA-LINHAS
              PERFORM 0400-ORDENA-LINHAS
              PERFORM 0500-TOTALIZA
              PERFORM 8000-GRAVA-DRE
              PERFORM 8200-GRAVA-BALANCO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-LANC
              MOVE "N" TO WRK-FIM-PLANO
              MOVE "N" TO WRK-HOUVE-TROCA
              MOVE "S" TO WRK-BALANCO-FECHA
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-PLANO
              MOVE ZEROS TO WRK-QTD-LINHA
              MOVE ZEROS TO WRK-QTD-SEM-PLANO
              MOVE ZEROS TO WRK-QTD-SEM-TIPO
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS
              PERFORM VARYING WRK-COL FROM 1 BY 1
                  UNTIL WRK-COL GREATER 6
                  MOVE ZEROS TO WRK-TOT-ATIVO(WRK-COL)
                  MOVE ZEROS TO WRK-TOT-PASSIVO(WRK-COL)
                  MOVE ZEROS TO WRK-TOT-PL(WRK-COL)
                  MOVE ZEROS TO WRK-TOT-RECEITA(WRK-COL)
                  MOVE ZEROS TO WRK-TOT-DESPESA(WRK-COL)
                  MOVE ZEROS TO WRK-TOT-RESULTADO(WRK-COL)
                  MOVE ZEROS TO WRK-TOT-PASSIVO-PL(WRK-COL)
                  MOVE ZEROS TO WRK-TOT-DIFERENCA(WRK-COL)
              END-PERFORM.

         0010-CABECALHO SECTION.
              MOVE "DEMONSTRACOES" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE WRK-DS-ANO-MES TO WRK-COMPETENCIA
              OPEN INPUT PARAMDEM-FILE
              IF WRK-STATUS-PARAM = "00"
                  READ PARAMDEM-FILE INTO PARAMDEM-REG
                      NOT AT END
                          IF PD-COMPETENCIA NUMERIC
                              AND PD-COMPETENCIA GREATER ZERO
                              MOVE PD-COMPETENCIA TO WRK-COMPETENCIA
                          END-IF
                  END-READ
                  CLOSE PARAMDEM-FILE
              END-IF
              IF WRK-CP-MES LESS 1 OR WRK-CP-MES GREATER 12
                  MOVE "A003" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PARAMDEM.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PARAM TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              COMPUTE WRK-COMPET-ANT = WRK-COMPETENCIA - 100
              DISPLAY "Competencia apurada : " WRK-COMPETENCIA
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
              OPEN OUTPUT DEMCONTREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "DEMCONTREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA.

      *    Sem o plano nao ha grupo nem tipo: nao ha demonstracao.
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
              PERFORM UNTIL FIM-PLANO
                  READ PLANOCONTAS-FILE INTO PLANOCONTAS-REG
                      AT END
                          SET FIM-PLANO TO TRUE
                      NOT AT END
                          IF WRK-QTD-PLANO NOT LESS 200
                              DISPLAY "PLANOCONTAS.DAT maior que o"
                                  " limite de 200 contas"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-PLANO
                          SET TAB-PL-IDX TO WRK-QTD-PLANO
                          MOVE PL-CONTA TO TAB-PL-CONTA(TAB-PL-IDX)
                          MOVE PL-DESCRICAO TO
                              TAB-PL-DESCRICAO(TAB-PL-IDX)
                          MOVE PL-TIPO TO TAB-PL-TIPO(TAB-PL-IDX)
                          IF PL-ORDEM NOT NUMERIC
                              MOVE ZEROS TO PL-ORDEM
                          END-IF
                          IF PL-GRUPO = SPACES OR PL-ORDEM = ZEROS
                              MOVE PL-DESCRICAO TO
                                  TAB-PL-GRUPO(TAB-PL-IDX)
                              MOVE 999 TO TAB-PL-ORDEM(TAB-PL-IDX)
                          ELSE
                              MOVE PL-GRUPO TO
                                  TAB-PL-GRUPO(TAB-PL-IDX)
                              MOVE PL-ORDEM TO
                                  TAB-PL-ORDEM(TAB-PL-IDX)
                          END-IF
                          PERFORM VARYING WRK-COL FROM 1 BY 1
                              UNTIL WRK-COL GREATER 6
                              MOVE ZEROS TO
                                  TAB-PL-VALOR(TAB-PL-IDX, WRK-COL)
                          END-PERFORM
                  END-READ
              END-PERFORM
              CLOSE PLANOCONTAS-FILE.

         0100-ACUMULA-LANCAMENTOS SECTION.
              PERFORM UNTIL FIM-LANC
                  READ LANCAMENTOS-FILE INTO LANCAMENTOS-REG
                      AT END
                          SET FIM-LANC TO TRUE
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

      *    Lancamento posterior a competencia nao entra em coluna
      *    nenhuma. Conta fora do plano fica fora das demonstracoes,
      *    que entao nao estao completas: o balanco nao fecha. O
      *    lote de abertura do exercicio (AB) repete saldos que o
      *    razao ja tem e nao entra; o de encerramento (EA) so entra
      *    nos saldos, para a DRE mostrar o resultado do periodo.
         0150-ACUMULA-CONTA SECTION.
              MOVE LC-DATA(1:6) TO WRK-COMPET-LANC
              IF WRK-COMPET-LANC GREATER WRK-COMPETENCIA
                  OR LC-LOTE(1:2) = "AB"
                  GO TO 0150-SAIDA
              END-IF
              MOVE "N" TO WRK-ACHOU-CONTA
              SET TAB-PL-IDX TO 1
              SEARCH TAB-PL-REG
                  AT END
                      CONTINUE
                  WHEN TAB-PL-CONTA(TAB-PL-IDX) = LC-CONTA
                      SET ACHOU-CONTA TO TRUE
              END-SEARCH
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
              ADD WRK-VALOR-LANC TO TAB-PL-VALOR(TAB-PL-IDX, 5)
              IF WRK-COMPET-LANC NOT GREATER WRK-COMPET-ANT
                  ADD WRK-VALOR-LANC TO TAB-PL-VALOR(TAB-PL-IDX, 6)
              END-IF
              IF LC-LOTE(1:2) = "EA"
                  GO TO 0150-SAIDA
              END-IF
              IF WRK-COMPET-LANC = WRK-COMPETENCIA
                  ADD WRK-VALOR-LANC TO TAB-PL-VALOR(TAB-PL-IDX, 1)
              END-IF
              IF WRK-COMPET-LANC = WRK-COMPET-ANT
                  ADD WRK-VALOR-LANC TO TAB-PL-VALOR(TAB-PL-IDX, 2)
              END-IF
              IF WRK-CL-ANO = WRK-CP-ANO
                  ADD WRK-VALOR-LANC TO TAB-PL-VALOR(TAB-PL-IDX, 3)
              END-IF
              IF WRK-CL-ANO = WRK-CA-ANO
                  AND WRK-COMPET-LANC NOT GREATER WRK-COMPET-ANT
                  ADD WRK-VALOR-LANC TO TAB-PL-VALOR(TAB-PL-IDX, 4)
              END-IF.
         0150-SAIDA.
              EXIT.

      *    Cada conta do plano soma na linha do seu grupo. Conta com
      *    tipo fora de A/P/L/R/D nao tem demonstracao; se tem saldo,
      *    o balanco nao fecha.
         0300-MONTA-LINHAS SECTION.
              PERFORM VARYING TAB-PL-IDX FROM 1 BY 1
                  UNTIL TAB-PL-IDX GREATER WRK-QTD-PLANO
                  PERFORM 0310-SOMA-CONTA
              END-PERFORM
              IF WRK-QTD-SEM-TIPO GREATER ZERO
                  DISPLAY "Aviso: " WRK-QTD-SEM-TIPO
                      " contas com saldo sem tipo A/P/L/R/D"
              END-IF.

         0310-SOMA-CONTA SECTION.
              MOVE TAB-PL-TIPO(TAB-PL-IDX)  TO WRK-CH-TIPO
              MOVE TAB-PL-ORDEM(TAB-PL-IDX) TO WRK-CH-ORDEM
              MOVE TAB-PL-GRUPO(TAB-PL-IDX) TO WRK-CH-GRUPO
              EVALUATE TAB-PL-TIPO(TAB-PL-IDX)
                  WHEN "A"
                      MOVE 1 TO WRK-CH-SECAO
                      MOVE SPACES TO WRK-CH-TIPO
                  WHEN "P"
                      MOVE 2 TO WRK-CH-SECAO
                      MOVE SPACES TO WRK-CH-TIPO
                  WHEN "L"
                      MOVE 3 TO WRK-CH-SECAO
                      MOVE SPACES TO WRK-CH-TIPO
                  WHEN "R"
                      MOVE 4 TO WRK-CH-SECAO
                  WHEN "D"
                      MOVE 4 TO WRK-CH-SECAO
                  WHEN OTHER
                      IF TAB-PL-VALOR(TAB-PL-IDX, 5) NOT = ZERO
                          OR TAB-PL-VALOR(TAB-PL-IDX, 6) NOT = ZERO
                          ADD 1 TO WRK-QTD-SEM-TIPO
                      END-IF
                      GO TO 0310-SAIDA
              END-EVALUATE
              PERFORM 0320-LOCALIZA-LINHA
              PERFORM VARYING WRK-COL FROM 1 BY 1
                  UNTIL WRK-COL GREATER 6
                  IF TAB-PL-TIPO(TAB-PL-IDX) = "A"
                      OR TAB-PL-TIPO(TAB-PL-IDX) = "D"
                      ADD TAB-PL-VALOR(TAB-PL-IDX, WRK-COL)
                          TO TAB-LN-VALOR(TAB-LN-IDX, WRK-COL)
                  ELSE
                      SUBTRACT TAB-PL-VALOR(TAB-PL-IDX, WRK-COL)
                          FROM TAB-LN-VALOR(TAB-LN-IDX, WRK-COL)
                  END-IF
              END-PERFORM.
         0310-SAIDA.
              EXIT.

         0320-LOCALIZA-LINHA SECTION.
              MOVE "N" TO WRK-ACHOU-LINHA
              IF WRK-QTD-LINHA GREATER ZERO
                  SET TAB-LN-IDX TO 1
                  SEARCH TAB-LN-REG
                      AT END
                          CONTINUE
                      WHEN TAB-LN-CHAVE(TAB-LN-IDX) = WRK-CHAVE-LINHA
                          SET ACHOU-LINHA TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-LINHA
                  IF WRK-QTD-LINHA NOT LESS 200
                      DISPLAY "Mais de 200 linhas nas demonstracoes"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-LINHA
                  SET TAB-LN-IDX TO WRK-QTD-LINHA
                  MOVE WRK-CHAVE-LINHA TO TAB-LN-CHAVE(TAB-LN-IDX)
                  PERFORM VARYING WRK-COL FROM 1 BY 1
                      UNTIL WRK-COL GREATER 6
                      MOVE ZEROS TO TAB-LN-VALOR(TAB-LN-IDX, WRK-COL)
                  END-PERFORM
              END-IF.

         0400-ORDENA-LINHAS SECTION.
              SET HOUVE-TROCA TO TRUE
              PERFORM UNTIL NOT HOUVE-TROCA
                  MOVE "N" TO WRK-HOUVE-TROCA
                  PERFORM VARYING WRK-ORD-I FROM 1 BY 1
                      UNTIL WRK-ORD-I NOT LESS WRK-QTD-LINHA
                      ADD 1 WRK-ORD-I GIVING WRK-ORD-J
                      IF TAB-LN-CHAVE(WRK-ORD-I) GREATER
                          TAB-LN-CHAVE(WRK-ORD-J)
                          MOVE TAB-LN-REG(WRK-ORD-I)
                              TO WRK-TROCA-LINHA
                          MOVE TAB-LN-REG(WRK-ORD-J)
                              TO TAB-LN-REG(WRK-ORD-I)
                          MOVE WRK-TROCA-LINHA
                              TO TAB-LN-REG(WRK-ORD-J)
                          SET HOUVE-TROCA TO TRUE
                      END-IF
                  END-PERFORM
              END-PERFORM.

      *    O resultado que entra no balanco e o ainda nao encerrado:
      *    nas colunas de saldo, receitas menos despesas de todo o
      *    razao ate a competencia.
         0500-TOTALIZA SECTION.
              PERFORM VARYING TAB-LN-IDX FROM 1 BY 1
                  UNTIL TAB-LN-IDX GREATER WRK-QTD-LINHA
                  PERFORM VARYING WRK-COL FROM 1 BY 1
                      UNTIL WRK-COL GREATER 6
                      PERFORM 0510-SOMA-TOTAL
                  END-PERFORM
              END-PERFORM
              PERFORM VARYING WRK-COL FROM 1 BY 1
                  UNTIL WRK-COL GREATER 6
                  COMPUTE WRK-TOT-RESULTADO(WRK-COL) =
                      WRK-TOT-RECEITA(WRK-COL)
                      - WRK-TOT-DESPESA(WRK-COL)
                  COMPUTE WRK-TOT-PASSIVO-PL(WRK-COL) =
                      WRK-TOT-PASSIVO(WRK-COL) + WRK-TOT-PL(WRK-COL)
                      + WRK-TOT-RESULTADO(WRK-COL)
                  COMPUTE WRK-TOT-DIFERENCA(WRK-COL) =
                      WRK-TOT-ATIVO(WRK-COL)
                      - WRK-TOT-PASSIVO-PL(WRK-COL)
              END-PERFORM
              IF WRK-TOT-DIFERENCA(5) NOT = ZERO
                  OR WRK-TOT-DIFERENCA(6) NOT = ZERO
                  OR WRK-QTD-SEM-PLANO GREATER ZERO
                  OR WRK-QTD-SEM-TIPO GREATER ZERO
                  MOVE "N" TO WRK-BALANCO-FECHA
              END-IF.

         0510-SOMA-TOTAL SECTION.
              EVALUATE TRUE
                  WHEN TAB-LN-SECAO(TAB-LN-IDX) = 1
                      ADD TAB-LN-VALOR(TAB-LN-IDX, WRK-COL)
                          TO WRK-TOT-ATIVO(WRK-COL)
                  WHEN TAB-LN-SECAO(TAB-LN-IDX) = 2
                      ADD TAB-LN-VALOR(TAB-LN-IDX, WRK-COL)
                          TO WRK-TOT-PASSIVO(WRK-COL)
                  WHEN TAB-LN-SECAO(TAB-LN-IDX) = 3
                      ADD TAB-LN-VALOR(TAB-LN-IDX, WRK-COL)
                          TO WRK-TOT-PL(WRK-COL)
                  WHEN TAB-LN-TIPO(TAB-LN-IDX) = "R"
                      ADD TAB-LN-VALOR(TAB-LN-IDX, WRK-COL)
                          TO WRK-TOT-RECEITA(WRK-COL)
                  WHEN OTHER
                      ADD TAB-LN-VALOR(TAB-LN-IDX, WRK-COL)
                          TO WRK-TOT-DESPESA(WRK-COL)
              END-EVALUATE.

      *    DRE: receitas somam, despesas saem negativas e a ultima
      *    linha e o resultado.
         8000-GRAVA-DRE SECTION.
              SET IMPRIME-DRE TO TRUE
              MOVE SPACES TO WRK-IMP-TITULO
              STRING "DRE - COMPETENCIA " DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  INTO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "LINHA DA DRE        " DELIMITED BY SIZE
                  "            MES    MES ANO ANT" DELIMITED BY SIZE
                  "      ACUMULADO   ACUM ANO ANT" DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS
              PERFORM VARYING TAB-LN-IDX FROM 1 BY 1
                  UNTIL TAB-LN-IDX GREATER WRK-QTD-LINHA
                  IF TAB-LN-SECAO(TAB-LN-IDX) = 4
                      PERFORM VARYING WRK-COL FROM 1 BY 1
                          UNTIL WRK-COL GREATER 6
                          IF TAB-LN-TIPO(TAB-LN-IDX) = "D"
                              COMPUTE WRK-VL-VALOR(WRK-COL) = ZERO
                                  - TAB-LN-VALOR(TAB-LN-IDX, WRK-COL)
                          ELSE
                              MOVE TAB-LN-VALOR(TAB-LN-IDX, WRK-COL)
                                  TO WRK-VL-VALOR(WRK-COL)
                          END-IF
                      END-PERFORM
                      MOVE TAB-LN-GRUPO(TAB-LN-IDX) TO WRK-ROTULO
                      PERFORM 8700-GRAVA-VALORES
                  END-IF
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM VARYING WRK-COL FROM 1 BY 1
                  UNTIL WRK-COL GREATER 6
                  MOVE WRK-TOT-RESULTADO(WRK-COL)
                      TO WRK-VL-VALOR(WRK-COL)
              END-PERFORM
              MOVE "RESULTADO DO PERIODO" TO WRK-ROTULO
              PERFORM 8700-GRAVA-VALORES.

      *    Balanco: ativo de um lado; passivo, patrimonio liquido e o
      *    resultado nao encerrado do outro. Abre pagina nova.
         8200-GRAVA-BALANCO SECTION.
              MOVE "N" TO WRK-E-DRE
              MOVE SPACES TO WRK-IMP-TITULO
              STRING "BALANCO PATRIMONIAL - COMPETENCIA "
                  DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  INTO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "LINHA DO BALANCO    " DELIMITED BY SIZE
                  "      MOVTO MES  MOVTO ANO ANT" DELIMITED BY SIZE
                  "          SALDO  SALDO ANO ANT" DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS
              MOVE ZEROS TO WRK-IMP-LINHAS
              MOVE ZEROS TO WRK-SECAO-ANT
              PERFORM VARYING TAB-LN-IDX FROM 1 BY 1
                  UNTIL TAB-LN-IDX GREATER WRK-QTD-LINHA
                  IF TAB-LN-SECAO(TAB-LN-IDX) LESS 4
                      PERFORM 8210-GRAVA-LINHA-BALANCO
                  END-IF
              END-PERFORM
              IF WRK-SECAO-ANT NOT = ZEROS
                  PERFORM 8220-FECHA-SECAO
              END-IF
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM VARYING WRK-COL FROM 1 BY 1
                  UNTIL WRK-COL GREATER 6
                  MOVE WRK-TOT-RESULTADO(WRK-COL)
                      TO WRK-VL-VALOR(WRK-COL)
              END-PERFORM
              MOVE "RESULTADO DO PERIODO" TO WRK-ROTULO
              PERFORM 8700-GRAVA-VALORES
              PERFORM VARYING WRK-COL FROM 1 BY 1
                  UNTIL WRK-COL GREATER 6
                  MOVE WRK-TOT-PASSIVO-PL(WRK-COL)
                      TO WRK-VL-VALOR(WRK-COL)
              END-PERFORM
              MOVE "PASSIVO+PL+RESULT." TO WRK-ROTULO
              PERFORM 8700-GRAVA-VALORES
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              IF WRK-QTD-SEM-PLANO GREATER ZERO
                  MOVE WRK-QTD-SEM-PLANO TO WRK-QTD-ED
                  MOVE SPACES TO WRK-IMP-LINHA
                  STRING "LANCAMENTOS EM CONTA FORA DO PLANO : "
                      DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              IF WRK-QTD-SEM-TIPO GREATER ZERO
                  MOVE WRK-QTD-SEM-TIPO TO WRK-QTD-ED
                  MOVE SPACES TO WRK-IMP-LINHA
                  STRING "CONTAS COM SALDO SEM TIPO A/P/L/R/D : "
                      DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              IF BALANCO-FECHA
                  MOVE "BALANCO FECHA: ATIVO = PASSIVO + PL + RESULT."
                      TO WRK-IMP-LINHA
              ELSE
                  MOVE "BALANCO NAO FECHA" TO WRK-IMP-LINHA
                  MOVE 8 TO RETURN-CODE
                  MOVE WRK-TOT-DIFERENCA(5) TO WRK-VALOR-ED
                  DISPLAY "BALANCO NAO FECHA - DIFERENCA NO SALDO : "
                      WRK-VALOR-ED
              END-IF
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOT-DIFERENCA(5) TO WRK-VALOR-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "DIFERENCA " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         8210-GRAVA-LINHA-BALANCO SECTION.
              IF TAB-LN-SECAO(TAB-LN-IDX) NOT = WRK-SECAO-ANT
                  IF WRK-SECAO-ANT NOT = ZEROS
                      PERFORM 8220-FECHA-SECAO
                  END-IF
                  MOVE TAB-LN-SECAO(TAB-LN-IDX) TO WRK-SECAO-ANT
                  MOVE SPACES TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
                  EVALUATE WRK-SECAO-ANT
                      WHEN 1
                          MOVE "ATIVO" TO WRK-IMP-LINHA
                      WHEN 2
                          MOVE "PASSIVO" TO WRK-IMP-LINHA
                      WHEN OTHER
                          MOVE "PATRIMONIO LIQUIDO" TO WRK-IMP-LINHA
                  END-EVALUATE
                  PERFORM 8800-IMP-LINHA
              END-IF
              PERFORM VARYING WRK-COL FROM 1 BY 1
                  UNTIL WRK-COL GREATER 6
                  MOVE TAB-LN-VALOR(TAB-LN-IDX, WRK-COL)
                      TO WRK-VL-VALOR(WRK-COL)
              END-PERFORM
              MOVE TAB-LN-GRUPO(TAB-LN-IDX) TO WRK-ROTULO
              PERFORM 8700-GRAVA-VALORES.

         8220-FECHA-SECAO SECTION.
              PERFORM VARYING WRK-COL FROM 1 BY 1
                  UNTIL WRK-COL GREATER 6
                  EVALUATE WRK-SECAO-ANT
                      WHEN 1
                          MOVE WRK-TOT-ATIVO(WRK-COL)
                              TO WRK-VL-VALOR(WRK-COL)
                      WHEN 2
                          MOVE WRK-TOT-PASSIVO(WRK-COL)
                              TO WRK-VL-VALOR(WRK-COL)
                      WHEN OTHER
                          MOVE WRK-TOT-PL(WRK-COL)
                              TO WRK-VL-VALOR(WRK-COL)
                  END-EVALUATE
              END-PERFORM
              EVALUATE WRK-SECAO-ANT
                  WHEN 1
                      MOVE "TOTAL DO ATIVO" TO WRK-ROTULO
                  WHEN 2
                      MOVE "TOTAL DO PASSIVO" TO WRK-ROTULO
                  WHEN OTHER
                      MOVE "TOTAL DO PL" TO WRK-ROTULO
              END-EVALUATE
              PERFORM 8700-GRAVA-VALORES.

      *    Monta a linha com as quatro colunas da demonstracao.
         8700-GRAVA-VALORES SECTION.
              MOVE SPACES TO WRK-LINHA-DEM
              MOVE WRK-ROTULO TO WRK-LD-ROTULO
              MOVE WRK-VL-VALOR(1) TO WRK-LD-VALOR(1)
              MOVE WRK-VL-VALOR(2) TO WRK-LD-VALOR(2)
              IF IMPRIME-DRE
                  MOVE WRK-VL-VALOR(3) TO WRK-LD-VALOR(3)
                  MOVE WRK-VL-VALOR(4) TO WRK-LD-VALOR(4)
              ELSE
                  MOVE WRK-VL-VALOR(5) TO WRK-LD-VALOR(3)
                  MOVE WRK-VL-VALOR(6) TO WRK-LD-VALOR(4)
              END-IF
              MOVE WRK-LINHA-DEM TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD 1 TO WRK-JOB-GRAVADOS.

         9000-FINALIZAR SECTION.
              CLOSE DEMCONTREL-FILE
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
               ==REL-REG== BY ==DEMCONTREL-REG==.

       END PROGRAM DEMCONT.
