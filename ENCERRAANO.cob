      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 27/02/2025
      * Purpose: Encerramento do exercicio contabil, que o contador
      *          fazia com lancamentos manuais de fim de ano. Le
      *          ENCANOMOV.DAT (exercicio, acao E encerrar / R
      *          estornar, operador e a conta de lucros acumulados).
      *          O encerramento exige os doze meses do exercicio
      *          FECHADOS em PERIODOS.DAT e grava em LANCAMENTOS.DAT
      *          o lote EA mais o ano, em 31/12, que zera cada conta
      *          de resultado (tipo R e D no PLANOCONTAS.DAT) contra
      *          a conta de lucros acumulados (tipo L, ativa), e o
      *          lote AB mais o ano seguinte, em 01/01, que abre os
      *          saldos das contas patrimoniais (A, P e L). O relato-
      *          rio (ENCANOREL.DAT, padrao IMPRESSAOCPY) prova que o
      *          resultado transferido e o resultado do exercicio
      *          (receitas menos despesas do ano); se nao confere --
      *          exercicio anterior sem encerramento, razao que nao
      *          balanceia -- nada e lancado e o programa encerra com
      *          RETURN-CODE 8. O estorno so e aceito de operador de
      *          nivel 3 (senior) do OPERADORES.DAT e grava, nos
      *          mesmos lotes, as partidas contrarias. A situacao de
      *          cada exercicio fica em ENCANO.DAT; todo encerramento
      *          e estorno deixa registro em ENCANOAUD.DAT, e estorno
      *          e recusa tambem em EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCERRAANO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCANOMOV-FILE ASSIGN TO "ENCANOMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT ENCANO-FILE ASSIGN TO "ENCANO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENCANO.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OPER.
           SELECT PLANOCONTAS-FILE ASSIGN TO "PLANOCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANO.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERIODO.
           SELECT LANCAMENTOS-FILE ASSIGN TO "LANCAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANC.
           SELECT ENCANOAUD-FILE ASSIGN TO "ENCANOAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUD.
           SELECT ENCANOREL-FILE ASSIGN TO "ENCANOREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ENCANOMOV-FILE.
       01  ENCANOMOV-REG.
           05 EM-ANO                 PIC 9(04).
           05 EM-ACAO                PIC X(01).
           05 EM-OPERADOR            PIC X(08).
           05 EM-CONTA-LUCROS        PIC 9(04).

       FD  ENCANO-FILE.
       01  ENCANO-REG.
           05 EN-ANO                 PIC 9(04).
           05 EN-SITUACAO            PIC X(01).
           05 EN-CONTA-LUCROS        PIC 9(04).
           05 EN-RESULTADO           PIC 9(13)V99.
           05 EN-RESULTADO-DC        PIC X(01).
           05 EN-DATA                PIC 9(08).
           05 EN-OPERADOR            PIC X(08).

       FD  OPERADORES-FILE.
       01  OPERADORES-REG.
           05 OP-CODIGO              PIC X(08).
           05 OP-NOME                PIC X(20).
           05 OP-NIVEL               PIC 9(01).

       FD  PLANOCONTAS-FILE.
       01  PLANOCONTAS-REG.
           05 PL-CONTA               PIC 9(04).
           05 PL-DESCRICAO           PIC X(30).
           05 PL-TIPO                PIC X(01).
           05 PL-ATIVO               PIC X(01).

       FD  PERIODOS-FILE.
       01  PERIODOS-REG.
           05 PE-COMPETENCIA         PIC 9(06).
           05 PE-STATUS              PIC X(01).
           05 PE-DATA-FECHO          PIC 9(08).

       FD  LANCAMENTOS-FILE.
       01  LANCAMENTOS-REG.
           05 LC-LOTE                PIC X(06).
           05 LC-DATA                PIC 9(08).
           05 LC-CONTA               PIC 9(04).
           05 LC-DC                  PIC X(01).
           05 LC-VALOR               PIC 9(11)V99.
           05 LC-HISTORICO           PIC X(30).

       FD  ENCANOAUD-FILE.
       01  ENCANOAUD-REG.
           05 AE-DATA                PIC 9(08).
           05 AE-HORA                PIC 9(08).
           05 AE-ANO                 PIC 9(04).
           05 AE-ACAO                PIC X(01).
           05 AE-OPERADOR            PIC X(08).
           05 AE-CONTA-LUCROS        PIC 9(04).
           05 AE-RESULTADO           PIC 9(13)V99.
           05 AE-RESULTADO-DC        PIC X(01).

       FD  ENCANOREL-FILE.
       01  ENCANOREL-REG             PIC X(80).

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

         77 WRK-STATUS-MOV       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-ENCANO    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-OPER      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PLANO     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PERIODO   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-LANC      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL       PIC X(02) VALUE SPACES.
         77 WRK-FIM-MOV          PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-FIM-ARQUIVO      PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".

         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-MOTIVO           PIC X(30) VALUE SPACES.
      *    Recusa comum e aviso (4); prova que nao confere e erro (8).
         77 WRK-RC-MOTIVO        PIC 9(01) VALUE 4.

      *    Operadores de nivel 3 (senior) do OPERADORES.DAT, os
      *    unicos que estornam um encerramento. Cadastro ausente
      *    deixa a tabela vazia e todo estorno e recusado.
         01 TAB-AUTORIZADO.
             05 TAB-AU-CODIGO OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-AUTORIZADO
                 INDEXED BY TAB-AU-IDX
                 PIC X(08).
         77 WRK-QTD-AUTORIZADO   PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-AUTORIZADO PIC X(01) VALUE "N".
             88 ACHOU-AUTORIZADO VALUE "S".

      *    Contas do plano com o saldo ate 31/12 do exercicio (debito
      *    menos credito, sem o lote de abertura) e o saldo de cada
      *    conta nos lotes EA e AB do exercicio, para o estorno.
         01 TAB-PLANO.
             05 TAB-PL-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-PLANO
                 INDEXED BY TAB-PL-IDX.
                 10 TAB-PL-CONTA      PIC 9(04).
                 10 TAB-PL-DESCRICAO  PIC X(30).
                 10 TAB-PL-TIPO       PIC X(01).
                 10 TAB-PL-ATIVO      PIC X(01).
                 10 TAB-PL-SALDO      PIC S9(13)V99.
                 10 TAB-PL-LOTE-EA    PIC S9(13)V99.
                 10 TAB-PL-LOTE-AB    PIC S9(13)V99.
         77 WRK-QTD-PLANO        PIC 9(03) VALUE ZEROS.
         77 WRK-CONTA-BUSCA      PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-CONTA      PIC X(01) VALUE "N".
             88 ACHOU-CONTA VALUE "S".

      *    Competencias fechadas em PERIODOS.DAT.
         01 TAB-FECHADO.
             05 TAB-FE-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-FECHADO
                 INDEXED BY TAB-FE-IDX.
                 10 TAB-FE-COMPET     PIC 9(06).
         77 WRK-QTD-FECHADO      PIC 9(03) VALUE ZEROS.
         77 WRK-PERIODO-FECHADO  PIC X(01) VALUE "N".
             88 PERIODO-FECHADO VALUE "S".
         01 WRK-COMPET-BUSCA     PIC 9(06) VALUE ZEROS.
         01 WRK-COMPET-BUSCA-X REDEFINES WRK-COMPET-BUSCA.
             05 WRK-CB-ANO         PIC 9(04).
             05 WRK-CB-MES         PIC 9(02).

      *    Situacao dos exercicios: E encerrado, R estornado.
         01 TAB-ENCERRADO.
             05 TAB-EN-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-ENCERRADO
                 INDEXED BY TAB-EN-IDX.
                 10 TAB-EN-ANO        PIC 9(04).
                 10 TAB-EN-SITUACAO   PIC X(01).
                 10 TAB-EN-CONTA      PIC 9(04).
                 10 TAB-EN-RESULTADO  PIC 9(13)V99.
                 10 TAB-EN-DC         PIC X(01).
                 10 TAB-EN-DATA       PIC 9(08).
                 10 TAB-EN-OPERADOR   PIC X(08).
         77 WRK-QTD-ENCERRADO    PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-ENCERRADO  PIC X(01) VALUE "N".
             88 ACHOU-ENCERRADO VALUE "S".

      *    Datas e lotes do exercicio em tratamento.
         01 WRK-DATA-ENCERRA     PIC 9(08) VALUE ZEROS.
         01 WRK-DATA-ENCERRA-X REDEFINES WRK-DATA-ENCERRA.
             05 WRK-DE-ANO         PIC 9(04).
             05 WRK-DE-MES-DIA     PIC 9(04).
         01 WRK-DATA-ABERTURA    PIC 9(08) VALUE ZEROS.
         01 WRK-DATA-ABERTURA-X REDEFINES WRK-DATA-ABERTURA.
             05 WRK-DA-ANO         PIC 9(04).
             05 WRK-DA-MES-DIA     PIC 9(04).
         01 WRK-LOTE-EA.
             05 FILLER             PIC X(02) VALUE "EA".
             05 WRK-LE-ANO         PIC 9(04) VALUE ZEROS.
         01 WRK-LOTE-AB.
             05 FILLER             PIC X(02) VALUE "AB".
             05 WRK-LA-ANO         PIC 9(04) VALUE ZEROS.

      *    Apuracao: resultado do ano (receitas menos despesas
      *    lancadas no exercicio, fora o lote de encerramento), o
      *    resultado a transferir (o saldo das contas de resultado em
      *    31/12, credito menos debito) e a soma de todos os saldos,
      *    que num razao balanceado e zero.
         77 WRK-RESULTADO-ANO    PIC S9(13)V99 VALUE ZEROS.
         77 WRK-RESULTADO-TRANSF PIC S9(13)V99 VALUE ZEROS.
         77 WRK-DIFERENCA        PIC S9(13)V99 VALUE ZEROS.
         77 WRK-SOMA-SALDOS      PIC S9(13)V99 VALUE ZEROS.
         77 WRK-VALOR-LANC       PIC S9(13)V99 VALUE ZEROS.
         77 WRK-QTD-SEM-PLANO    PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-SEM-TIPO     PIC 9(03) VALUE ZEROS.

      *    Lote em gravacao.
         77 WRK-LOTE-LANC        PIC X(06) VALUE SPACES.
         77 WRK-DATA-LANC        PIC 9(08) VALUE ZEROS.
         77 WRK-HISTORICO        PIC X(30) VALUE SPACES.
         77 WRK-TOT-DEBITO       PIC 9(13)V99 VALUE ZEROS.
         77 WRK-QTD-LINHAS-LOTE  PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-LANC-GRAV    PIC 9(06) VALUE ZEROS.

         01 WRK-LINHA-LANC.
             05 WRK-LL-LOTE        PIC X(06).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LL-CONTA       PIC 9(04).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LL-DESCRICAO   PIC X(30).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LL-DC          PIC X(01).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LL-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.
         77 WRK-VALOR-ED          PIC -Z.ZZZ.ZZZ.ZZ9,99.
         77 WRK-QTD-ED            PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-RECEBE THRU 0100-EXIT
                  UNTIL FIM-ARQUIVO-MOV
              PERFORM 0700-REGRAVA-CONTROLE
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-MOV
              MOVE "N" TO WRK-FIM-ARQUIVO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-AUTORIZADO
              MOVE ZEROS TO WRK-QTD-PLANO
              MOVE ZEROS TO WRK-QTD-FECHADO
              MOVE ZEROS TO WRK-QTD-ENCERRADO
              MOVE ZEROS TO WRK-QTD-LANC-GRAV
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "ENCERRA-ANO" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1040-CARREGA-AUTORIZADOS
              PERFORM 1050-CARREGA-PLANO
              PERFORM 1060-CARREGA-PERIODOS
              PERFORM 1070-CARREGA-CONTROLE
              OPEN INPUT ENCANOMOV-FILE
              IF WRK-STATUS-MOV NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "ENCANOMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND ENCANOAUD-FILE
              IF WRK-STATUS-AUD = "35"
                  OPEN OUTPUT ENCANOAUD-FILE
              END-IF
              OPEN OUTPUT ENCANOREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "ENCANOREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "ENCERRAMENTO DO EXERCICIO" TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "LOTE    CONTA DESCRICAO" DELIMITED BY SIZE
                  "                       D/C" DELIMITED BY SIZE
                  "           VALOR" DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS
              PERFORM 1100-LER-MOVTO.

         1040-CARREGA-AUTORIZADOS SECTION.
              OPEN INPUT OPERADORES-FILE
              IF WRK-STATUS-OPER NOT = "00"
                  DISPLAY "Aviso: OPERADORES.DAT indisponivel (status "
                      WRK-STATUS-OPER ") - nenhum estorno aceito"
                  GO TO 1040-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ OPERADORES-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF OP-NIVEL = 3
                              AND WRK-QTD-AUTORIZADO LESS 100
                              ADD 1 TO WRK-QTD-AUTORIZADO
                              MOVE OP-CODIGO TO
                                  TAB-AU-CODIGO(WRK-QTD-AUTORIZADO)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE OPERADORES-FILE.
         1040-SAIDA.
              EXIT.

      *    Sem o plano de contas nao ha como separar resultado de
      *    patrimonio.
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
                          MOVE PL-CONTA TO TAB-PL-CONTA(TAB-PL-IDX)
                          MOVE PL-DESCRICAO
                              TO TAB-PL-DESCRICAO(TAB-PL-IDX)
                          MOVE PL-TIPO TO TAB-PL-TIPO(TAB-PL-IDX)
                          MOVE PL-ATIVO TO TAB-PL-ATIVO(TAB-PL-IDX)
                  END-READ
              END-PERFORM
              CLOSE PLANOCONTAS-FILE.

         1060-CARREGA-PERIODOS SECTION.
              OPEN INPUT PERIODOS-FILE
              IF WRK-STATUS-PERIODO = "00"
                  MOVE "N" TO WRK-FIM-ARQUIVO
                  PERFORM UNTIL FIM-ARQUIVO
                      READ PERIODOS-FILE INTO PERIODOS-REG
                          AT END
                              SET FIM-ARQUIVO TO TRUE
                          NOT AT END
                              IF PE-STATUS = "F"
                                  AND WRK-QTD-FECHADO LESS 100
                                  ADD 1 TO WRK-QTD-FECHADO
                                  MOVE PE-COMPETENCIA TO
                                      TAB-FE-COMPET(WRK-QTD-FECHADO)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE PERIODOS-FILE
              END-IF.

         1070-CARREGA-CONTROLE SECTION.
              OPEN INPUT ENCANO-FILE
              IF WRK-STATUS-ENCANO = "00"
                  MOVE "N" TO WRK-FIM-ARQUIVO
                  PERFORM UNTIL FIM-ARQUIVO
                      READ ENCANO-FILE
                          AT END
                              SET FIM-ARQUIVO TO TRUE
                          NOT AT END
                              IF WRK-QTD-ENCERRADO LESS 100
                                  ADD 1 TO WRK-QTD-ENCERRADO
                                  SET TAB-EN-IDX TO WRK-QTD-ENCERRADO
                                  MOVE EN-ANO TO TAB-EN-ANO(TAB-EN-IDX)
                                  MOVE EN-SITUACAO
                                      TO TAB-EN-SITUACAO(TAB-EN-IDX)
                                  MOVE EN-CONTA-LUCROS
                                      TO TAB-EN-CONTA(TAB-EN-IDX)
                                  MOVE EN-RESULTADO
                                      TO TAB-EN-RESULTADO(TAB-EN-IDX)
                                  MOVE EN-RESULTADO-DC
                                      TO TAB-EN-DC(TAB-EN-IDX)
                                  MOVE EN-DATA
                                      TO TAB-EN-DATA(TAB-EN-IDX)
                                  MOVE EN-OPERADOR
                                      TO TAB-EN-OPERADOR(TAB-EN-IDX)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE ENCANO-FILE
              END-IF.

         1100-LER-MOVTO SECTION.
              READ ENCANOMOV-FILE
                  AT END
                      SET FIM-ARQUIVO-MOV TO TRUE
              END-READ.

         0100-RECEBE SECTION.
              ADD 1 TO WRK-JOB-LIDOS
              MOVE SPACES TO WRK-MOTIVO
              MOVE 4 TO WRK-RC-MOTIVO
              EVALUATE TRUE
                  WHEN EM-ANO NOT NUMERIC OR EM-ANO = ZEROS
                      MOVE "EXERCICIO INVALIDO" TO WRK-MOTIVO
                  WHEN EM-OPERADOR = SPACES
                      MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO
                  WHEN EM-ACAO = "E"
                      PERFORM 0150-PREPARA-EXERCICIO
                      PERFORM 0200-ENCERRA-EXERCICIO
                  WHEN EM-ACAO = "R"
                      PERFORM 0150-PREPARA-EXERCICIO
                      PERFORM 0300-ESTORNA-ENCERRAMENTO
                  WHEN OTHER
                      MOVE "ACAO INVALIDA" TO WRK-MOTIVO
              END-EVALUATE
              IF WRK-MOTIVO NOT = SPACES
                  ADD 1 TO WRK-JOB-REJEITADOS
                  IF RETURN-CODE LESS WRK-RC-MOTIVO
                      MOVE WRK-RC-MOTIVO TO RETURN-CODE
                  END-IF
                  DISPLAY "MOVIMENTO RECUSADO " EM-ANO " " EM-ACAO
                      " : " WRK-MOTIVO
                  MOVE SPACES TO WRK-IMP-LINHA
                  STRING "EXERCICIO " DELIMITED BY SIZE
                      EM-ANO DELIMITED BY SIZE
                      " - MOVIMENTO RECUSADO : " DELIMITED BY SIZE
                      WRK-MOTIVO DELIMITED BY SIZE
                      INTO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
                  MOVE SPACES TO WRK-EXC-CHAVE
                  STRING "EXERCICIO " DELIMITED BY SIZE
                      EM-ANO DELIMITED BY SIZE
                      INTO WRK-EXC-CHAVE
                  MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
              END-IF
              PERFORM 1100-LER-MOVTO.
         0100-EXIT.
              EXIT.

      *    Datas e lotes do exercicio: encerramento em 31/12, abertura
      *    em 01/01 do ano seguinte.
         0150-PREPARA-EXERCICIO SECTION.
              MOVE EM-ANO TO WRK-DE-ANO
              MOVE 1231 TO WRK-DE-MES-DIA
              ADD 1 EM-ANO GIVING WRK-DA-ANO
              MOVE 0101 TO WRK-DA-MES-DIA
              MOVE EM-ANO TO WRK-LE-ANO
              MOVE WRK-DA-ANO TO WRK-LA-ANO
              PERFORM 0220-LOCALIZA-CONTROLE.

      *    Encerrar exige o exercicio inteiro fechado, a abertura em
      *    competencia aberta, a conta de lucros acumulados valida e
      *    a prova do resultado; so entao grava os dois lotes.
         0200-ENCERRA-EXERCICIO SECTION.
              IF ACHOU-ENCERRADO
                  AND TAB-EN-SITUACAO(TAB-EN-IDX) = "E"
                  MOVE "EXERCICIO JA ENCERRADO" TO WRK-MOTIVO
                  GO TO 0200-SAIDA
              END-IF
              MOVE EM-ANO TO WRK-CB-ANO
              PERFORM VARYING WRK-CB-MES FROM 1 BY 1
                  UNTIL WRK-CB-MES GREATER 12
                  OR WRK-MOTIVO NOT = SPACES
                  PERFORM 0230-VERIFICA-PERIODO
                  IF NOT PERIODO-FECHADO
                      STRING "COMPETENCIA " DELIMITED BY SIZE
                          WRK-COMPET-BUSCA DELIMITED BY SIZE
                          " NAO FECHADA" DELIMITED BY SIZE
                          INTO WRK-MOTIVO
                  END-IF
              END-PERFORM
              IF WRK-MOTIVO NOT = SPACES
                  GO TO 0200-SAIDA
              END-IF
              MOVE WRK-DATA-ABERTURA(1:6) TO WRK-COMPET-BUSCA
              PERFORM 0230-VERIFICA-PERIODO
              IF PERIODO-FECHADO
                  MOVE "ABERTURA EM PERIODO FECHADO" TO WRK-MOTIVO
                  MOVE "E" TO WRK-EXC-SEVERIDADE
                  MOVE "L003" TO WRK-EXC-COD-MOTIVO
                  GO TO 0200-SAIDA
              END-IF
              MOVE EM-CONTA-LUCROS TO WRK-CONTA-BUSCA
              PERFORM 0160-LOCALIZA-CONTA
              IF NOT ACHOU-CONTA
                  OR TAB-PL-TIPO(TAB-PL-IDX) NOT = "L"
                  OR TAB-PL-ATIVO(TAB-PL-IDX) NOT = "S"
                  MOVE "CONTA DE LUCROS INVALIDA" TO WRK-MOTIVO
                  MOVE "E" TO WRK-EXC-SEVERIDADE
                  MOVE "L002" TO WRK-EXC-COD-MOTIVO
                  GO TO 0200-SAIDA
              END-IF
              PERFORM 0240-APURA-SALDOS
              PERFORM 0260-TOTALIZA-SALDOS
              PERFORM 0280-IMPRIME-PROVA
              EVALUATE TRUE
                  WHEN WRK-QTD-SEM-PLANO GREATER ZERO
                      MOVE "LANCAMENTO EM CONTA FORA PLANO"
                          TO WRK-MOTIVO
                      MOVE "L002" TO WRK-EXC-COD-MOTIVO
                  WHEN WRK-QTD-SEM-TIPO GREATER ZERO
                      MOVE "CONTA COM SALDO SEM TIPO" TO WRK-MOTIVO
                      MOVE "L004" TO WRK-EXC-COD-MOTIVO
                  WHEN WRK-SOMA-SALDOS NOT = ZERO
                      MOVE "RAZAO NAO BALANCEIA" TO WRK-MOTIVO
                      MOVE "L001" TO WRK-EXC-COD-MOTIVO
                  WHEN WRK-DIFERENCA NOT = ZERO
                      MOVE "RESULTADO NAO CONFERE" TO WRK-MOTIVO
                      MOVE "L004" TO WRK-EXC-COD-MOTIVO
              END-EVALUATE
              IF WRK-MOTIVO NOT = SPACES
                  MOVE "E" TO WRK-EXC-SEVERIDADE
                  MOVE 8 TO WRK-RC-MOTIVO
                  GO TO 0200-SAIDA
              END-IF
              IF NOT ACHOU-ENCERRADO
                  AND WRK-QTD-ENCERRADO NOT LESS 100
                  MOVE "CONTROLE DE EXERCICIOS CHEIO" TO WRK-MOTIVO
                  GO TO 0200-SAIDA
              END-IF
              PERFORM 0400-ABRE-RAZAO
              PERFORM 0410-LANCA-ENCERRAMENTO
              PERFORM 0450-LANCA-ABERTURA
              CLOSE LANCAMENTOS-FILE
              IF NOT ACHOU-ENCERRADO
                  ADD 1 TO WRK-QTD-ENCERRADO
                  SET TAB-EN-IDX TO WRK-QTD-ENCERRADO
                  MOVE EM-ANO TO TAB-EN-ANO(TAB-EN-IDX)
              END-IF
              MOVE "E" TO TAB-EN-SITUACAO(TAB-EN-IDX)
              MOVE EM-CONTA-LUCROS TO TAB-EN-CONTA(TAB-EN-IDX)
              IF WRK-RESULTADO-TRANSF LESS ZERO
                  COMPUTE TAB-EN-RESULTADO(TAB-EN-IDX) =
                      ZERO - WRK-RESULTADO-TRANSF
                  MOVE "D" TO TAB-EN-DC(TAB-EN-IDX)
              ELSE
                  MOVE WRK-RESULTADO-TRANSF
                      TO TAB-EN-RESULTADO(TAB-EN-IDX)
                  MOVE "C" TO TAB-EN-DC(TAB-EN-IDX)
              END-IF
              MOVE WRK-DATA-SISTEMA TO TAB-EN-DATA(TAB-EN-IDX)
              MOVE EM-OPERADOR TO TAB-EN-OPERADOR(TAB-EN-IDX)
              ADD 1 TO WRK-JOB-GRAVADOS
              PERFORM 0290-GRAVA-AUDIT
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              DISPLAY "EXERCICIO " EM-ANO " ENCERRADO - LOTES "
                  WRK-LOTE-EA " E " WRK-LOTE-AB.
         0200-SAIDA.
              EXIT.

         0160-LOCALIZA-CONTA SECTION.
              MOVE "N" TO WRK-ACHOU-CONTA
              IF WRK-QTD-PLANO GREATER ZERO
                  SET TAB-PL-IDX TO 1
                  SEARCH TAB-PL-REG
                      AT END
                          CONTINUE
                      WHEN TAB-PL-CONTA(TAB-PL-IDX) = WRK-CONTA-BUSCA
                          SET ACHOU-CONTA TO TRUE
                  END-SEARCH
              END-IF.

         0215-LOCALIZA-AUTORIZADO SECTION.
              MOVE "N" TO WRK-ACHOU-AUTORIZADO
              IF WRK-QTD-AUTORIZADO GREATER ZERO
                  SET TAB-AU-IDX TO 1
                  SEARCH TAB-AU-CODIGO
                      AT END
                          CONTINUE
                      WHEN TAB-AU-CODIGO(TAB-AU-IDX) = EM-OPERADOR
                          SET ACHOU-AUTORIZADO TO TRUE
                  END-SEARCH
              END-IF.

         0220-LOCALIZA-CONTROLE SECTION.
              MOVE "N" TO WRK-ACHOU-ENCERRADO
              IF WRK-QTD-ENCERRADO GREATER ZERO
                  SET TAB-EN-IDX TO 1
                  SEARCH TAB-EN-REG
                      AT END
                          CONTINUE
                      WHEN TAB-EN-ANO(TAB-EN-IDX) = EM-ANO
                          SET ACHOU-ENCERRADO TO TRUE
                  END-SEARCH
              END-IF.

         0230-VERIFICA-PERIODO SECTION.
              MOVE "N" TO WRK-PERIODO-FECHADO
              IF WRK-QTD-FECHADO GREATER ZERO
                  SET TAB-FE-IDX TO 1
                  SEARCH TAB-FE-REG
                      AT END
                          CONTINUE
                      WHEN TAB-FE-COMPET(TAB-FE-IDX) = WRK-COMPET-BUSCA
                          SET PERIODO-FECHADO TO TRUE
                  END-SEARCH
              END-IF.

      *    Le o razao inteiro: saldo de cada conta ate 31/12 (o lote
      *    de abertura repete saldos que o razao ja tem e nao entra),
      *    o resultado lancado no ano e o saldo dos lotes EA e AB do
      *    exercicio.
         0240-APURA-SALDOS SECTION.
              MOVE ZEROS TO WRK-RESULTADO-ANO
              MOVE ZEROS TO WRK-QTD-SEM-PLANO
              PERFORM VARYING TAB-PL-IDX FROM 1 BY 1
                  UNTIL TAB-PL-IDX GREATER WRK-QTD-PLANO
                  MOVE ZEROS TO TAB-PL-SALDO(TAB-PL-IDX)
                  MOVE ZEROS TO TAB-PL-LOTE-EA(TAB-PL-IDX)
                  MOVE ZEROS TO TAB-PL-LOTE-AB(TAB-PL-IDX)
              END-PERFORM
              OPEN INPUT LANCAMENTOS-FILE
              IF WRK-STATUS-LANC NOT = "00"
                  DISPLAY "Aviso: LANCAMENTOS.DAT indisponivel : "
                      WRK-STATUS-LANC
                  GO TO 0240-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ LANCAMENTOS-FILE INTO LANCAMENTOS-REG
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF LC-DC = "D" OR LC-DC = "C"
                              PERFORM 0250-ACUMULA-LANCAMENTO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LANCAMENTOS-FILE.
         0240-SAIDA.
              EXIT.

         0250-ACUMULA-LANCAMENTO SECTION.
              MOVE LC-CONTA TO WRK-CONTA-BUSCA
              PERFORM 0160-LOCALIZA-CONTA
              IF NOT ACHOU-CONTA
                  IF LC-DATA NOT GREATER WRK-DATA-ENCERRA
                      ADD 1 TO WRK-QTD-SEM-PLANO
                  END-IF
                  GO TO 0250-SAIDA
              END-IF
              IF LC-DC = "D"
                  MOVE LC-VALOR TO WRK-VALOR-LANC
              ELSE
                  COMPUTE WRK-VALOR-LANC = ZERO - LC-VALOR
              END-IF
              IF LC-LOTE = WRK-LOTE-EA
                  ADD WRK-VALOR-LANC TO TAB-PL-LOTE-EA(TAB-PL-IDX)
              END-IF
              IF LC-LOTE = WRK-LOTE-AB
                  ADD WRK-VALOR-LANC TO TAB-PL-LOTE-AB(TAB-PL-IDX)
              END-IF
              IF LC-LOTE(1:2) = "AB"
                  OR LC-DATA GREATER WRK-DATA-ENCERRA
                  GO TO 0250-SAIDA
              END-IF
              ADD WRK-VALOR-LANC TO TAB-PL-SALDO(TAB-PL-IDX)
              IF LC-DATA(1:4) = WRK-LE-ANO
                  AND LC-LOTE(1:2) NOT = "EA"
                  AND (TAB-PL-TIPO(TAB-PL-IDX) = "R"
                  OR TAB-PL-TIPO(TAB-PL-IDX) = "D")
                  SUBTRACT WRK-VALOR-LANC FROM WRK-RESULTADO-ANO
              END-IF.
         0250-SAIDA.
              EXIT.

      *    O resultado a transferir e o saldo credor das contas de
      *    resultado; conta com saldo e tipo fora de A/P/L/R/D nao
      *    tem para onde ir e impede o encerramento.
         0260-TOTALIZA-SALDOS SECTION.
              MOVE ZEROS TO WRK-RESULTADO-TRANSF
              MOVE ZEROS TO WRK-SOMA-SALDOS
              MOVE ZEROS TO WRK-QTD-SEM-TIPO
              PERFORM VARYING TAB-PL-IDX FROM 1 BY 1
                  UNTIL TAB-PL-IDX GREATER WRK-QTD-PLANO
                  ADD TAB-PL-SALDO(TAB-PL-IDX) TO WRK-SOMA-SALDOS
                  EVALUATE TAB-PL-TIPO(TAB-PL-IDX)
                      WHEN "R"
                      WHEN "D"
                          SUBTRACT TAB-PL-SALDO(TAB-PL-IDX)
                              FROM WRK-RESULTADO-TRANSF
                      WHEN "A"
                      WHEN "P"
                      WHEN "L"
                          CONTINUE
                      WHEN OTHER
                          IF TAB-PL-SALDO(TAB-PL-IDX) NOT = ZERO
                              ADD 1 TO WRK-QTD-SEM-TIPO
                          END-IF
                  END-EVALUATE
              END-PERFORM
              COMPUTE WRK-DIFERENCA =
                  WRK-RESULTADO-TRANSF - WRK-RESULTADO-ANO.

      *    Prova do encerramento: resultado do ano contra o que vai
      *    para lucros acumulados.
         0280-IMPRIME-PROVA SECTION.
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "EXERCICIO " DELIMITED BY SIZE
                  EM-ANO DELIMITED BY SIZE
                  " - ENCERRAMENTO - OPERADOR " DELIMITED BY SIZE
                  EM-OPERADOR DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-RESULTADO-ANO TO WRK-VALOR-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "RESULTADO DO EXERCICIO (RECEITAS - DESPESAS) : "
                  DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-RESULTADO-TRANSF TO WRK-VALOR-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "RESULTADO TRANSFERIDO PARA A CONTA "
                  DELIMITED BY SIZE
                  EM-CONTA-LUCROS DELIMITED BY SIZE
                  "     : " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-LINHA
              IF WRK-DIFERENCA = ZERO
                  MOVE "PROVA DO RESULTADO : CONFERE" TO WRK-IMP-LINHA
              ELSE
                  MOVE WRK-DIFERENCA TO WRK-VALOR-ED
                  STRING "PROVA DO RESULTADO : NAO CONFERE - DIFERENCA "
                      DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-IMP-LINHA
                  DISPLAY "EXERCICIO " EM-ANO
                      " - RESULTADO NAO CONFERE - DIFERENCA "
                      WRK-VALOR-ED
              END-IF
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
              IF WRK-SOMA-SALDOS NOT = ZERO
                  MOVE WRK-SOMA-SALDOS TO WRK-VALOR-ED
                  MOVE SPACES TO WRK-IMP-LINHA
                  STRING "RAZAO NAO BALANCEIA - DIFERENCA : "
                      DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         0290-GRAVA-AUDIT SECTION.
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              MOVE WRK-DATA-SISTEMA TO AE-DATA
              MOVE WRK-HORA-SISTEMA TO AE-HORA
              MOVE EM-ANO           TO AE-ANO
              MOVE EM-ACAO          TO AE-ACAO
              MOVE EM-OPERADOR      TO AE-OPERADOR
              MOVE TAB-EN-CONTA(TAB-EN-IDX)     TO AE-CONTA-LUCROS
              MOVE TAB-EN-RESULTADO(TAB-EN-IDX) TO AE-RESULTADO
              MOVE TAB-EN-DC(TAB-EN-IDX)        TO AE-RESULTADO-DC
              WRITE ENCANOAUD-REG.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "ENCERRA-ANO" TO WRK-EXC-SISTEMA
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

      *    Estorno: so de exercicio encerrado, so por operador senior,
      *    e com a abertura ainda em competencia aberta. Grava nos
      *    lotes EA e AB as partidas contrarias ao que eles somam.
         0300-ESTORNA-ENCERRAMENTO SECTION.
              PERFORM 0215-LOCALIZA-AUTORIZADO
              MOVE WRK-DATA-ABERTURA(1:6) TO WRK-COMPET-BUSCA
              PERFORM 0230-VERIFICA-PERIODO
              EVALUATE TRUE
                  WHEN NOT ACHOU-ENCERRADO
                      MOVE "EXERCICIO NAO ESTA ENCERRADO"
                          TO WRK-MOTIVO
                  WHEN TAB-EN-SITUACAO(TAB-EN-IDX) NOT = "E"
                      MOVE "EXERCICIO NAO ESTA ENCERRADO"
                          TO WRK-MOTIVO
                  WHEN NOT ACHOU-AUTORIZADO
                      MOVE "OPERADOR NAO AUTORIZADO" TO WRK-MOTIVO
                  WHEN PERIODO-FECHADO
                      MOVE "ABERTURA EM PERIODO FECHADO" TO WRK-MOTIVO
                      MOVE "E" TO WRK-EXC-SEVERIDADE
                      MOVE "L003" TO WRK-EXC-COD-MOTIVO
              END-EVALUATE
              IF WRK-MOTIVO NOT = SPACES
                  GO TO 0300-SAIDA
              END-IF
              PERFORM 0240-APURA-SALDOS
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "EXERCICIO " DELIMITED BY SIZE
                  EM-ANO DELIMITED BY SIZE
                  " - ESTORNO DO ENCERRAMENTO - OPERADOR "
                  DELIMITED BY SIZE
                  EM-OPERADOR DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM 0400-ABRE-RAZAO
              PERFORM 0460-ESTORNA-LOTES
              CLOSE LANCAMENTOS-FILE
              MOVE "R" TO TAB-EN-SITUACAO(TAB-EN-IDX)
              MOVE WRK-DATA-SISTEMA TO TAB-EN-DATA(TAB-EN-IDX)
              MOVE EM-OPERADOR TO TAB-EN-OPERADOR(TAB-EN-IDX)
              ADD 1 TO WRK-JOB-GRAVADOS
              PERFORM 0290-GRAVA-AUDIT
              MOVE SPACES TO WRK-EXC-CHAVE
              STRING "EXERCICIO " DELIMITED BY SIZE
                  EM-ANO DELIMITED BY SIZE
                  INTO WRK-EXC-CHAVE
              MOVE "ENCERRAMENTO DE EXERCICIO ESTORNADO"
                  TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              DISPLAY "EXERCICIO " EM-ANO " - ENCERRAMENTO ESTORNADO"
                  " POR " EM-OPERADOR.
         0300-SAIDA.
              EXIT.

         0400-ABRE-RAZAO SECTION.
              OPEN EXTEND LANCAMENTOS-FILE
              IF WRK-STATUS-LANC = "35"
                  OPEN OUTPUT LANCAMENTOS-FILE
              END-IF
              IF WRK-STATUS-LANC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "LANCAMENTOS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-LANC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF.

      *    Lote EA: cada conta de resultado com saldo recebe a
      *    partida que a zera, e a diferenca vai para lucros
      *    acumulados (credito no lucro, debito no prejuizo).
         0410-LANCA-ENCERRAMENTO SECTION.
              MOVE WRK-LOTE-EA TO WRK-LOTE-LANC
              MOVE WRK-DATA-ENCERRA TO WRK-DATA-LANC
              MOVE SPACES TO WRK-HISTORICO
              STRING "ENCERRAMENTO EXERCICIO " DELIMITED BY SIZE
                  WRK-LE-ANO DELIMITED BY SIZE
                  INTO WRK-HISTORICO
              PERFORM 0540-INICIA-LOTE
              PERFORM VARYING TAB-PL-IDX FROM 1 BY 1
                  UNTIL TAB-PL-IDX GREATER WRK-QTD-PLANO
                  IF (TAB-PL-TIPO(TAB-PL-IDX) = "R"
                      OR TAB-PL-TIPO(TAB-PL-IDX) = "D")
                      AND TAB-PL-SALDO(TAB-PL-IDX) NOT = ZERO
                      COMPUTE WRK-VALOR-LANC =
                          ZERO - TAB-PL-SALDO(TAB-PL-IDX)
                      PERFORM 0500-GRAVA-LINHA
                      MOVE ZEROS TO TAB-PL-SALDO(TAB-PL-IDX)
                  END-IF
              END-PERFORM
              IF WRK-RESULTADO-TRANSF NOT = ZERO
                  MOVE EM-CONTA-LUCROS TO WRK-CONTA-BUSCA
                  PERFORM 0160-LOCALIZA-CONTA
                  COMPUTE WRK-VALOR-LANC = ZERO - WRK-RESULTADO-TRANSF
                  PERFORM 0500-GRAVA-LINHA
                  ADD WRK-VALOR-LANC TO TAB-PL-SALDO(TAB-PL-IDX)
              END-IF
              PERFORM 0550-GRAVA-TOTAL.

      *    Lote AB: o saldo de cada conta patrimonial, ja com o
      *    resultado em lucros acumulados, abre o ano seguinte.
         0450-LANCA-ABERTURA SECTION.
              MOVE WRK-LOTE-AB TO WRK-LOTE-LANC
              MOVE WRK-DATA-ABERTURA TO WRK-DATA-LANC
              MOVE SPACES TO WRK-HISTORICO
              STRING "ABERTURA EXERCICIO " DELIMITED BY SIZE
                  WRK-LA-ANO DELIMITED BY SIZE
                  INTO WRK-HISTORICO
              PERFORM 0540-INICIA-LOTE
              PERFORM VARYING TAB-PL-IDX FROM 1 BY 1
                  UNTIL TAB-PL-IDX GREATER WRK-QTD-PLANO
                  IF (TAB-PL-TIPO(TAB-PL-IDX) = "A"
                      OR TAB-PL-TIPO(TAB-PL-IDX) = "P"
                      OR TAB-PL-TIPO(TAB-PL-IDX) = "L")
                      AND TAB-PL-SALDO(TAB-PL-IDX) NOT = ZERO
                      MOVE TAB-PL-SALDO(TAB-PL-IDX) TO WRK-VALOR-LANC
                      PERFORM 0500-GRAVA-LINHA
                  END-IF
              END-PERFORM
              PERFORM 0550-GRAVA-TOTAL.

      *    Estorno dos dois lotes: a partida contraria ao saldo de
      *    cada conta no lote (o que ja foi estornado soma zero).
         0460-ESTORNA-LOTES SECTION.
              MOVE WRK-LOTE-EA TO WRK-LOTE-LANC
              MOVE WRK-DATA-ENCERRA TO WRK-DATA-LANC
              MOVE SPACES TO WRK-HISTORICO
              STRING "ESTORNO ENCERRAMENTO " DELIMITED BY SIZE
                  WRK-LE-ANO DELIMITED BY SIZE
                  INTO WRK-HISTORICO
              PERFORM 0540-INICIA-LOTE
              PERFORM VARYING TAB-PL-IDX FROM 1 BY 1
                  UNTIL TAB-PL-IDX GREATER WRK-QTD-PLANO
                  IF TAB-PL-LOTE-EA(TAB-PL-IDX) NOT = ZERO
                      COMPUTE WRK-VALOR-LANC =
                          ZERO - TAB-PL-LOTE-EA(TAB-PL-IDX)
                      PERFORM 0500-GRAVA-LINHA
                  END-IF
              END-PERFORM
              PERFORM 0550-GRAVA-TOTAL
              MOVE WRK-LOTE-AB TO WRK-LOTE-LANC
              MOVE WRK-DATA-ABERTURA TO WRK-DATA-LANC
              MOVE SPACES TO WRK-HISTORICO
              STRING "ESTORNO ABERTURA " DELIMITED BY SIZE
                  WRK-LA-ANO DELIMITED BY SIZE
                  INTO WRK-HISTORICO
              PERFORM 0540-INICIA-LOTE
              PERFORM VARYING TAB-PL-IDX FROM 1 BY 1
                  UNTIL TAB-PL-IDX GREATER WRK-QTD-PLANO
                  IF TAB-PL-LOTE-AB(TAB-PL-IDX) NOT = ZERO
                      COMPUTE WRK-VALOR-LANC =
                          ZERO - TAB-PL-LOTE-AB(TAB-PL-IDX)
                      PERFORM 0500-GRAVA-LINHA
                  END-IF
              END-PERFORM
              PERFORM 0550-GRAVA-TOTAL.

      *    Grava no razao e no relatorio a linha da conta em
      *    TAB-PL-IDX; WRK-VALOR-LANC positivo e debito, negativo e
      *    credito.
         0500-GRAVA-LINHA SECTION.
              MOVE WRK-LOTE-LANC TO LC-LOTE
              MOVE WRK-DATA-LANC TO LC-DATA
              MOVE TAB-PL-CONTA(TAB-PL-IDX) TO LC-CONTA
              IF WRK-VALOR-LANC GREATER ZERO
                  MOVE "D" TO LC-DC
                  MOVE WRK-VALOR-LANC TO LC-VALOR
                  ADD WRK-VALOR-LANC TO WRK-TOT-DEBITO
              ELSE
                  MOVE "C" TO LC-DC
                  COMPUTE LC-VALOR = ZERO - WRK-VALOR-LANC
              END-IF
              MOVE WRK-HISTORICO TO LC-HISTORICO
              WRITE LANCAMENTOS-REG
              ADD 1 TO WRK-QTD-LANC-GRAV
              ADD 1 TO WRK-QTD-LINHAS-LOTE
              MOVE LC-LOTE TO WRK-LL-LOTE
              MOVE LC-CONTA TO WRK-LL-CONTA
              MOVE TAB-PL-DESCRICAO(TAB-PL-IDX) TO WRK-LL-DESCRICAO
              MOVE LC-DC TO WRK-LL-DC
              MOVE LC-VALOR TO WRK-LL-VALOR
              MOVE WRK-LINHA-LANC TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         0540-INICIA-LOTE SECTION.
              MOVE ZEROS TO WRK-TOT-DEBITO
              MOVE ZEROS TO WRK-QTD-LINHAS-LOTE.

      *    Registro de total do lote: conta 0000, tipo T, com o
      *    total dos debitos, como no GERALANC. Lote sem linha nao
      *    tem total.
         0550-GRAVA-TOTAL SECTION.
              IF WRK-QTD-LINHAS-LOTE GREATER ZERO
                  MOVE WRK-LOTE-LANC TO LC-LOTE
                  MOVE WRK-DATA-LANC TO LC-DATA
                  MOVE ZEROS TO LC-CONTA
                  MOVE "T" TO LC-DC
                  MOVE WRK-TOT-DEBITO TO LC-VALOR
                  MOVE "TOTAL DO LOTE" TO LC-HISTORICO
                  WRITE LANCAMENTOS-REG
                  ADD 1 TO WRK-QTD-LANC-GRAV
                  MOVE LC-LOTE TO WRK-LL-LOTE
                  MOVE ZEROS TO WRK-LL-CONTA
                  MOVE "TOTAL DO LOTE" TO WRK-LL-DESCRICAO
                  MOVE "T" TO WRK-LL-DC
                  MOVE LC-VALOR TO WRK-LL-VALOR
                  MOVE WRK-LINHA-LANC TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF.

         0700-REGRAVA-CONTROLE SECTION.
              OPEN OUTPUT ENCANO-FILE
              IF WRK-STATUS-ENCANO NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "ENCANO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-ENCANO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-EN-IDX FROM 1 BY 1
                  UNTIL TAB-EN-IDX GREATER WRK-QTD-ENCERRADO
                  MOVE TAB-EN-ANO(TAB-EN-IDX)       TO EN-ANO
                  MOVE TAB-EN-SITUACAO(TAB-EN-IDX)  TO EN-SITUACAO
                  MOVE TAB-EN-CONTA(TAB-EN-IDX)     TO EN-CONTA-LUCROS
                  MOVE TAB-EN-RESULTADO(TAB-EN-IDX) TO EN-RESULTADO
                  MOVE TAB-EN-DC(TAB-EN-IDX)        TO EN-RESULTADO-DC
                  MOVE TAB-EN-DATA(TAB-EN-IDX)      TO EN-DATA
                  MOVE TAB-EN-OPERADOR(TAB-EN-IDX)  TO EN-OPERADOR
                  WRITE ENCANO-REG
              END-PERFORM
              CLOSE ENCANO-FILE.

         9000-FINALIZAR SECTION.
              MOVE WRK-QTD-LANC-GRAV TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "LINHAS NO RAZAO " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM
              CLOSE ENCANOMOV-FILE
              CLOSE ENCANOAUD-FILE
              CLOSE ENCANOREL-FILE
              CLOSE EXCDIARIO-FILE
              DISPLAY "Linhas gravadas no razao : " WRK-QTD-LANC-GRAV
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
              DISPLAY "MOVIMENTOS LIDOS      : " WRK-JOB-LIDOS
              DISPLAY "MOVIMENTOS APLICADOS  : " WRK-JOB-GRAVADOS
              DISPLAY "MOVIMENTOS REJEITADOS : " WRK-JOB-REJEITADOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==ENCANOREL-REG==.

       END PROGRAM ENCERRAANO.
