      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 20/02/2025
      * Purpose: Cobranca mensal das mensalidades escolares. A
      *          escola cobrava por planilha, sem saber quem ficou
      *          inativo em MATRICULAS.DAT nem quem tem bolsa em
      *          BOLSISTA.DAT. Para a competencia de PARAMMENS.DAT
      *          (na falta, o mes corrente) abre um titulo por
      *          matricula no mestre MENSALREC.DAT, sem duplicar em
      *          reexecucao: preco do curso da matricula na tabela
      *          CURSOS.DAT, proporcional aos dias do mes de entrada
      *          (data de ativacao) e de saida (data de inativacao),
      *          menos o desconto de bolsa do BOLSISTA.DAT. Vencimento
      *          contado em dias uteis pela rotina DIAUTIL (prazo em
      *          PARAMMENS.DAT, padrao 10 dias), como no CONTASREC.
      *          Aplica os pagamentos de MENSALMOV.DAT (baixa parcial
      *          ou total), rejeita movimento invalido em
      *          MENSALEXC.DAT e EXCDIARIO.DAT e emite o aging das
      *          mensalidades em aberto (MENSALAGING.DAT, padrao
      *          IMPRESSAOCPY). A receita vai para a contabilidade
      *          pelo lote MENSAL do GERALANC, lido deste mestre.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSALIDADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMMENS-FILE ASSIGN TO "PARAMMENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT MATRICULAS-FILE ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MATR.
           SELECT CURSOS-FILE ASSIGN TO "CURSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CURSOS.
           SELECT BOLSA-FILE ASSIGN TO "BOLSISTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BOLSA.
           SELECT MENSALREC-FILE ASSIGN TO "MENSALREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSALREC.
           SELECT MENSALMOV-FILE ASSIGN TO "MENSALMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSALMOV.
           SELECT MENSALEXC-FILE ASSIGN TO "MENSALEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSALEXC.
           SELECT MENSALAGING-FILE ASSIGN TO "MENSALAGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AGING.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMMENS-FILE.
       01  PARAMMENS-REG.
           05 PM-COMPETENCIA          PIC 9(06).
           05 PM-DIAS-PRAZO           PIC 9(03).

       FD  MATRICULAS-FILE.
       01  MATRICULAS-REG.
           05 MT-MATRICULA            PIC 9(06).
           05 MT-NOME                 PIC X(20).
           05 MT-SITUACAO             PIC X(01).
           05 MT-DATA-INATIVO         PIC 9(08).
           05 MT-MOTIVO-INATIVO       PIC X(02).
           05 MT-DATA-ATIVACAO        PIC 9(08).
           05 MT-CURSO                PIC X(04).

       FD  CURSOS-FILE.
       01  CURSOS-REG.
           05 CU-CURSO                PIC X(04).
           05 CU-DESCRICAO            PIC X(30).
           05 CU-MENSALIDADE          PIC 9(05)V99.

       FD  BOLSA-FILE.
       01  BOLSA-REG.
           05 BL-MATRICULA            PIC 9(06).
           05 BL-NOTA-MINIMA          PIC 9(02)V99.
           05 BL-VALOR-BOLSA          PIC 9(06)V99.
           05 BL-PERC-DESCONTO        PIC 9(03)V99.

       FD  MENSALREC-FILE.
       01  MENSALREC-REG.
           05 ME-COMPETENCIA          PIC 9(06).
           05 ME-MATRICULA            PIC 9(06).
           05 ME-CURSO                PIC X(04).
           05 ME-DATA-EMISSAO         PIC 9(08).
           05 ME-DATA-VENCTO          PIC 9(08).
           05 ME-DIAS-COBRADOS        PIC 9(02).
           05 ME-VALOR-BRUTO          PIC 9(08)V99.
           05 ME-VALOR-DESCONTO       PIC 9(08)V99.
           05 ME-VALOR-ORIGINAL       PIC 9(08)V99.
           05 ME-VALOR-PAGO           PIC 9(08)V99.
           05 ME-STATUS               PIC X(08).
           05 ME-DATA-PAGTO           PIC 9(08).

       FD  MENSALMOV-FILE.
       01  MENSALMOV-REG.
           05 MV-MATRICULA            PIC 9(06).
           05 MV-COMPETENCIA          PIC 9(06).
           05 MV-DATA-PAGTO           PIC 9(08).
           05 MV-VALOR-PAGO           PIC 9(08)V99.

       FD  MENSALEXC-FILE.
       01  MENSALEXC-REG.
           05 MX-MATRICULA            PIC 9(06).
           05 MX-COMPETENCIA          PIC 9(06).
           05 MX-DATA-PAGTO           PIC 9(08).
           05 MX-VALOR-PAGO           PIC 9(08)V99.
           05 MX-MOTIVO               PIC X(30).

       FD  MENSALAGING-FILE.
       01  MENSALAGING-REG            PIC X(80).

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

         01 WRK-PARM-DIAUTIL.
             05 WRK-DU-DATA        PIC 9(08) VALUE ZEROS.
             05 WRK-DU-UF          PIC X(02) VALUE SPACES.
             05 WRK-DU-EH-UTIL     PIC X(01) VALUE "S".
             05 WRK-DU-PROXIMO     PIC 9(08) VALUE ZEROS.
             05 WRK-DU-RETORNO     PIC 9(02) VALUE ZEROS.
           COPY EXCDIARIOCPY.

         77 WRK-STATUS-PARAM       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-MATR        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CURSOS      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-BOLSA       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-MENSALREC   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-MENSALMOV   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-MENSALEXC   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AGING       PIC X(02) VALUE SPACES.
         77 WRK-FIM-MATR           PIC X(01) VALUE "N".
             88 FIM-MATR VALUE "S".
         77 WRK-FIM-CURSOS         PIC X(01) VALUE "N".
             88 FIM-CURSOS VALUE "S".
         77 WRK-FIM-BOLSA          PIC X(01) VALUE "N".
             88 FIM-BOLSA VALUE "S".
         77 WRK-FIM-MENSALREC      PIC X(01) VALUE "N".
             88 FIM-MENSALREC VALUE "S".
         77 WRK-FIM-MENSALMOV      PIC X(01) VALUE "N".
             88 FIM-MENSALMOV VALUE "S".

         77 WRK-DATA-SISTEMA       PIC 9(08) VALUE ZEROS.
         77 WRK-COMPETENCIA        PIC 9(06) VALUE ZEROS.
         77 WRK-DIAS-PRAZO         PIC 9(03) VALUE 10.
         77 WRK-DATA-VENCTO        PIC 9(08) VALUE ZEROS.
         77 WRK-DIAS-CONTADOS      PIC 9(03) VALUE ZEROS.

      *    Precos dos cursos em memoria.
         01 TAB-CURSOS.
             05 TAB-CU-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-CURSOS
                 INDEXED BY TAB-CU-IDX.
                 10 TAB-CU-CURSO       PIC X(04).
                 10 TAB-CU-MENSALIDADE PIC 9(05)V99.
         77 WRK-QTD-CURSOS         PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-CURSO        PIC X(01) VALUE "N".
             88 ACHOU-CURSO VALUE "S".

      *    Desconto de bolsa por matricula (percentual no final do
      *    registro do BOLSISTA.DAT; registro sem o campo nao tem
      *    desconto na mensalidade).
         01 TAB-BOLSAS.
             05 TAB-BL-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-BOLSAS
                 INDEXED BY TAB-BL-IDX.
                 10 TAB-BL-MATRICULA   PIC 9(06).
                 10 TAB-BL-PERC        PIC 9(03)V99.
         77 WRK-QTD-BOLSAS         PIC 9(03) VALUE ZEROS.
         77 WRK-PERC-DESCONTO      PIC 9(03)V99 VALUE ZEROS.

      *    Mestre de titulos em memoria, um por matricula/competencia.
         01 TAB-TITULO.
             05 TAB-TT-REG OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WRK-QTD-TITULO
                 INDEXED BY TAB-TT-IDX.
                 10 TAB-TT-COMPETENCIA PIC 9(06).
                 10 TAB-TT-MATRICULA   PIC 9(06).
                 10 TAB-TT-CURSO       PIC X(04).
                 10 TAB-TT-EMISSAO     PIC 9(08).
                 10 TAB-TT-VENCTO      PIC 9(08).
                 10 TAB-TT-DIAS        PIC 9(02).
                 10 TAB-TT-BRUTO       PIC 9(08)V99.
                 10 TAB-TT-DESCONTO    PIC 9(08)V99.
                 10 TAB-TT-ORIGINAL    PIC 9(08)V99.
                 10 TAB-TT-PAGO        PIC 9(08)V99.
                 10 TAB-TT-STATUS      PIC X(08).
                 10 TAB-TT-DATA-PAGTO  PIC 9(08).
         77 WRK-QTD-TITULO         PIC 9(04) VALUE ZEROS.
         77 WRK-LIMITE-TITULO      PIC 9(04) VALUE 3000.
         77 WRK-ACHOU-TITULO       PIC X(01) VALUE "N".
             88 ACHOU-TITULO VALUE "S".
         77 WRK-IDX-TITULO         PIC 9(04) VALUE ZEROS.
         77 WRK-BUSCA-COMPETENCIA  PIC 9(06) VALUE ZEROS.
         77 WRK-BUSCA-MATRICULA    PIC 9(06) VALUE ZEROS.

      *    Periodo cobrado dentro da competencia: do dia da ativacao
      *    (se no mes) ao dia da inativacao (se no mes), inclusive.
         01 WRK-DATA-REF.
             05 WRK-DR-COMPET       PIC 9(06).
             05 WRK-DR-DIA          PIC 9(02).
         77 WRK-DIA-INICIO         PIC 9(02) VALUE ZEROS.
         77 WRK-DIA-FIM            PIC 9(02) VALUE ZEROS.
         77 WRK-DIAS-MES-COMPET    PIC 9(02) VALUE ZEROS.
         77 WRK-DIAS-COBRADOS      PIC 9(02) VALUE ZEROS.
         77 WRK-VALOR-BRUTO        PIC 9(08)V99 VALUE ZEROS.
         77 WRK-VALOR-DESCONTO     PIC 9(08)V99 VALUE ZEROS.
         77 WRK-VALOR-LIQUIDO      PIC 9(08)V99 VALUE ZEROS.

         77 WRK-MOVTO-VALIDO       PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO             PIC X(30) VALUE SPACES.
         77 WRK-SALDO-TITULO       PIC 9(08)V99 VALUE ZEROS.

      *    Idade do titulo em dias corridos apos o vencimento,
      *    contada dia a dia e limitada ao teto da ultima faixa.
         77 WRK-DIAS-ATRASO        PIC 9(03) VALUE ZEROS.
         01 WRK-DATA-PASSO.
             05 WRK-DP-ANO          PIC 9(04).
             05 WRK-DP-MES          PIC 9(02).
             05 WRK-DP-DIA          PIC 9(02).
         77 WRK-DIAS-NO-MES        PIC 9(02) VALUE ZEROS.
         77 WRK-QUOC-LEAP          PIC 9(04) VALUE ZEROS.
         77 WRK-RESTO-LEAP         PIC 9(04) VALUE ZEROS.

         77 WRK-TOTAL-A-VENCER     PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOTAL-ATE-30       PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOTAL-ATE-60       PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOTAL-ATE-90       PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOTAL-MAIS-90      PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOTAL-ABERTO       PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOTAL-FATURADO     PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TOTAL-DESCONTOS    PIC 9(11)V99 VALUE ZEROS.
         77 WRK-QTD-ABERTOS        PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-NOVOS          PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-PROPORCIONAIS  PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-BOLSA-INTEGRAL PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-SEM-CURSO      PIC 9(05) VALUE ZEROS.

         01 WRK-LINHA-AGING.
             05 WRK-LA-MATRICULA   PIC 9(06).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LA-COMPET      PIC 9(06).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LA-CURSO       PIC X(04).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LA-VENCTO      PIC 9(08).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LA-SALDO       PIC ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LA-FAIXA       PIC X(08).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LA-STATUS      PIC X(08).

         01 WRK-LINHA-TOTAL.
             05 WRK-LT-ROTULO      PIC X(24).
             05 WRK-LT-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.

         77 WRK-QTD-ED             PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-GERA-TITULOS
              PERFORM 0200-APLICA-PAGAMENTOS
              PERFORM 0700-GRAVA-MESTRE
              PERFORM 8000-RELATORIO-AGING
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-MATR
              MOVE "N" TO WRK-FIM-CURSOS
              MOVE "N" TO WRK-FIM-BOLSA
              MOVE "N" TO WRK-FIM-MENSALREC
              MOVE "N" TO WRK-FIM-MENSALMOV
              MOVE 10 TO WRK-DIAS-PRAZO
              MOVE ZEROS TO WRK-COMPETENCIA
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-CURSOS
              MOVE ZEROS TO WRK-QTD-BOLSAS
              MOVE ZEROS TO WRK-QTD-TITULO
              MOVE ZEROS TO WRK-QTD-NOVOS
              MOVE ZEROS TO WRK-QTD-PROPORCIONAIS
              MOVE ZEROS TO WRK-QTD-BOLSA-INTEGRAL
              MOVE ZEROS TO WRK-QTD-SEM-CURSO
              MOVE ZEROS TO WRK-QTD-ABERTOS
              MOVE ZEROS TO WRK-TOTAL-A-VENCER
              MOVE ZEROS TO WRK-TOTAL-ATE-30
              MOVE ZEROS TO WRK-TOTAL-ATE-60
              MOVE ZEROS TO WRK-TOTAL-ATE-90
              MOVE ZEROS TO WRK-TOTAL-MAIS-90
              MOVE ZEROS TO WRK-TOTAL-ABERTO
              MOVE ZEROS TO WRK-TOTAL-FATURADO
              MOVE ZEROS TO WRK-TOTAL-DESCONTOS
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "MENSALIDADES" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA
              PERFORM 1050-CARREGA-PARAMETRO
              PERFORM 1060-CARREGA-MESTRE
              PERFORM 1070-CARREGA-CURSOS
              PERFORM 1080-CARREGA-BOLSAS
              OPEN OUTPUT MENSALEXC-FILE
              IF WRK-STATUS-MENSALEXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "MENSALEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MENSALEXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT MENSALAGING-FILE
              IF WRK-STATUS-AGING NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "MENSALAGING.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-AGING TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "AGING DE MENSALIDADES" TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "MATRIC  COMPET  CURS  VENCIMTO          SALDO"
                  DELIMITED BY SIZE
                  "  FAIXA     STATUS" DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

      *    Parametro opcional: competencia a faturar e prazo de
      *    vencimento em dias uteis; sem o arquivo vale o mes
      *    corrente e 10 dias.
         1050-CARREGA-PARAMETRO SECTION.
              OPEN INPUT PARAMMENS-FILE
              IF WRK-STATUS-PARAM = "00"
                  READ PARAMMENS-FILE INTO PARAMMENS-REG
                      NOT AT END
                          IF PM-COMPETENCIA NUMERIC
                              AND PM-COMPETENCIA GREATER ZEROS
                              MOVE PM-COMPETENCIA TO WRK-COMPETENCIA
                          END-IF
                          IF PM-DIAS-PRAZO NUMERIC
                              AND PM-DIAS-PRAZO GREATER ZERO
                              MOVE PM-DIAS-PRAZO TO WRK-DIAS-PRAZO
                          END-IF
                  END-READ
                  CLOSE PARAMMENS-FILE
              END-IF
              MOVE WRK-COMPETENCIA(1:4) TO WRK-DP-ANO
              MOVE WRK-COMPETENCIA(5:2) TO WRK-DP-MES
              PERFORM 0840-DIAS-DO-MES
              MOVE WRK-DIAS-NO-MES TO WRK-DIAS-MES-COMPET
              DISPLAY "Competencia faturada              : "
                  WRK-COMPETENCIA
              DISPLAY "Prazo de vencimento em dias uteis : "
                  WRK-DIAS-PRAZO.

         1060-CARREGA-MESTRE SECTION.
              OPEN INPUT MENSALREC-FILE
              IF WRK-STATUS-MENSALREC = "00"
                  PERFORM UNTIL FIM-MENSALREC
                      READ MENSALREC-FILE INTO MENSALREC-REG
                          AT END
                              SET FIM-MENSALREC TO TRUE
                          NOT AT END
                              IF WRK-QTD-TITULO NOT LESS
                                  WRK-LIMITE-TITULO
                                  DISPLAY "MENSALREC.DAT maior que o"
                                      " limite de " WRK-LIMITE-TITULO
                                      " titulos"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-TITULO
                              SET TAB-TT-IDX TO WRK-QTD-TITULO
                              MOVE ME-COMPETENCIA TO
                                  TAB-TT-COMPETENCIA(TAB-TT-IDX)
                              MOVE ME-MATRICULA TO
                                  TAB-TT-MATRICULA(TAB-TT-IDX)
                              MOVE ME-CURSO TO
                                  TAB-TT-CURSO(TAB-TT-IDX)
                              MOVE ME-DATA-EMISSAO TO
                                  TAB-TT-EMISSAO(TAB-TT-IDX)
                              MOVE ME-DATA-VENCTO TO
                                  TAB-TT-VENCTO(TAB-TT-IDX)
                              MOVE ME-DIAS-COBRADOS TO
                                  TAB-TT-DIAS(TAB-TT-IDX)
                              MOVE ME-VALOR-BRUTO TO
                                  TAB-TT-BRUTO(TAB-TT-IDX)
                              MOVE ME-VALOR-DESCONTO TO
                                  TAB-TT-DESCONTO(TAB-TT-IDX)
                              MOVE ME-VALOR-ORIGINAL TO
                                  TAB-TT-ORIGINAL(TAB-TT-IDX)
                              MOVE ME-VALOR-PAGO TO
                                  TAB-TT-PAGO(TAB-TT-IDX)
                              MOVE ME-STATUS TO
                                  TAB-TT-STATUS(TAB-TT-IDX)
                              MOVE ME-DATA-PAGTO TO
                                  TAB-TT-DATA-PAGTO(TAB-TT-IDX)
                      END-READ
                  END-PERFORM
                  CLOSE MENSALREC-FILE
              END-IF.

         1070-CARREGA-CURSOS SECTION.
              OPEN INPUT CURSOS-FILE
              IF WRK-STATUS-CURSOS NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CURSOS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CURSOS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-CURSOS
                  READ CURSOS-FILE INTO CURSOS-REG
                      AT END
                          SET FIM-CURSOS TO TRUE
                      NOT AT END
                          IF WRK-QTD-CURSOS NOT LESS 100
                              DISPLAY "CURSOS.DAT maior que o"
                                  " limite de 100 cursos"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          IF CU-MENSALIDADE NOT NUMERIC
                              MOVE ZEROS TO CU-MENSALIDADE
                          END-IF
                          ADD 1 TO WRK-QTD-CURSOS
                          MOVE CU-CURSO TO
                              TAB-CU-CURSO(WRK-QTD-CURSOS)
                          MOVE CU-MENSALIDADE TO
                              TAB-CU-MENSALIDADE(WRK-QTD-CURSOS)
                  END-READ
              END-PERFORM
              CLOSE CURSOS-FILE.

         1080-CARREGA-BOLSAS SECTION.
              OPEN INPUT BOLSA-FILE
              IF WRK-STATUS-BOLSA NOT = "00"
                  DISPLAY "Aviso: BOLSISTA.DAT indisponivel : "
                      WRK-STATUS-BOLSA " - sem desconto de bolsa"
                  GO TO 1080-SAIDA
              END-IF
              PERFORM UNTIL FIM-BOLSA
                  READ BOLSA-FILE INTO BOLSA-REG
                      AT END
                          SET FIM-BOLSA TO TRUE
                      NOT AT END
                          IF BL-PERC-DESCONTO NUMERIC
                              AND BL-PERC-DESCONTO GREATER ZEROS
                              PERFORM 1085-GUARDA-BOLSA
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE BOLSA-FILE.
         1080-SAIDA.
              EXIT.

         1085-GUARDA-BOLSA SECTION.
              IF WRK-QTD-BOLSAS NOT LESS 500
                  DISPLAY "BOLSISTA.DAT maior que o limite de"
                      " 500 bolsistas"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              IF BL-PERC-DESCONTO GREATER 100
                  MOVE 100 TO BL-PERC-DESCONTO
              END-IF
              ADD 1 TO WRK-QTD-BOLSAS
              MOVE BL-MATRICULA TO TAB-BL-MATRICULA(WRK-QTD-BOLSAS)
              MOVE BL-PERC-DESCONTO TO TAB-BL-PERC(WRK-QTD-BOLSAS).

         0100-GERA-TITULOS SECTION.
              OPEN INPUT MATRICULAS-FILE
              IF WRK-STATUS-MATR NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "MATRICULAS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MATR TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-MATR
                  READ MATRICULAS-FILE INTO MATRICULAS-REG
                      AT END
                          SET FIM-MATR TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          PERFORM 0110-PERIODO-COBRADO THRU 0110-SAIDA
                  END-READ
              END-PERFORM
              CLOSE MATRICULAS-FILE.

      *    Matricula ativa cobra o mes inteiro, a partir do dia da
      *    ativacao quando ela cai na competencia; inativa so cobra
      *    se saiu dentro da competencia (ate o dia da inativacao)
      *    ou depois dela. Ativacao posterior ao mes nao cobra.
         0110-PERIODO-COBRADO SECTION.
              IF MT-DATA-INATIVO NOT NUMERIC
                  MOVE ZEROS TO MT-DATA-INATIVO
              END-IF
              IF MT-DATA-ATIVACAO NOT NUMERIC
                  MOVE ZEROS TO MT-DATA-ATIVACAO
              END-IF
              MOVE 1 TO WRK-DIA-INICIO
              MOVE WRK-DIAS-MES-COMPET TO WRK-DIA-FIM
              EVALUATE MT-SITUACAO
                  WHEN "A"
                      CONTINUE
                  WHEN "I"
                      MOVE MT-DATA-INATIVO TO WRK-DATA-REF
                      IF WRK-DR-COMPET LESS WRK-COMPETENCIA
                          GO TO 0110-SAIDA
                      END-IF
                      IF WRK-DR-COMPET = WRK-COMPETENCIA
                          MOVE WRK-DR-DIA TO WRK-DIA-FIM
                      END-IF
                  WHEN OTHER
                      GO TO 0110-SAIDA
              END-EVALUATE
              IF MT-DATA-ATIVACAO GREATER ZEROS
                  MOVE MT-DATA-ATIVACAO TO WRK-DATA-REF
                  IF WRK-DR-COMPET GREATER WRK-COMPETENCIA
                      GO TO 0110-SAIDA
                  END-IF
                  IF WRK-DR-COMPET = WRK-COMPETENCIA
                      MOVE WRK-DR-DIA TO WRK-DIA-INICIO
                  END-IF
              END-IF
              IF WRK-DIA-FIM GREATER WRK-DIAS-MES-COMPET
                  MOVE WRK-DIAS-MES-COMPET TO WRK-DIA-FIM
              END-IF
              IF WRK-DIA-INICIO GREATER WRK-DIA-FIM
                  GO TO 0110-SAIDA
              END-IF
              COMPUTE WRK-DIAS-COBRADOS =
                  WRK-DIA-FIM - WRK-DIA-INICIO + 1
              PERFORM 0120-ABRE-TITULO THRU 0120-SAIDA.
         0110-SAIDA.
              EXIT.

         0120-ABRE-TITULO SECTION.
              MOVE WRK-COMPETENCIA TO WRK-BUSCA-COMPETENCIA
              MOVE MT-MATRICULA TO WRK-BUSCA-MATRICULA
              PERFORM 0150-LOCALIZA-TITULO
              IF ACHOU-TITULO
                  GO TO 0120-SAIDA
              END-IF
              MOVE "N" TO WRK-ACHOU-CURSO
              IF WRK-QTD-CURSOS GREATER ZERO
                  AND MT-CURSO NOT = SPACES
                  SET TAB-CU-IDX TO 1
                  SEARCH TAB-CU-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CU-CURSO(TAB-CU-IDX) = MT-CURSO
                          AND TAB-CU-MENSALIDADE(TAB-CU-IDX)
                              GREATER ZEROS
                          SET ACHOU-CURSO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-CURSO
                  ADD 1 TO WRK-QTD-SEM-CURSO
                  ADD 1 TO WRK-JOB-REJEITADOS
                  MOVE 4 TO RETURN-CODE
                  MOVE MT-MATRICULA TO WRK-EXC-CHAVE
                  MOVE "E" TO WRK-EXC-SEVERIDADE
                  MOVE "T001" TO WRK-EXC-COD-MOTIVO
                  MOVE "MATRICULA SEM CURSO COM MENSALIDADE"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
                  GO TO 0120-SAIDA
              END-IF
              IF WRK-DIAS-COBRADOS = WRK-DIAS-MES-COMPET
                  MOVE TAB-CU-MENSALIDADE(TAB-CU-IDX)
                      TO WRK-VALOR-BRUTO
              ELSE
                  COMPUTE WRK-VALOR-BRUTO ROUNDED =
                      TAB-CU-MENSALIDADE(TAB-CU-IDX) *
                      WRK-DIAS-COBRADOS / WRK-DIAS-MES-COMPET
                  ADD 1 TO WRK-QTD-PROPORCIONAIS
              END-IF
              MOVE ZEROS TO WRK-PERC-DESCONTO
              IF WRK-QTD-BOLSAS GREATER ZERO
                  SET TAB-BL-IDX TO 1
                  SEARCH TAB-BL-REG
                      AT END
                          CONTINUE
                      WHEN TAB-BL-MATRICULA(TAB-BL-IDX) = MT-MATRICULA
                          MOVE TAB-BL-PERC(TAB-BL-IDX)
                              TO WRK-PERC-DESCONTO
                  END-SEARCH
              END-IF
              COMPUTE WRK-VALOR-DESCONTO ROUNDED =
                  WRK-VALOR-BRUTO * WRK-PERC-DESCONTO / 100
              COMPUTE WRK-VALOR-LIQUIDO =
                  WRK-VALOR-BRUTO - WRK-VALOR-DESCONTO
      *    Bolsa integral nao gera titulo: nao ha o que cobrar.
              IF WRK-VALOR-LIQUIDO = ZEROS
                  ADD 1 TO WRK-QTD-BOLSA-INTEGRAL
                  GO TO 0120-SAIDA
              END-IF
              IF WRK-QTD-TITULO NOT LESS WRK-LIMITE-TITULO
                  DISPLAY "Mestre de mensalidades cheio - lote"
                      " abortado"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              PERFORM 0130-CALCULA-VENCIMENTO
              ADD 1 TO WRK-QTD-TITULO
              ADD 1 TO WRK-QTD-NOVOS
              ADD WRK-VALOR-BRUTO TO WRK-TOTAL-FATURADO
              ADD WRK-VALOR-DESCONTO TO WRK-TOTAL-DESCONTOS
              SET TAB-TT-IDX TO WRK-QTD-TITULO
              MOVE WRK-COMPETENCIA TO TAB-TT-COMPETENCIA(TAB-TT-IDX)
              MOVE MT-MATRICULA TO TAB-TT-MATRICULA(TAB-TT-IDX)
              MOVE MT-CURSO TO TAB-TT-CURSO(TAB-TT-IDX)
              MOVE WRK-DATA-SISTEMA TO TAB-TT-EMISSAO(TAB-TT-IDX)
              MOVE WRK-DATA-VENCTO TO TAB-TT-VENCTO(TAB-TT-IDX)
              MOVE WRK-DIAS-COBRADOS TO TAB-TT-DIAS(TAB-TT-IDX)
              MOVE WRK-VALOR-BRUTO TO TAB-TT-BRUTO(TAB-TT-IDX)
              MOVE WRK-VALOR-DESCONTO TO TAB-TT-DESCONTO(TAB-TT-IDX)
              MOVE WRK-VALOR-LIQUIDO TO TAB-TT-ORIGINAL(TAB-TT-IDX)
              MOVE ZEROS TO TAB-TT-PAGO(TAB-TT-IDX)
              MOVE "ABERTO" TO TAB-TT-STATUS(TAB-TT-IDX)
              MOVE ZEROS TO TAB-TT-DATA-PAGTO(TAB-TT-IDX).
         0120-SAIDA.
              EXIT.

         0130-CALCULA-VENCIMENTO SECTION.
              MOVE WRK-DATA-SISTEMA TO WRK-DATA-VENCTO
              MOVE ZEROS TO WRK-DIAS-CONTADOS
              PERFORM UNTIL WRK-DIAS-CONTADOS NOT LESS WRK-DIAS-PRAZO
                  MOVE WRK-DATA-VENCTO TO WRK-DU-DATA
                  MOVE SPACES TO WRK-DU-UF
                  MOVE RETURN-CODE TO WRK-DU-RETORNO
                  CALL "DIAUTIL" USING WRK-PARM-DIAUTIL
                  MOVE WRK-DU-PROXIMO TO WRK-DATA-VENCTO
                  ADD 1 TO WRK-DIAS-CONTADOS
              END-PERFORM.

         0150-LOCALIZA-TITULO SECTION.
              MOVE "N" TO WRK-ACHOU-TITULO
              MOVE ZEROS TO WRK-IDX-TITULO
              IF WRK-QTD-TITULO GREATER ZERO
                  SET TAB-TT-IDX TO 1
                  SEARCH TAB-TT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-TT-COMPETENCIA(TAB-TT-IDX) =
                          WRK-BUSCA-COMPETENCIA
                          AND TAB-TT-MATRICULA(TAB-TT-IDX) =
                              WRK-BUSCA-MATRICULA
                          SET ACHOU-TITULO TO TRUE
                          SET WRK-IDX-TITULO TO TAB-TT-IDX
                  END-SEARCH
              END-IF.

         0200-APLICA-PAGAMENTOS SECTION.
              OPEN INPUT MENSALMOV-FILE
              IF WRK-STATUS-MENSALMOV = "00"
                  PERFORM UNTIL FIM-MENSALMOV
                      READ MENSALMOV-FILE INTO MENSALMOV-REG
                          AT END
                              SET FIM-MENSALMOV TO TRUE
                          NOT AT END
                              ADD 1 TO WRK-JOB-LIDOS
                              PERFORM 0220-BAIXA-TITULO
                      END-READ
                  END-PERFORM
                  CLOSE MENSALMOV-FILE
              END-IF.

         0220-BAIXA-TITULO SECTION.
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE SPACES TO WRK-MOTIVO
              MOVE MV-COMPETENCIA TO WRK-BUSCA-COMPETENCIA
              MOVE MV-MATRICULA TO WRK-BUSCA-MATRICULA
              PERFORM 0150-LOCALIZA-TITULO
              EVALUATE TRUE
                  WHEN NOT ACHOU-TITULO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TITULO NAO ENCONTRADO" TO WRK-MOTIVO
                  WHEN MV-VALOR-PAGO NOT NUMERIC
                      OR MV-VALOR-PAGO = ZEROS
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "VALOR DE PAGAMENTO ZERADO" TO WRK-MOTIVO
                  WHEN TAB-TT-STATUS(WRK-IDX-TITULO) = "QUITADO"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TITULO JA QUITADO" TO WRK-MOTIVO
                  WHEN OTHER
                      SET TAB-TT-IDX TO WRK-IDX-TITULO
                      COMPUTE WRK-SALDO-TITULO =
                          TAB-TT-ORIGINAL(TAB-TT-IDX) -
                          TAB-TT-PAGO(TAB-TT-IDX)
                      IF MV-VALOR-PAGO GREATER WRK-SALDO-TITULO
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "PAGAMENTO MAIOR QUE SALDO"
                              TO WRK-MOTIVO
                      END-IF
              END-EVALUATE
              IF MOVTO-VALIDO
                  SET TAB-TT-IDX TO WRK-IDX-TITULO
                  ADD MV-VALOR-PAGO TO TAB-TT-PAGO(TAB-TT-IDX)
                  IF MV-DATA-PAGTO NUMERIC
                      AND MV-DATA-PAGTO GREATER
                          TAB-TT-DATA-PAGTO(TAB-TT-IDX)
                      MOVE MV-DATA-PAGTO
                          TO TAB-TT-DATA-PAGTO(TAB-TT-IDX)
                  END-IF
                  PERFORM 0230-SITUACAO-TITULO
                  ADD 1 TO WRK-JOB-GRAVADOS
              ELSE
                  PERFORM 0250-GRAVA-EXCECAO
              END-IF.

         0230-SITUACAO-TITULO SECTION.
              IF TAB-TT-PAGO(TAB-TT-IDX)
                  NOT LESS TAB-TT-ORIGINAL(TAB-TT-IDX)
                  MOVE "QUITADO" TO TAB-TT-STATUS(TAB-TT-IDX)
              ELSE
                  MOVE "PARCIAL" TO TAB-TT-STATUS(TAB-TT-IDX)
              END-IF.

         0250-GRAVA-EXCECAO SECTION.
              MOVE MV-MATRICULA    TO MX-MATRICULA
              MOVE MV-COMPETENCIA  TO MX-COMPETENCIA
              MOVE MV-DATA-PAGTO   TO MX-DATA-PAGTO
              MOVE MV-VALOR-PAGO   TO MX-VALOR-PAGO
              MOVE WRK-MOTIVO      TO MX-MOTIVO
              WRITE MENSALEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE MV-MATRICULA TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "MENSALIDADES" TO WRK-EXC-SISTEMA
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

         0700-GRAVA-MESTRE SECTION.
              OPEN OUTPUT MENSALREC-FILE
              IF WRK-STATUS-MENSALREC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "MENSALREC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MENSALREC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-TT-IDX FROM 1 BY 1
                  UNTIL TAB-TT-IDX GREATER WRK-QTD-TITULO
                  MOVE TAB-TT-COMPETENCIA(TAB-TT-IDX)
                      TO ME-COMPETENCIA
                  MOVE TAB-TT-MATRICULA(TAB-TT-IDX) TO ME-MATRICULA
                  MOVE TAB-TT-CURSO(TAB-TT-IDX)     TO ME-CURSO
                  MOVE TAB-TT-EMISSAO(TAB-TT-IDX)   TO ME-DATA-EMISSAO
                  MOVE TAB-TT-VENCTO(TAB-TT-IDX)    TO ME-DATA-VENCTO
                  MOVE TAB-TT-DIAS(TAB-TT-IDX)      TO ME-DIAS-COBRADOS
                  MOVE TAB-TT-BRUTO(TAB-TT-IDX)     TO ME-VALOR-BRUTO
                  MOVE TAB-TT-DESCONTO(TAB-TT-IDX)
                      TO ME-VALOR-DESCONTO
                  MOVE TAB-TT-ORIGINAL(TAB-TT-IDX)
                      TO ME-VALOR-ORIGINAL
                  MOVE TAB-TT-PAGO(TAB-TT-IDX)      TO ME-VALOR-PAGO
                  MOVE TAB-TT-STATUS(TAB-TT-IDX)    TO ME-STATUS
                  MOVE TAB-TT-DATA-PAGTO(TAB-TT-IDX) TO ME-DATA-PAGTO
                  WRITE MENSALREC-REG
              END-PERFORM
              CLOSE MENSALREC-FILE.

         0800-CONTA-ATRASO SECTION.
              MOVE ZEROS TO WRK-DIAS-ATRASO
              IF TAB-TT-VENCTO(TAB-TT-IDX) LESS WRK-DATA-SISTEMA
                  MOVE TAB-TT-VENCTO(TAB-TT-IDX) TO WRK-DATA-PASSO
                  PERFORM UNTIL WRK-DATA-PASSO NOT LESS
                      WRK-DATA-SISTEMA
                      OR WRK-DIAS-ATRASO GREATER 120
                      PERFORM 0820-AVANCA-UM-DIA
                      ADD 1 TO WRK-DIAS-ATRASO
                  END-PERFORM
              END-IF.

         0820-AVANCA-UM-DIA SECTION.
              PERFORM 0840-DIAS-DO-MES
              IF WRK-DP-DIA LESS WRK-DIAS-NO-MES
                  ADD 1 TO WRK-DP-DIA
              ELSE
                  MOVE 1 TO WRK-DP-DIA
                  IF WRK-DP-MES LESS 12
                      ADD 1 TO WRK-DP-MES
                  ELSE
                      MOVE 1 TO WRK-DP-MES
                      ADD 1 TO WRK-DP-ANO
                  END-IF
              END-IF.

         0840-DIAS-DO-MES SECTION.
              EVALUATE WRK-DP-MES
                  WHEN 02
                      MOVE 28 TO WRK-DIAS-NO-MES
                      DIVIDE WRK-DP-ANO BY 4 GIVING WRK-QUOC-LEAP
                          REMAINDER WRK-RESTO-LEAP
                      IF WRK-RESTO-LEAP = ZEROS
                          MOVE 29 TO WRK-DIAS-NO-MES
                      END-IF
                      DIVIDE WRK-DP-ANO BY 100 GIVING WRK-QUOC-LEAP
                          REMAINDER WRK-RESTO-LEAP
                      IF WRK-RESTO-LEAP = ZEROS
                          MOVE 28 TO WRK-DIAS-NO-MES
                          DIVIDE WRK-DP-ANO BY 400
                              GIVING WRK-QUOC-LEAP
                              REMAINDER WRK-RESTO-LEAP
                          IF WRK-RESTO-LEAP = ZEROS
                              MOVE 29 TO WRK-DIAS-NO-MES
                          END-IF
                      END-IF
                  WHEN 04 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN 06 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN 09 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN 11 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN OTHER MOVE 31 TO WRK-DIAS-NO-MES
              END-EVALUATE.

         8000-RELATORIO-AGING SECTION.
              PERFORM VARYING TAB-TT-IDX FROM 1 BY 1
                  UNTIL TAB-TT-IDX GREATER WRK-QTD-TITULO
                  IF TAB-TT-STATUS(TAB-TT-IDX) NOT = "QUITADO"
                      PERFORM 8100-LINHA-AGING
                  END-IF
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "TOTAL A VENCER" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-A-VENCER TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "TOTAL VENCIDO ATE 30" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-ATE-30 TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "TOTAL VENCIDO 31 A 60" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-ATE-60 TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "TOTAL VENCIDO 61 A 90" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-ATE-90 TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "TOTAL VENCIDO 90+" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-MAIS-90 TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "TOTAL EM ABERTO" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-ABERTO TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "FATURADO NA COMPETENCIA" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-FATURADO TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "DESCONTOS DE BOLSA" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-DESCONTOS TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-ABERTOS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "TITULOS EM ABERTO " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         8100-LINHA-AGING SECTION.
              ADD 1 TO WRK-QTD-ABERTOS
              COMPUTE WRK-SALDO-TITULO =
                  TAB-TT-ORIGINAL(TAB-TT-IDX) - TAB-TT-PAGO(TAB-TT-IDX)
              ADD WRK-SALDO-TITULO TO WRK-TOTAL-ABERTO
              PERFORM 0800-CONTA-ATRASO
              EVALUATE TRUE
                  WHEN WRK-DIAS-ATRASO = ZEROS
                      MOVE "A VENCER" TO WRK-LA-FAIXA
                      ADD WRK-SALDO-TITULO TO WRK-TOTAL-A-VENCER
                  WHEN WRK-DIAS-ATRASO NOT GREATER 30
                      MOVE "ATE 30" TO WRK-LA-FAIXA
                      ADD WRK-SALDO-TITULO TO WRK-TOTAL-ATE-30
                  WHEN WRK-DIAS-ATRASO NOT GREATER 60
                      MOVE "31 A 60" TO WRK-LA-FAIXA
                      ADD WRK-SALDO-TITULO TO WRK-TOTAL-ATE-60
                  WHEN WRK-DIAS-ATRASO NOT GREATER 90
                      MOVE "61 A 90" TO WRK-LA-FAIXA
                      ADD WRK-SALDO-TITULO TO WRK-TOTAL-ATE-90
                  WHEN OTHER
                      MOVE "90+" TO WRK-LA-FAIXA
                      ADD WRK-SALDO-TITULO TO WRK-TOTAL-MAIS-90
              END-EVALUATE
              MOVE TAB-TT-MATRICULA(TAB-TT-IDX) TO WRK-LA-MATRICULA
              MOVE TAB-TT-COMPETENCIA(TAB-TT-IDX) TO WRK-LA-COMPET
              MOVE TAB-TT-CURSO(TAB-TT-IDX) TO WRK-LA-CURSO
              MOVE TAB-TT-VENCTO(TAB-TT-IDX) TO WRK-LA-VENCTO
              MOVE WRK-SALDO-TITULO TO WRK-LA-SALDO
              MOVE TAB-TT-STATUS(TAB-TT-IDX) TO WRK-LA-STATUS
              MOVE WRK-LINHA-AGING TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         9000-FINALIZAR SECTION.
              CLOSE MENSALEXC-FILE
              CLOSE MENSALAGING-FILE
              CLOSE EXCDIARIO-FILE
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
              DISPLAY "REGISTROS LIDOS       : " WRK-JOB-LIDOS
              DISPLAY "TITULOS ABERTOS NOVOS : " WRK-QTD-NOVOS
              DISPLAY "COBRADOS PROPORCIONAL : " WRK-QTD-PROPORCIONAIS
              DISPLAY "BOLSAS INTEGRAIS      : " WRK-QTD-BOLSA-INTEGRAL
              DISPLAY "SEM CURSO/MENSALIDADE : " WRK-QTD-SEM-CURSO
              DISPLAY "PAGAMENTOS APLICADOS  : " WRK-JOB-GRAVADOS
              DISPLAY "MOVIMENTOS REJEITADOS : " WRK-JOB-REJEITADOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==MENSALAGING-REG==.

       END PROGRAM MENSALIDADE.
