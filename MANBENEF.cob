      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 10/02/2025
      * Purpose: Cadastro de beneficios dos funcionarios
      *          (BENEFICIOS.DAT) com manutencao por arquivo de
      *          movimentos A/C/D (BENEFMOV.DAT), no mesmo fluxo do
      *          MANDEPEND. Cada inscricao tem o codigo do
      *          funcionario, o beneficio (VT vale-transporte, VR
      *          vale-refeicao, VA vale-alimentacao), a quantidade
      *          diaria (passagens por dia; 1 para refeicao e
      *          alimentacao), o valor unitario (tarifa ou valor do
      *          dia) e a vigencia: data de inicio e data de fim
      *          (zeros = sem fim). Um funcionario tem no maximo uma
      *          inscricao por beneficio. O fechamento da folha
      *          calcula o custo do mes pelos dias uteis da vigencia,
      *          desconta o vale-transporte ate 6% do salario e gera
      *          o pedido ao fornecedor. Antes/depois de cada mudanca
      *          (valor diario) sai em BENEFAUD.DAT; movimento
      *          invalido em BENEFEXC.DAT e EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANBENEF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFMOV-FILE ASSIGN TO "BENEFMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT BENEFICIOS-FILE ASSIGN TO "BENEFICIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BENEF.
           SELECT BENEFEXC-FILE ASSIGN TO "BENEFEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT BENEFAUD-FILE ASSIGN TO "BENEFAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUD.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFMOV-FILE.
       01  BENEFMOV-REG.
           05 BV-TIPO-MOVTO          PIC X(01).
           05 BV-CODIGO-FUNC         PIC 9(04).
           05 BV-BENEFICIO           PIC X(02).
           05 BV-QTD-DIARIA          PIC 9(02).
           05 BV-VALOR-UNITARIO      PIC 9(04)V99.
           05 BV-INICIO              PIC 9(08).
           05 BV-INICIO-X REDEFINES BV-INICIO.
               10 BV-INI-ANO         PIC 9(04).
               10 BV-INI-MES         PIC 9(02).
               10 BV-INI-DIA         PIC 9(02).
           05 BV-FIM                 PIC 9(08).
           05 BV-FIM-X REDEFINES BV-FIM.
               10 BV-FIM-ANO         PIC 9(04).
               10 BV-FIM-MES         PIC 9(02).
               10 BV-FIM-DIA         PIC 9(02).

       FD  BENEFICIOS-FILE.
       01  BENEFICIOS-REG.
           05 BN-CODIGO-FUNC         PIC 9(04).
           05 BN-BENEFICIO           PIC X(02).
           05 BN-QTD-DIARIA          PIC 9(02).
           05 BN-VALOR-UNITARIO      PIC 9(04)V99.
           05 BN-INICIO              PIC 9(08).
           05 BN-FIM                 PIC 9(08).

       FD  BENEFEXC-FILE.
       01  BENEFEXC-REG.
           05 EX-TIPO-MOVTO          PIC X(01).
           05 EX-CODIGO-FUNC         PIC X(04).
           05 EX-BENEFICIO           PIC X(02).
           05 EX-MOTIVO              PIC X(30).

       FD  BENEFAUD-FILE.
       01  BENEFAUD-REG.
           05 BA-DATA                PIC 9(08).
           05 BA-HORA                PIC 9(08).
           05 BA-TIPO                PIC X(12).
           05 BA-CODIGO-FUNC         PIC 9(04).
           05 BA-BENEFICIO           PIC X(02).
           05 BA-DIARIO-ANTES        PIC 9(05)V99.
           05 BA-DIARIO-DEPOIS       PIC 9(05)V99.
           05 BA-FIM-ANTES           PIC 9(08).
           05 BA-FIM-DEPOIS          PIC 9(08).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG             PIC X(91).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.

         77 WRK-STATUS-MOV       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-BENEF     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD       PIC X(02) VALUE SPACES.
         77 WRK-FIM-MOV          PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-FIM-BENEF        PIC X(01) VALUE "N".
             88 FIM-BENEF VALUE "S".

         77 WRK-MOVTO-VALIDO     PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO           PIC X(30) VALUE SPACES.

         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-QTD-VENCIDOS     PIC 9(04) VALUE ZEROS.

      *    Copia do cadastro mantida em memoria, com status de linha
      *    "A" (presente) ou "E" (excluida), como no MANDEPEND.
         01 TAB-BENEF.
             05 TAB-BN-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-BENEF
                 INDEXED BY TAB-BN-IDX.
                 10 TAB-BN-CODIGO-FUNC PIC 9(04).
                 10 TAB-BN-BENEFICIO   PIC X(02).
                 10 TAB-BN-QTD-DIARIA  PIC 9(02).
                 10 TAB-BN-VALOR-UNIT  PIC 9(04)V99.
                 10 TAB-BN-INICIO      PIC 9(08).
                 10 TAB-BN-FIM         PIC 9(08).
                 10 TAB-BN-STATUS      PIC X(01).
         77 WRK-QTD-BENEF        PIC 9(04) VALUE ZEROS.
         77 WRK-LIMITE-BENEF     PIC 9(04) VALUE 2000.
         77 WRK-ACHOU-BENEF      PIC X(01) VALUE "N".
             88 ACHOU-BENEF VALUE "S".
         77 WRK-TOTAL-ATIVOS     PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0200-RECEBEMOVTO THRU 0200-EXIT
                  UNTIL FIM-ARQUIVO-MOV
              PERFORM 0700-GRAVA-CADASTRO-FINAL
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-MOV
              MOVE "N" TO WRK-FIM-BENEF
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE "N" TO WRK-ACHOU-BENEF
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-BENEF
              MOVE ZEROS TO WRK-TOTAL-ATIVOS
              MOVE ZEROS TO WRK-QTD-VENCIDOS.

         0010-CABECALHO SECTION.
              MOVE "MANUT-BENEF" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              PERFORM 1060-CARREGA-BENEF-ANTERIOR
              OPEN INPUT BENEFMOV-FILE
              IF WRK-STATUS-MOV NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "BENEFMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT BENEFEXC-FILE
              IF WRK-STATUS-EXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "BENEFEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND BENEFAUD-FILE
              IF WRK-STATUS-AUD = "35"
                  OPEN OUTPUT BENEFAUD-FILE
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              PERFORM 1100-LER-MOVTO.

         1060-CARREGA-BENEF-ANTERIOR SECTION.
              OPEN INPUT BENEFICIOS-FILE
              IF WRK-STATUS-BENEF = "00"
                  PERFORM UNTIL FIM-BENEF
                      READ BENEFICIOS-FILE INTO BENEFICIOS-REG
                          AT END
                              SET FIM-BENEF TO TRUE
                          NOT AT END
                              IF WRK-QTD-BENEF NOT LESS
                                  WRK-LIMITE-BENEF
                                  DISPLAY "BENEFICIOS.DAT excede o"
                                      " limite de " WRK-LIMITE-BENEF
                                      " inscricoes"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-BENEF
                              MOVE BN-CODIGO-FUNC TO
                                  TAB-BN-CODIGO-FUNC(WRK-QTD-BENEF)
                              MOVE BN-BENEFICIO TO
                                  TAB-BN-BENEFICIO(WRK-QTD-BENEF)
                              MOVE BN-QTD-DIARIA TO
                                  TAB-BN-QTD-DIARIA(WRK-QTD-BENEF)
                              MOVE BN-VALOR-UNITARIO TO
                                  TAB-BN-VALOR-UNIT(WRK-QTD-BENEF)
                              MOVE BN-INICIO TO
                                  TAB-BN-INICIO(WRK-QTD-BENEF)
                              MOVE BN-FIM TO
                                  TAB-BN-FIM(WRK-QTD-BENEF)
                              MOVE "A" TO
                                  TAB-BN-STATUS(WRK-QTD-BENEF)
                      END-READ
                  END-PERFORM
                  CLOSE BENEFICIOS-FILE
              END-IF.

         1100-LER-MOVTO SECTION.
              READ BENEFMOV-FILE
                  AT END
                      SET FIM-ARQUIVO-MOV TO TRUE
              END-READ.

         0200-RECEBEMOVTO SECTION.
              PERFORM 0210-VALIDA-MOVTO
              IF MOVTO-VALIDO
                  PERFORM 0400-APLICA-MOVIMENTO
                  ADD 1 TO WRK-JOB-GRAVADOS
              ELSE
                  PERFORM 0250-GRAVA-EXCECAO
              END-IF
              ADD 1 TO WRK-JOB-LIDOS
              PERFORM 1100-LER-MOVTO.
         0200-EXIT.
              EXIT.

      *    Exclusao so precisa da chave; na alteracao todos os
      *    campos vem de novo, como na inclusao. Encerrar um
      *    beneficio e uma alteracao com a data de fim.
         0210-VALIDA-MOVTO SECTION.
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE SPACES TO WRK-MOTIVO
              EVALUATE TRUE
                  WHEN BV-TIPO-MOVTO NOT = "A" AND
                       BV-TIPO-MOVTO NOT = "C" AND
                       BV-TIPO-MOVTO NOT = "D"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TIPO DE MOVIMENTO INVALIDO" TO WRK-MOTIVO
                  WHEN BV-CODIGO-FUNC NOT NUMERIC
                      OR BV-CODIGO-FUNC = ZEROS
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "CODIGO DE FUNCIONARIO INVALIDO"
                          TO WRK-MOTIVO
                  WHEN BV-BENEFICIO NOT = "VT" AND
                       BV-BENEFICIO NOT = "VR" AND
                       BV-BENEFICIO NOT = "VA"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "BENEFICIO INVALIDO" TO WRK-MOTIVO
                  WHEN BV-TIPO-MOVTO = "D"
                      CONTINUE
                  WHEN BV-QTD-DIARIA NOT NUMERIC
                      OR BV-QTD-DIARIA = ZEROS
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "QUANTIDADE DIARIA INVALIDA" TO WRK-MOTIVO
                  WHEN BV-VALOR-UNITARIO NOT NUMERIC
                      OR BV-VALOR-UNITARIO = ZEROS
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "VALOR UNITARIO INVALIDO" TO WRK-MOTIVO
                  WHEN BV-INICIO NOT NUMERIC
                      OR BV-INI-MES LESS 1 OR BV-INI-MES GREATER 12
                      OR BV-INI-DIA LESS 1 OR BV-INI-DIA GREATER 31
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "DATA DE INICIO INVALIDA" TO WRK-MOTIVO
                  WHEN BV-FIM NOT NUMERIC
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "DATA DE FIM INVALIDA" TO WRK-MOTIVO
                  WHEN BV-FIM NOT = ZEROS
                      AND (BV-FIM-MES LESS 1 OR BV-FIM-MES GREATER 12
                      OR BV-FIM-DIA LESS 1 OR BV-FIM-DIA GREATER 31)
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "DATA DE FIM INVALIDA" TO WRK-MOTIVO
                  WHEN BV-FIM NOT = ZEROS AND BV-FIM LESS BV-INICIO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "FIM ANTERIOR AO INICIO" TO WRK-MOTIVO
              END-EVALUATE
              IF MOVTO-VALIDO
                  PERFORM 0220-LOCALIZA-BENEF
                  EVALUATE TRUE
                      WHEN BV-TIPO-MOVTO = "A"
                              AND ACHOU-BENEF
                              AND TAB-BN-STATUS(TAB-BN-IDX) = "A"
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "BENEFICIO JA CADASTRADO"
                              TO WRK-MOTIVO
                      WHEN BV-TIPO-MOVTO = "A"
                              AND NOT ACHOU-BENEF
                              AND WRK-QTD-BENEF NOT LESS
                                  WRK-LIMITE-BENEF
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "CADASTRO CHEIO" TO WRK-MOTIVO
                      WHEN (BV-TIPO-MOVTO = "C" OR BV-TIPO-MOVTO = "D")
                              AND (NOT ACHOU-BENEF
                              OR TAB-BN-STATUS(TAB-BN-IDX) NOT = "A")
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "BENEFICIO NAO CADASTRADO"
                              TO WRK-MOTIVO
                  END-EVALUATE
              END-IF.

      *    Chave da inscricao: codigo do funcionario e beneficio.
         0220-LOCALIZA-BENEF SECTION.
              MOVE "N" TO WRK-ACHOU-BENEF
              IF WRK-QTD-BENEF GREATER ZERO
                  SET TAB-BN-IDX TO 1
                  SEARCH TAB-BN-REG
                      AT END
                          CONTINUE
                      WHEN TAB-BN-CODIGO-FUNC(TAB-BN-IDX) =
                              BV-CODIGO-FUNC
                          AND TAB-BN-BENEFICIO(TAB-BN-IDX) =
                              BV-BENEFICIO
                          SET ACHOU-BENEF TO TRUE
                  END-SEARCH
              END-IF.

         0250-GRAVA-EXCECAO SECTION.
              MOVE BV-TIPO-MOVTO  TO EX-TIPO-MOVTO
              MOVE BENEFMOV-REG(2:4) TO EX-CODIGO-FUNC
              MOVE BV-BENEFICIO   TO EX-BENEFICIO
              MOVE WRK-MOTIVO     TO EX-MOTIVO
              WRITE BENEFEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE BENEFMOV-REG(2:4) TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "MANUT-BENEF" TO WRK-EXC-SISTEMA
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

         0400-APLICA-MOVIMENTO SECTION.
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              MOVE WRK-DATA-SISTEMA TO BA-DATA
              MOVE WRK-HORA-SISTEMA TO BA-HORA
              MOVE BV-CODIGO-FUNC   TO BA-CODIGO-FUNC
              MOVE BV-BENEFICIO     TO BA-BENEFICIO
              EVALUATE BV-TIPO-MOVTO
                  WHEN "A"
                      IF ACHOU-BENEF
                          CONTINUE
                      ELSE
                          ADD 1 TO WRK-QTD-BENEF
                          SET TAB-BN-IDX TO WRK-QTD-BENEF
                          MOVE BV-CODIGO-FUNC
                              TO TAB-BN-CODIGO-FUNC(TAB-BN-IDX)
                          MOVE BV-BENEFICIO
                              TO TAB-BN-BENEFICIO(TAB-BN-IDX)
                      END-IF
                      MOVE ZEROS TO BA-DIARIO-ANTES
                      MOVE ZEROS TO BA-FIM-ANTES
                      PERFORM 0410-MONTA-BENEF
                      MOVE "A" TO TAB-BN-STATUS(TAB-BN-IDX)
                      MOVE "INCLUSAO" TO BA-TIPO
                      PERFORM 0420-DEPOIS-AUDITORIA
                      WRITE BENEFAUD-REG
                  WHEN "C"
                      PERFORM 0415-ANTES-AUDITORIA
                      PERFORM 0410-MONTA-BENEF
                      MOVE "ALTERACAO" TO BA-TIPO
                      PERFORM 0420-DEPOIS-AUDITORIA
                      WRITE BENEFAUD-REG
                  WHEN "D"
                      PERFORM 0415-ANTES-AUDITORIA
                      MOVE "E" TO TAB-BN-STATUS(TAB-BN-IDX)
                      MOVE "EXCLUSAO" TO BA-TIPO
                      MOVE ZEROS TO BA-DIARIO-DEPOIS
                      MOVE ZEROS TO BA-FIM-DEPOIS
                      WRITE BENEFAUD-REG
              END-EVALUATE.

         0410-MONTA-BENEF SECTION.
              MOVE BV-QTD-DIARIA     TO TAB-BN-QTD-DIARIA(TAB-BN-IDX)
              MOVE BV-VALOR-UNITARIO TO TAB-BN-VALOR-UNIT(TAB-BN-IDX)
              MOVE BV-INICIO         TO TAB-BN-INICIO(TAB-BN-IDX)
              MOVE BV-FIM            TO TAB-BN-FIM(TAB-BN-IDX).

      *    Auditoria pelo valor diario (quantidade vezes valor
      *    unitario) e pela data de fim da vigencia.
         0415-ANTES-AUDITORIA SECTION.
              COMPUTE BA-DIARIO-ANTES =
                  TAB-BN-QTD-DIARIA(TAB-BN-IDX) *
                  TAB-BN-VALOR-UNIT(TAB-BN-IDX)
              MOVE TAB-BN-FIM(TAB-BN-IDX) TO BA-FIM-ANTES.

         0420-DEPOIS-AUDITORIA SECTION.
              COMPUTE BA-DIARIO-DEPOIS =
                  TAB-BN-QTD-DIARIA(TAB-BN-IDX) *
                  TAB-BN-VALOR-UNIT(TAB-BN-IDX)
              MOVE TAB-BN-FIM(TAB-BN-IDX) TO BA-FIM-DEPOIS.

         0700-GRAVA-CADASTRO-FINAL SECTION.
              OPEN OUTPUT BENEFICIOS-FILE
              IF WRK-STATUS-BENEF NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "BENEFICIOS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-BENEF TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-BN-IDX FROM 1 BY 1
                  UNTIL TAB-BN-IDX GREATER WRK-QTD-BENEF
                  IF TAB-BN-STATUS(TAB-BN-IDX) = "A"
                      MOVE TAB-BN-CODIGO-FUNC(TAB-BN-IDX)
                          TO BN-CODIGO-FUNC
                      MOVE TAB-BN-BENEFICIO(TAB-BN-IDX)
                          TO BN-BENEFICIO
                      MOVE TAB-BN-QTD-DIARIA(TAB-BN-IDX)
                          TO BN-QTD-DIARIA
                      MOVE TAB-BN-VALOR-UNIT(TAB-BN-IDX)
                          TO BN-VALOR-UNITARIO
                      MOVE TAB-BN-INICIO(TAB-BN-IDX) TO BN-INICIO
                      MOVE TAB-BN-FIM(TAB-BN-IDX) TO BN-FIM
                      WRITE BENEFICIOS-REG
                      ADD 1 TO WRK-TOTAL-ATIVOS
                      IF BN-FIM NOT = ZEROS
                          AND BN-FIM LESS WRK-DATA-SISTEMA
                          ADD 1 TO WRK-QTD-VENCIDOS
                      END-IF
                  END-IF
              END-PERFORM
              CLOSE BENEFICIOS-FILE.

         9000-FINALIZAR SECTION.
              CLOSE BENEFMOV-FILE
              CLOSE BENEFEXC-FILE
              CLOSE BENEFAUD-FILE
              CLOSE EXCDIARIO-FILE
              DISPLAY "Total de inscricoes no cadastro : "
                  WRK-TOTAL-ATIVOS
              DISPLAY "Ja com a vigencia encerrada     : "
                  WRK-QTD-VENCIDOS
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
       END PROGRAM MANBENEF.
