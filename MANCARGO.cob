      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 13/02/2025
      * Purpose: Cadastro de cargos com faixa salarial (CARGOS.DAT)
      *          com manutencao por arquivo de movimentos A/C/D
      *          (CARGOMOV.DAT), no mesmo fluxo do MANBENEF. Cada
      *          cargo tem codigo, titulo e os salarios minimo, medio
      *          (ponto central da faixa) e maximo. O PROGRAMA06
      *          confere contra a faixa o salario de toda inclusao e
      *          de toda troca de salario ou de cargo; o SIMSALARIO e
      *          o RELFAIXA usam a mesma faixa. Antes/depois de cada
      *          mudanca sai em CARGOAUD.DAT; movimento invalido em
      *          CARGOEXC.DAT e EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANCARGO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGOMOV-FILE ASSIGN TO "CARGOMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT CARGOS-FILE ASSIGN TO "CARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGOS.
           SELECT CARGOEXC-FILE ASSIGN TO "CARGOEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT CARGOAUD-FILE ASSIGN TO "CARGOAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUD.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CARGOMOV-FILE.
       01  CARGOMOV-REG.
           05 CV-TIPO-MOVTO          PIC X(01).
           05 CV-CODIGO              PIC X(04).
           05 CV-TITULO              PIC X(30).
           05 CV-MINIMO              PIC 9(06).
           05 CV-MEDIO               PIC 9(06).
           05 CV-MAXIMO              PIC 9(06).

       FD  CARGOS-FILE.
       01  CARGOS-REG.
           05 CG-CODIGO              PIC X(04).
           05 CG-TITULO              PIC X(30).
           05 CG-MINIMO              PIC 9(06).
           05 CG-MEDIO               PIC 9(06).
           05 CG-MAXIMO              PIC 9(06).

       FD  CARGOEXC-FILE.
       01  CARGOEXC-REG.
           05 EX-TIPO-MOVTO          PIC X(01).
           05 EX-CODIGO              PIC X(04).
           05 EX-MOTIVO              PIC X(30).

       FD  CARGOAUD-FILE.
       01  CARGOAUD-REG.
           05 CA-DATA                PIC 9(08).
           05 CA-HORA                PIC 9(08).
           05 CA-TIPO                PIC X(12).
           05 CA-CODIGO              PIC X(04).
           05 CA-MINIMO-ANTES        PIC 9(06).
           05 CA-MINIMO-DEPOIS       PIC 9(06).
           05 CA-MEDIO-ANTES         PIC 9(06).
           05 CA-MEDIO-DEPOIS        PIC 9(06).
           05 CA-MAXIMO-ANTES        PIC 9(06).
           05 CA-MAXIMO-DEPOIS       PIC 9(06).

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
         77 WRK-STATUS-CARGOS    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD       PIC X(02) VALUE SPACES.
         77 WRK-FIM-MOV          PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-FIM-CARGOS       PIC X(01) VALUE "N".
             88 FIM-CARGOS VALUE "S".

         77 WRK-MOVTO-VALIDO     PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO           PIC X(30) VALUE SPACES.

         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.

      *    Copia do cadastro mantida em memoria, com status de linha
      *    "A" (presente) ou "E" (excluida), como no MANBENEF.
         01 TAB-CARGOS.
             05 TAB-CG-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-CARGOS
                 INDEXED BY TAB-CG-IDX.
                 10 TAB-CG-CODIGO     PIC X(04).
                 10 TAB-CG-TITULO     PIC X(30).
                 10 TAB-CG-MINIMO     PIC 9(06).
                 10 TAB-CG-MEDIO      PIC 9(06).
                 10 TAB-CG-MAXIMO     PIC 9(06).
                 10 TAB-CG-STATUS     PIC X(01).
         77 WRK-QTD-CARGOS       PIC 9(03) VALUE ZEROS.
         77 WRK-LIMITE-CARGOS    PIC 9(03) VALUE 200.
         77 WRK-ACHOU-CARGO      PIC X(01) VALUE "N".
             88 ACHOU-CARGO VALUE "S".
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
              MOVE "N" TO WRK-FIM-CARGOS
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE "N" TO WRK-ACHOU-CARGO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-CARGOS
              MOVE ZEROS TO WRK-TOTAL-ATIVOS.

         0010-CABECALHO SECTION.
              MOVE "MANUT-CARGO" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              PERFORM 1060-CARREGA-CARGOS-ANTERIOR
              OPEN INPUT CARGOMOV-FILE
              IF WRK-STATUS-MOV NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CARGOMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT CARGOEXC-FILE
              IF WRK-STATUS-EXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CARGOEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND CARGOAUD-FILE
              IF WRK-STATUS-AUD = "35"
                  OPEN OUTPUT CARGOAUD-FILE
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              PERFORM 1100-LER-MOVTO.

         1060-CARREGA-CARGOS-ANTERIOR SECTION.
              OPEN INPUT CARGOS-FILE
              IF WRK-STATUS-CARGOS = "00"
                  PERFORM UNTIL FIM-CARGOS
                      READ CARGOS-FILE INTO CARGOS-REG
                          AT END
                              SET FIM-CARGOS TO TRUE
                          NOT AT END
                              IF WRK-QTD-CARGOS NOT LESS
                                  WRK-LIMITE-CARGOS
                                  DISPLAY "CARGOS.DAT excede o"
                                      " limite de " WRK-LIMITE-CARGOS
                                      " cargos"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-CARGOS
                              SET TAB-CG-IDX TO WRK-QTD-CARGOS
                              MOVE CG-CODIGO TO
                                  TAB-CG-CODIGO(TAB-CG-IDX)
                              MOVE CG-TITULO TO
                                  TAB-CG-TITULO(TAB-CG-IDX)
                              MOVE CG-MINIMO TO
                                  TAB-CG-MINIMO(TAB-CG-IDX)
                              MOVE CG-MEDIO TO
                                  TAB-CG-MEDIO(TAB-CG-IDX)
                              MOVE CG-MAXIMO TO
                                  TAB-CG-MAXIMO(TAB-CG-IDX)
                              MOVE "A" TO
                                  TAB-CG-STATUS(TAB-CG-IDX)
                      END-READ
                  END-PERFORM
                  CLOSE CARGOS-FILE
              END-IF.

         1100-LER-MOVTO SECTION.
              READ CARGOMOV-FILE
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
      *    campos vem de novo, como na inclusao. A faixa tem que
      *    ser coerente: minimo ate o medio, medio ate o maximo.
         0210-VALIDA-MOVTO SECTION.
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE SPACES TO WRK-MOTIVO
              EVALUATE TRUE
                  WHEN CV-TIPO-MOVTO NOT = "A" AND
                       CV-TIPO-MOVTO NOT = "C" AND
                       CV-TIPO-MOVTO NOT = "D"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TIPO DE MOVIMENTO INVALIDO" TO WRK-MOTIVO
                  WHEN CV-CODIGO = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "CODIGO DO CARGO NAO INFORMADO"
                          TO WRK-MOTIVO
                  WHEN CV-TIPO-MOVTO = "D"
                      CONTINUE
                  WHEN CV-TITULO = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TITULO NAO INFORMADO" TO WRK-MOTIVO
                  WHEN CV-MINIMO NOT NUMERIC OR CV-MINIMO = ZEROS
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SALARIO MINIMO INVALIDO" TO WRK-MOTIVO
                  WHEN CV-MEDIO NOT NUMERIC
                      OR CV-MEDIO LESS CV-MINIMO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SALARIO MEDIO INVALIDO" TO WRK-MOTIVO
                  WHEN CV-MAXIMO NOT NUMERIC
                      OR CV-MAXIMO LESS CV-MEDIO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SALARIO MAXIMO INVALIDO" TO WRK-MOTIVO
              END-EVALUATE
              IF MOVTO-VALIDO
                  PERFORM 0220-LOCALIZA-CARGO
                  EVALUATE TRUE
                      WHEN CV-TIPO-MOVTO = "A"
                              AND ACHOU-CARGO
                              AND TAB-CG-STATUS(TAB-CG-IDX) = "A"
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "CARGO JA CADASTRADO" TO WRK-MOTIVO
                      WHEN CV-TIPO-MOVTO = "A"
                              AND NOT ACHOU-CARGO
                              AND WRK-QTD-CARGOS NOT LESS
                                  WRK-LIMITE-CARGOS
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "CADASTRO CHEIO" TO WRK-MOTIVO
                      WHEN (CV-TIPO-MOVTO = "C" OR CV-TIPO-MOVTO = "D")
                              AND (NOT ACHOU-CARGO
                              OR TAB-CG-STATUS(TAB-CG-IDX) NOT = "A")
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "CARGO NAO CADASTRADO" TO WRK-MOTIVO
                  END-EVALUATE
              END-IF.

         0220-LOCALIZA-CARGO SECTION.
              MOVE "N" TO WRK-ACHOU-CARGO
              IF WRK-QTD-CARGOS GREATER ZERO
                  SET TAB-CG-IDX TO 1
                  SEARCH TAB-CG-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CG-CODIGO(TAB-CG-IDX) = CV-CODIGO
                          SET ACHOU-CARGO TO TRUE
                  END-SEARCH
              END-IF.

         0250-GRAVA-EXCECAO SECTION.
              MOVE CV-TIPO-MOVTO  TO EX-TIPO-MOVTO
              MOVE CV-CODIGO      TO EX-CODIGO
              MOVE WRK-MOTIVO     TO EX-MOTIVO
              WRITE CARGOEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE CV-CODIGO TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "MANUT-CARGO" TO WRK-EXC-SISTEMA
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
              MOVE WRK-DATA-SISTEMA TO CA-DATA
              MOVE WRK-HORA-SISTEMA TO CA-HORA
              MOVE CV-CODIGO        TO CA-CODIGO
              EVALUATE CV-TIPO-MOVTO
                  WHEN "A"
                      IF ACHOU-CARGO
                          CONTINUE
                      ELSE
                          ADD 1 TO WRK-QTD-CARGOS
                          SET TAB-CG-IDX TO WRK-QTD-CARGOS
                          MOVE CV-CODIGO TO TAB-CG-CODIGO(TAB-CG-IDX)
                      END-IF
                      MOVE ZEROS TO CA-MINIMO-ANTES
                      MOVE ZEROS TO CA-MEDIO-ANTES
                      MOVE ZEROS TO CA-MAXIMO-ANTES
                      PERFORM 0410-MONTA-CARGO
                      MOVE "A" TO TAB-CG-STATUS(TAB-CG-IDX)
                      MOVE "INCLUSAO" TO CA-TIPO
                      PERFORM 0420-DEPOIS-AUDITORIA
                      WRITE CARGOAUD-REG
                  WHEN "C"
                      PERFORM 0415-ANTES-AUDITORIA
                      PERFORM 0410-MONTA-CARGO
                      MOVE "ALTERACAO" TO CA-TIPO
                      PERFORM 0420-DEPOIS-AUDITORIA
                      WRITE CARGOAUD-REG
                  WHEN "D"
                      PERFORM 0415-ANTES-AUDITORIA
                      MOVE "E" TO TAB-CG-STATUS(TAB-CG-IDX)
                      MOVE "EXCLUSAO" TO CA-TIPO
                      MOVE ZEROS TO CA-MINIMO-DEPOIS
                      MOVE ZEROS TO CA-MEDIO-DEPOIS
                      MOVE ZEROS TO CA-MAXIMO-DEPOIS
                      WRITE CARGOAUD-REG
              END-EVALUATE.

         0410-MONTA-CARGO SECTION.
              MOVE CV-TITULO TO TAB-CG-TITULO(TAB-CG-IDX)
              MOVE CV-MINIMO TO TAB-CG-MINIMO(TAB-CG-IDX)
              MOVE CV-MEDIO  TO TAB-CG-MEDIO(TAB-CG-IDX)
              MOVE CV-MAXIMO TO TAB-CG-MAXIMO(TAB-CG-IDX).

         0415-ANTES-AUDITORIA SECTION.
              MOVE TAB-CG-MINIMO(TAB-CG-IDX) TO CA-MINIMO-ANTES
              MOVE TAB-CG-MEDIO(TAB-CG-IDX)  TO CA-MEDIO-ANTES
              MOVE TAB-CG-MAXIMO(TAB-CG-IDX) TO CA-MAXIMO-ANTES.

         0420-DEPOIS-AUDITORIA SECTION.
              MOVE TAB-CG-MINIMO(TAB-CG-IDX) TO CA-MINIMO-DEPOIS
              MOVE TAB-CG-MEDIO(TAB-CG-IDX)  TO CA-MEDIO-DEPOIS
              MOVE TAB-CG-MAXIMO(TAB-CG-IDX) TO CA-MAXIMO-DEPOIS.

         0700-GRAVA-CADASTRO-FINAL SECTION.
              OPEN OUTPUT CARGOS-FILE
              IF WRK-STATUS-CARGOS NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CARGOS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CARGOS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-CG-IDX FROM 1 BY 1
                  UNTIL TAB-CG-IDX GREATER WRK-QTD-CARGOS
                  IF TAB-CG-STATUS(TAB-CG-IDX) = "A"
                      MOVE TAB-CG-CODIGO(TAB-CG-IDX) TO CG-CODIGO
                      MOVE TAB-CG-TITULO(TAB-CG-IDX) TO CG-TITULO
                      MOVE TAB-CG-MINIMO(TAB-CG-IDX) TO CG-MINIMO
                      MOVE TAB-CG-MEDIO(TAB-CG-IDX)  TO CG-MEDIO
                      MOVE TAB-CG-MAXIMO(TAB-CG-IDX) TO CG-MAXIMO
                      WRITE CARGOS-REG
                      ADD 1 TO WRK-TOTAL-ATIVOS
                  END-IF
              END-PERFORM
              CLOSE CARGOS-FILE.

         9000-FINALIZAR SECTION.
              CLOSE CARGOMOV-FILE
              CLOSE CARGOEXC-FILE
              CLOSE CARGOAUD-FILE
              CLOSE EXCDIARIO-FILE
              DISPLAY "Total de cargos no cadastro     : "
                  WRK-TOTAL-ATIVOS
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
       END PROGRAM MANCARGO.
