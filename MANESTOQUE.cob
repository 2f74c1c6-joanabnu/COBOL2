      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 01/02/2025
      * Purpose: Posicao de estoque por produto e armazem de origem
      *          (ESTOQUE.DAT), mantida pelo arquivo de movimentos de
      *          estoque (ESTOQUEMOV.DAT), no mesmo fluxo do
      *          MANPRODUTO. O cadastro de produtos tem peso mas
      *          ninguem sabia quanto havia na prateleira: cada
      *          posicao guarda o fisico e o reservado para pedidos
      *          (reservado pelo EDITPED, liberado pelo CANCFRETE e
      *          baixado na confirmacao pelo PROGRAMA11, via
      *          RESERVAEST).
      *          Movimentos: E entrada (recebimento), A ajuste com
      *          sinal + ou -, I inventario (contagem que substitui o
      *          fisico). Antes/depois de cada movimento sai em
      *          ESTOQUEAUD.DAT; movimento invalido em ESTOQUEEXC.DAT
      *          e EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANESTOQUE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUEMOV-FILE ASSIGN TO "ESTOQUEMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTOQUE.
           SELECT PRODUTOS-FILE ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRODUTOS.
           SELECT ARMAZENS-FILE ASSIGN TO "ARMAZENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARMAZENS.
           SELECT ESTOQUEEXC-FILE ASSIGN TO "ESTOQUEEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT ESTOQUEAUD-FILE ASSIGN TO "ESTOQUEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUD.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUEMOV-FILE.
       01  ESTOQUEMOV-REG.
           05 MV-TIPO-MOVTO          PIC X(01).
           05 MV-PRODUTO             PIC X(10).
           05 MV-ORIGEM              PIC X(03).
           05 MV-SINAL               PIC X(01).
           05 MV-QTDE                PIC X(07).
           05 MV-DOCUMENTO           PIC X(10).

       FD  ESTOQUE-FILE.
       01  ESTOQUE-REG.
           05 ES-PRODUTO             PIC X(10).
           05 ES-ORIGEM              PIC X(03).
           05 ES-QTD-FISICA          PIC 9(07).
           05 ES-QTD-RESERVADA       PIC 9(07).
           05 ES-DATA-MOVTO          PIC 9(08).

       FD  PRODUTOS-FILE.
       01  PRODUTOS-REG.
           05 PR-CODIGO              PIC X(10).
           05 PR-DESCRICAO           PIC X(30).
           05 PR-PESO-UNIT           PIC 9(05)V99.
           05 PR-CUBADO-UNIT         PIC 9(05)V99.
           05 PR-ATIVO               PIC X(01).

       FD  ARMAZENS-FILE.
       01  ARMAZENS-REG.
           05 AR-CODIGO              PIC X(03).
           05 AR-NOME                PIC X(30).
           05 AR-UF                  PIC X(02).
           05 AR-CEP                 PIC 9(08).

       FD  ESTOQUEEXC-FILE.
       01  ESTOQUEEXC-REG.
           05 EX-TIPO-MOVTO          PIC X(01).
           05 EX-PRODUTO             PIC X(10).
           05 EX-ORIGEM              PIC X(03).
           05 EX-SINAL               PIC X(01).
           05 EX-QTDE                PIC X(07).
           05 EX-DOCUMENTO           PIC X(10).
           05 EX-MOTIVO              PIC X(30).

       FD  ESTOQUEAUD-FILE.
       01  ESTOQUEAUD-REG.
           05 EA-DATA                PIC 9(08).
           05 EA-HORA                PIC 9(08).
           05 EA-SISTEMA             PIC X(15).
           05 EA-TIPO                PIC X(12).
           05 EA-PRODUTO             PIC X(10).
           05 EA-ORIGEM              PIC X(03).
           05 EA-QTDE                PIC 9(07).
           05 EA-FISICA-ANTES        PIC 9(07).
           05 EA-FISICA-DEPOIS       PIC 9(07).
           05 EA-DOCUMENTO           PIC X(10).

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
         77 WRK-STATUS-ESTOQUE   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PRODUTOS  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-ARMAZENS  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD       PIC X(02) VALUE SPACES.
         77 WRK-FIM-MOV          PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-FIM-ESTOQUE      PIC X(01) VALUE "N".
             88 FIM-ESTOQUE VALUE "S".
         77 WRK-FIM-PRODUTOS     PIC X(01) VALUE "N".
             88 FIM-PRODUTOS VALUE "S".
         77 WRK-FIM-ARMAZENS     PIC X(01) VALUE "N".
             88 FIM-ARMAZENS VALUE "S".

         77 WRK-MOVTO-VALIDO     PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO           PIC X(30) VALUE SPACES.

         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-QTDE-NUM         PIC 9(07) VALUE ZEROS.

      *    Posicao em memoria, regravada inteira no final; o
      *    reservado so e mexido pelas rotinas de pedido.
         01 TAB-ESTOQUE.
             05 TAB-ES-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-ESTOQUE
                 INDEXED BY TAB-ES-IDX.
                 10 TAB-ES-PRODUTO     PIC X(10).
                 10 TAB-ES-ORIGEM      PIC X(03).
                 10 TAB-ES-FISICA      PIC 9(07).
                 10 TAB-ES-RESERVADA   PIC 9(07).
                 10 TAB-ES-DATA        PIC 9(08).
         77 WRK-QTD-ESTOQUE      PIC 9(04) VALUE ZEROS.
         77 WRK-LIMITE-ESTOQUE   PIC 9(04) VALUE 2000.
         77 WRK-ACHOU-ESTOQUE    PIC X(01) VALUE "N".
             88 ACHOU-ESTOQUE VALUE "S".

      *    Produtos e armazens conhecidos; sem o arquivo a validacao
      *    correspondente nao e feita, como no EDITPED.
         01 TAB-PRODUTO.
             05 TAB-PD-CODIGO OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-PRODUTO
                 INDEXED BY TAB-PD-IDX PIC X(10).
         77 WRK-QTD-PRODUTO      PIC 9(03) VALUE ZEROS.
         77 WRK-TEM-CADASTRO     PIC X(01) VALUE "N".
             88 TEM-CADASTRO-PRODUTO VALUE "S".
         77 WRK-ACHOU-PRODUTO    PIC X(01) VALUE "N".
             88 ACHOU-PRODUTO VALUE "S".

         01 TAB-ARMAZENS.
             05 TAB-AR-CODIGO OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-ARMAZENS
                 INDEXED BY TAB-AR-IDX PIC X(03).
         77 WRK-QTD-ARMAZENS     PIC 9(02) VALUE ZEROS.
         77 WRK-TEM-ARMAZENS     PIC X(01) VALUE "N".
             88 TEM-CADASTRO-ARMAZEM VALUE "S".
         77 WRK-ACHOU-ARMAZEM    PIC X(01) VALUE "N".
             88 ACHOU-ARMAZEM VALUE "S".

         77 WRK-TOTAL-POSICOES   PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0200-RECEBEMOVTO THRU 0200-EXIT
                  UNTIL FIM-ARQUIVO-MOV
              PERFORM 0700-GRAVA-ESTOQUE-FINAL
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-MOV
              MOVE "N" TO WRK-FIM-ESTOQUE
              MOVE "N" TO WRK-FIM-PRODUTOS
              MOVE "N" TO WRK-FIM-ARMAZENS
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE "N" TO WRK-TEM-CADASTRO
              MOVE "N" TO WRK-TEM-ARMAZENS
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-ESTOQUE
              MOVE ZEROS TO WRK-QTD-PRODUTO
              MOVE ZEROS TO WRK-QTD-ARMAZENS
              MOVE ZEROS TO WRK-TOTAL-POSICOES.

         0010-CABECALHO SECTION.
              MOVE "MANUT-ESTOQUE" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              PERFORM 1050-CARREGA-PRODUTOS
              PERFORM 1055-CARREGA-ARMAZENS
              PERFORM 1060-CARREGA-ESTOQUE-ANTERIOR
              OPEN INPUT ESTOQUEMOV-FILE
              IF WRK-STATUS-MOV NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "ESTOQUEMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT ESTOQUEEXC-FILE
              IF WRK-STATUS-EXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "ESTOQUEEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND ESTOQUEAUD-FILE
              IF WRK-STATUS-AUD = "35"
                  OPEN OUTPUT ESTOQUEAUD-FILE
              END-IF
              IF WRK-STATUS-AUD NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "ESTOQUEAUD.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-AUD TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              PERFORM 1100-LER-MOVTO.

         1050-CARREGA-PRODUTOS SECTION.
              OPEN INPUT PRODUTOS-FILE
              IF WRK-STATUS-PRODUTOS NOT = "00"
                  DISPLAY "Aviso: PRODUTOS.DAT indisponivel : "
                      WRK-STATUS-PRODUTOS
                      " - produto sem validacao"
              ELSE
                  SET TEM-CADASTRO-PRODUTO TO TRUE
                  PERFORM UNTIL FIM-PRODUTOS
                      READ PRODUTOS-FILE INTO PRODUTOS-REG
                          AT END
                              SET FIM-PRODUTOS TO TRUE
                          NOT AT END
                              IF WRK-QTD-PRODUTO LESS 500
                                  ADD 1 TO WRK-QTD-PRODUTO
                                  MOVE PR-CODIGO TO
                                      TAB-PD-CODIGO(WRK-QTD-PRODUTO)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE PRODUTOS-FILE
              END-IF.

         1055-CARREGA-ARMAZENS SECTION.
              OPEN INPUT ARMAZENS-FILE
              IF WRK-STATUS-ARMAZENS NOT = "00"
                  DISPLAY "Aviso: ARMAZENS.DAT indisponivel : "
                      WRK-STATUS-ARMAZENS
                      " - origem sem validacao"
              ELSE
                  SET TEM-CADASTRO-ARMAZEM TO TRUE
                  PERFORM UNTIL FIM-ARMAZENS
                      READ ARMAZENS-FILE INTO ARMAZENS-REG
                          AT END
                              SET FIM-ARMAZENS TO TRUE
                          NOT AT END
                              IF WRK-QTD-ARMAZENS NOT LESS 50
                                  DISPLAY "ARMAZENS.DAT maior que"
                                      " o limite de 50 armazens"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-ARMAZENS
                              MOVE AR-CODIGO TO
                                  TAB-AR-CODIGO(WRK-QTD-ARMAZENS)
                      END-READ
                  END-PERFORM
                  CLOSE ARMAZENS-FILE
              END-IF.

      *    A posicao pode nao existir na primeira carga: comeca
      *    vazia e as entradas e inventarios a populam.
         1060-CARREGA-ESTOQUE-ANTERIOR SECTION.
              OPEN INPUT ESTOQUE-FILE
              IF WRK-STATUS-ESTOQUE = "00"
                  PERFORM UNTIL FIM-ESTOQUE
                      READ ESTOQUE-FILE INTO ESTOQUE-REG
                          AT END
                              SET FIM-ESTOQUE TO TRUE
                          NOT AT END
                              IF WRK-QTD-ESTOQUE NOT LESS
                                  WRK-LIMITE-ESTOQUE
                                  DISPLAY "ESTOQUE.DAT excede o"
                                      " limite de "
                                      WRK-LIMITE-ESTOQUE " posicoes"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-ESTOQUE
                              SET TAB-ES-IDX TO WRK-QTD-ESTOQUE
                              MOVE ES-PRODUTO TO
                                  TAB-ES-PRODUTO(TAB-ES-IDX)
                              MOVE ES-ORIGEM TO
                                  TAB-ES-ORIGEM(TAB-ES-IDX)
                              MOVE ES-QTD-FISICA TO
                                  TAB-ES-FISICA(TAB-ES-IDX)
                              MOVE ES-QTD-RESERVADA TO
                                  TAB-ES-RESERVADA(TAB-ES-IDX)
                              MOVE ES-DATA-MOVTO TO
                                  TAB-ES-DATA(TAB-ES-IDX)
                      END-READ
                  END-PERFORM
                  CLOSE ESTOQUE-FILE
              END-IF.

         1100-LER-MOVTO SECTION.
              READ ESTOQUEMOV-FILE
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

         0210-VALIDA-MOVTO SECTION.
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE SPACES TO WRK-MOTIVO
              MOVE ZEROS TO WRK-QTDE-NUM
              IF MV-QTDE IS NUMERIC
                  MOVE MV-QTDE TO WRK-QTDE-NUM
              END-IF
              EVALUATE TRUE
                  WHEN MV-TIPO-MOVTO NOT = "E" AND
                       MV-TIPO-MOVTO NOT = "A" AND
                       MV-TIPO-MOVTO NOT = "I"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TIPO DE MOVIMENTO INVALIDO" TO WRK-MOTIVO
                  WHEN MV-PRODUTO = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "PRODUTO NAO INFORMADO" TO WRK-MOTIVO
                  WHEN MV-QTDE IS NOT NUMERIC
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "QUANTIDADE INVALIDA" TO WRK-MOTIVO
                  WHEN MV-TIPO-MOVTO NOT = "I"
                      AND WRK-QTDE-NUM = ZEROS
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "QUANTIDADE ZERADA" TO WRK-MOTIVO
                  WHEN MV-TIPO-MOVTO = "A"
                      AND MV-SINAL NOT = "+" AND MV-SINAL NOT = "-"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SINAL DO AJUSTE INVALIDO" TO WRK-MOTIVO
              END-EVALUATE
              IF MOVTO-VALIDO
                  PERFORM 0220-VALIDA-CADASTROS
              END-IF
              IF MOVTO-VALIDO
                  PERFORM 0230-LOCALIZA-ESTOQUE
                  EVALUATE TRUE
                      WHEN MV-TIPO-MOVTO = "A" AND MV-SINAL = "-"
                              AND NOT ACHOU-ESTOQUE
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "PRODUTO SEM POSICAO NA ORIGEM"
                              TO WRK-MOTIVO
                      WHEN MV-TIPO-MOVTO = "A" AND MV-SINAL = "-"
                              AND WRK-QTDE-NUM GREATER
                                  TAB-ES-FISICA(TAB-ES-IDX)
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "AJUSTE MAIOR QUE O FISICO"
                              TO WRK-MOTIVO
                      WHEN MV-TIPO-MOVTO = "E" AND ACHOU-ESTOQUE
                              AND TAB-ES-FISICA(TAB-ES-IDX) +
                                  WRK-QTDE-NUM GREATER 9999999
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "FISICO EXCEDE A CAPACIDADE"
                              TO WRK-MOTIVO
                      WHEN MV-TIPO-MOVTO = "A" AND MV-SINAL = "+"
                              AND ACHOU-ESTOQUE
                              AND TAB-ES-FISICA(TAB-ES-IDX) +
                                  WRK-QTDE-NUM GREATER 9999999
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "FISICO EXCEDE A CAPACIDADE"
                              TO WRK-MOTIVO
                      WHEN NOT ACHOU-ESTOQUE
                              AND WRK-QTD-ESTOQUE NOT LESS
                                  WRK-LIMITE-ESTOQUE
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "POSICAO DE ESTOQUE CHEIA"
                              TO WRK-MOTIVO
                  END-EVALUATE
              END-IF.

      *    Produto precisa constar do cadastro e a origem da lista de
      *    armazens (branco e a matriz).
         0220-VALIDA-CADASTROS SECTION.
              IF TEM-CADASTRO-PRODUTO
                  MOVE "N" TO WRK-ACHOU-PRODUTO
                  IF WRK-QTD-PRODUTO GREATER ZERO
                      SET TAB-PD-IDX TO 1
                      SEARCH TAB-PD-CODIGO
                          AT END
                              CONTINUE
                          WHEN TAB-PD-CODIGO(TAB-PD-IDX) = MV-PRODUTO
                              SET ACHOU-PRODUTO TO TRUE
                      END-SEARCH
                  END-IF
                  IF NOT ACHOU-PRODUTO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "PRODUTO NAO CADASTRADO" TO WRK-MOTIVO
                  END-IF
              END-IF
              IF MOVTO-VALIDO AND TEM-CADASTRO-ARMAZEM
                  AND MV-ORIGEM NOT = SPACES
                  MOVE "N" TO WRK-ACHOU-ARMAZEM
                  IF WRK-QTD-ARMAZENS GREATER ZERO
                      SET TAB-AR-IDX TO 1
                      SEARCH TAB-AR-CODIGO
                          AT END
                              CONTINUE
                          WHEN TAB-AR-CODIGO(TAB-AR-IDX) = MV-ORIGEM
                              SET ACHOU-ARMAZEM TO TRUE
                      END-SEARCH
                  END-IF
                  IF NOT ACHOU-ARMAZEM
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "ARMAZEM NAO CADASTRADO" TO WRK-MOTIVO
                  END-IF
              END-IF.

         0230-LOCALIZA-ESTOQUE SECTION.
              MOVE "N" TO WRK-ACHOU-ESTOQUE
              IF WRK-QTD-ESTOQUE GREATER ZERO
                  SET TAB-ES-IDX TO 1
                  SEARCH TAB-ES-REG
                      AT END
                          CONTINUE
                      WHEN TAB-ES-PRODUTO(TAB-ES-IDX) = MV-PRODUTO
                          AND TAB-ES-ORIGEM(TAB-ES-IDX) = MV-ORIGEM
                          SET ACHOU-ESTOQUE TO TRUE
                  END-SEARCH
              END-IF.

         0250-GRAVA-EXCECAO SECTION.
              MOVE MV-TIPO-MOVTO TO EX-TIPO-MOVTO
              MOVE MV-PRODUTO    TO EX-PRODUTO
              MOVE MV-ORIGEM     TO EX-ORIGEM
              MOVE MV-SINAL      TO EX-SINAL
              MOVE MV-QTDE       TO EX-QTDE
              MOVE MV-DOCUMENTO  TO EX-DOCUMENTO
              MOVE WRK-MOTIVO    TO EX-MOTIVO
              WRITE ESTOQUEEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE MV-PRODUTO TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "MANUT-ESTOQUE" TO WRK-EXC-SISTEMA
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

      *    Entrada e ajuste somam ou subtraem do fisico; inventario
      *    substitui o fisico pela contagem. O reservado nao muda.
         0400-APLICA-MOVIMENTO SECTION.
              IF NOT ACHOU-ESTOQUE
                  ADD 1 TO WRK-QTD-ESTOQUE
                  SET TAB-ES-IDX TO WRK-QTD-ESTOQUE
                  MOVE MV-PRODUTO TO TAB-ES-PRODUTO(TAB-ES-IDX)
                  MOVE MV-ORIGEM  TO TAB-ES-ORIGEM(TAB-ES-IDX)
                  MOVE ZEROS TO TAB-ES-FISICA(TAB-ES-IDX)
                  MOVE ZEROS TO TAB-ES-RESERVADA(TAB-ES-IDX)
              END-IF
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              MOVE WRK-DATA-SISTEMA TO EA-DATA
              MOVE WRK-HORA-SISTEMA TO EA-HORA
              MOVE WRK-JOB-NOME     TO EA-SISTEMA
              MOVE MV-PRODUTO       TO EA-PRODUTO
              MOVE MV-ORIGEM        TO EA-ORIGEM
              MOVE WRK-QTDE-NUM     TO EA-QTDE
              MOVE MV-DOCUMENTO     TO EA-DOCUMENTO
              MOVE TAB-ES-FISICA(TAB-ES-IDX) TO EA-FISICA-ANTES
              EVALUATE TRUE
                  WHEN MV-TIPO-MOVTO = "E"
                      ADD WRK-QTDE-NUM TO TAB-ES-FISICA(TAB-ES-IDX)
                      MOVE "ENTRADA" TO EA-TIPO
                  WHEN MV-TIPO-MOVTO = "A" AND MV-SINAL = "+"
                      ADD WRK-QTDE-NUM TO TAB-ES-FISICA(TAB-ES-IDX)
                      MOVE "AJUSTE" TO EA-TIPO
                  WHEN MV-TIPO-MOVTO = "A"
                      SUBTRACT WRK-QTDE-NUM
                          FROM TAB-ES-FISICA(TAB-ES-IDX)
                      MOVE "AJUSTE" TO EA-TIPO
                  WHEN OTHER
                      MOVE WRK-QTDE-NUM TO TAB-ES-FISICA(TAB-ES-IDX)
                      MOVE "INVENTARIO" TO EA-TIPO
              END-EVALUATE
              MOVE WRK-DATA-SISTEMA TO TAB-ES-DATA(TAB-ES-IDX)
              MOVE TAB-ES-FISICA(TAB-ES-IDX) TO EA-FISICA-DEPOIS
              WRITE ESTOQUEAUD-REG
      *    Contagem abaixo do que ja esta prometido a pedidos: aceita,
      *    mas o armazem precisa saber que ha reserva sem mercadoria.
              IF TAB-ES-FISICA(TAB-ES-IDX) LESS
                  TAB-ES-RESERVADA(TAB-ES-IDX)
                  MOVE MV-PRODUTO TO WRK-EXC-CHAVE
                  MOVE "FISICO ABAIXO DO RESERVADO"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
              END-IF.

         0700-GRAVA-ESTOQUE-FINAL SECTION.
              OPEN OUTPUT ESTOQUE-FILE
              IF WRK-STATUS-ESTOQUE NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "ESTOQUE.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-ESTOQUE TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-ES-IDX FROM 1 BY 1
                  UNTIL TAB-ES-IDX GREATER WRK-QTD-ESTOQUE
                  MOVE TAB-ES-PRODUTO(TAB-ES-IDX)   TO ES-PRODUTO
                  MOVE TAB-ES-ORIGEM(TAB-ES-IDX)    TO ES-ORIGEM
                  MOVE TAB-ES-FISICA(TAB-ES-IDX)    TO ES-QTD-FISICA
                  MOVE TAB-ES-RESERVADA(TAB-ES-IDX)
                      TO ES-QTD-RESERVADA
                  MOVE TAB-ES-DATA(TAB-ES-IDX)      TO ES-DATA-MOVTO
                  WRITE ESTOQUE-REG
                  ADD 1 TO WRK-TOTAL-POSICOES
              END-PERFORM
              CLOSE ESTOQUE-FILE.

         9000-FINALIZAR SECTION.
              CLOSE ESTOQUEMOV-FILE
              CLOSE ESTOQUEEXC-FILE
              CLOSE ESTOQUEAUD-FILE
              CLOSE EXCDIARIO-FILE
              DISPLAY "Total de posicoes de estoque : "
                  WRK-TOTAL-POSICOES
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
       END PROGRAM MANESTOQUE.
