      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 01/02/2025
      * Purpose: Rotina comum de posicao de estoque por produto e
      *          armazem de origem (ESTOQUE.DAT) e das reservas por
      *          linha de pedido (ESTRESERVA.DAT). Chamada pelo
      *          EDITPED, que reserva a quantidade da linha aprovada,
      *          pelo CANCFRETE, que libera as reservas do pedido
      *          cancelado, e pelo PROGRAMA11, que baixa do fisico o
      *          pedido confirmado. A posicao fica em memoria entre as
      *          chamadas: operacao A carrega, R reserva uma linha, L
      *          libera e B baixa as reservas de um pedido, e F grava
      *          os dois arquivos de volta. Cada reserva, liberacao e
      *          baixa deixa linha em ESTOQUEAUD.DAT. Sem ESTOQUE.DAT
      *          a rotina responde "sem controle" e nada e gravado.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVAEST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTOQUE.
           SELECT ESTRESERVA-FILE ASSIGN TO "ESTRESERVA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESERVA.
           SELECT ESTOQUEAUD-FILE ASSIGN TO "ESTOQUEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-FILE.
       01  ESTOQUE-REG.
           05 ES-PRODUTO             PIC X(10).
           05 ES-ORIGEM              PIC X(03).
           05 ES-QTD-FISICA          PIC 9(07).
           05 ES-QTD-RESERVADA       PIC 9(07).
           05 ES-DATA-MOVTO          PIC 9(08).

       FD  ESTRESERVA-FILE.
       01  ESTRESERVA-REG.
           05 RV-PEDIDO              PIC 9(08).
           05 RV-PRODUTO             PIC X(10).
           05 RV-ORIGEM              PIC X(03).
           05 RV-QTDE                PIC 9(07).
           05 RV-DATA                PIC 9(08).
           05 RV-SITUACAO            PIC X(01).

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

       WORKING-STORAGE SECTION.

         77 WRK-STATUS-ESTOQUE   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-RESERVA   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD       PIC X(02) VALUE SPACES.
         77 WRK-FIM-ESTOQUE      PIC X(01) VALUE "N".
             88 FIM-ESTOQUE VALUE "S".
         77 WRK-FIM-RESERVA      PIC X(01) VALUE "N".
             88 FIM-RESERVA VALUE "S".

      *    "S" depois de uma abertura com ESTOQUE.DAT carregado; so
      *    nesse caso as operacoes mexem na posicao e o fechamento
      *    regrava os arquivos.
         77 WRK-TEM-ESTOQUE      PIC X(01) VALUE "N".
             88 TEM-ESTOQUE VALUE "S".

         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.

      *    Posicao por produto + armazem de origem (branco e a
      *    matriz, como no pedido).
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
         77 WRK-ACHOU-ESTOQUE    PIC X(01) VALUE "N".
             88 ACHOU-ESTOQUE VALUE "S".

      *    Reservas em aberto ("R"); a liberacao ("L") e a baixa
      *    ("B") marcam a linha, que deixa o arquivo no fechamento.
         01 TAB-RESERVA.
             05 TAB-RV-REG OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WRK-QTD-RESERVA
                 INDEXED BY TAB-RV-IDX.
                 10 TAB-RV-PEDIDO      PIC 9(08).
                 10 TAB-RV-PRODUTO     PIC X(10).
                 10 TAB-RV-ORIGEM      PIC X(03).
                 10 TAB-RV-QTDE        PIC 9(07).
                 10 TAB-RV-DATA        PIC 9(08).
                 10 TAB-RV-SITUACAO    PIC X(01).
         77 WRK-QTD-RESERVA      PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-RESERVA    PIC X(01) VALUE "N".
             88 ACHOU-RESERVA VALUE "S".

         77 WRK-PRODUTO-BUSCA    PIC X(10) VALUE SPACES.
         77 WRK-ORIGEM-BUSCA     PIC X(03) VALUE SPACES.
         77 WRK-PEDIDO-ED        PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01  RESERVAEST-PARM.
           05 RS-OPERACAO            PIC X(01).
               88 RS-ABRE       VALUE "A".
               88 RS-RESERVA    VALUE "R".
               88 RS-LIBERA     VALUE "L".
               88 RS-BAIXA      VALUE "B".
               88 RS-FECHA      VALUE "F".
           05 RS-SISTEMA             PIC X(15).
           05 RS-PEDIDO              PIC 9(08).
           05 RS-PRODUTO             PIC X(10).
           05 RS-ORIGEM              PIC X(03).
           05 RS-QTDE                PIC 9(07).
           05 RS-DISPONIVEL          PIC 9(07).
           05 RS-QTD-LINHAS          PIC 9(04).
           05 RS-RETORNO             PIC X(01).
               88 RS-OK              VALUE "S".
               88 RS-INSUFICIENTE    VALUE "N".
               88 RS-SEM-CONTROLE    VALUE "X".

       PROCEDURE DIVISION USING RESERVAEST-PARM.

         0000-PRINCIPAL SECTION.
              MOVE ZEROS TO RS-QTD-LINHAS
              MOVE ZEROS TO RS-DISPONIVEL
              EVALUATE TRUE
                  WHEN RS-ABRE
                      PERFORM 0100-ABRE
                  WHEN NOT TEM-ESTOQUE
                      SET RS-SEM-CONTROLE TO TRUE
                  WHEN RS-RESERVA
                      PERFORM 0200-RESERVA THRU 0200-EXIT
                  WHEN RS-LIBERA
                      PERFORM 0300-LIBERA
                  WHEN RS-BAIXA
                      PERFORM 0400-BAIXA
                  WHEN RS-FECHA
                      PERFORM 0500-FECHA
                  WHEN OTHER
                      DISPLAY "RESERVAEST - operacao invalida : "
                          RS-OPERACAO
                      SET RS-SEM-CONTROLE TO TRUE
              END-EVALUATE
              GOBACK.

      *    Carga da posicao e das reservas em aberto. Sem o arquivo
      *    de estoque, ou com mais registros do que as tabelas
      *    comportam, a rotina fica sem controle ate o proximo A.
         0100-ABRE SECTION.
      *    Chamador que abandonou a sessao sem o F deixou a auditoria
      *    aberta; o que ficou em memoria e descartado.
              IF TEM-ESTOQUE
                  CLOSE ESTOQUEAUD-FILE
              END-IF
              MOVE "N" TO WRK-TEM-ESTOQUE
              MOVE "N" TO WRK-FIM-ESTOQUE
              MOVE "N" TO WRK-FIM-RESERVA
              MOVE ZEROS TO WRK-QTD-ESTOQUE
              MOVE ZEROS TO WRK-QTD-RESERVA
              SET RS-SEM-CONTROLE TO TRUE
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              OPEN INPUT ESTOQUE-FILE
              IF WRK-STATUS-ESTOQUE NOT = "00"
                  DISPLAY "Aviso: ESTOQUE.DAT indisponivel : "
                      WRK-STATUS-ESTOQUE " - estoque sem controle"
                  GO TO 0100-SAIDA
              END-IF
              PERFORM UNTIL FIM-ESTOQUE
                  READ ESTOQUE-FILE INTO ESTOQUE-REG
                      AT END
                          SET FIM-ESTOQUE TO TRUE
                      NOT AT END
                          IF WRK-QTD-ESTOQUE NOT LESS 2000
                              DISPLAY "Aviso: ESTOQUE.DAT maior que o"
                                  " limite de 2000 posicoes -"
                                  " estoque sem controle"
                              CLOSE ESTOQUE-FILE
                              GO TO 0100-SAIDA
                          END-IF
                          ADD 1 TO WRK-QTD-ESTOQUE
                          SET TAB-ES-IDX TO WRK-QTD-ESTOQUE
                          MOVE ES-PRODUTO TO TAB-ES-PRODUTO(TAB-ES-IDX)
                          MOVE ES-ORIGEM TO TAB-ES-ORIGEM(TAB-ES-IDX)
                          MOVE ES-QTD-FISICA TO
                              TAB-ES-FISICA(TAB-ES-IDX)
                          MOVE ES-QTD-RESERVADA TO
                              TAB-ES-RESERVADA(TAB-ES-IDX)
                          MOVE ES-DATA-MOVTO TO TAB-ES-DATA(TAB-ES-IDX)
                  END-READ
              END-PERFORM
              CLOSE ESTOQUE-FILE
              OPEN INPUT ESTRESERVA-FILE
              IF WRK-STATUS-RESERVA = "00"
                  PERFORM UNTIL FIM-RESERVA
                      READ ESTRESERVA-FILE INTO ESTRESERVA-REG
                          AT END
                              SET FIM-RESERVA TO TRUE
                          NOT AT END
                              IF WRK-QTD-RESERVA NOT LESS 5000
                                  DISPLAY "Aviso: ESTRESERVA.DAT maior"
                                      " que o limite de 5000 reservas"
                                      " - estoque sem controle"
                                  CLOSE ESTRESERVA-FILE
                                  GO TO 0100-SAIDA
                              END-IF
                              ADD 1 TO WRK-QTD-RESERVA
                              SET TAB-RV-IDX TO WRK-QTD-RESERVA
                              MOVE RV-PEDIDO TO
                                  TAB-RV-PEDIDO(TAB-RV-IDX)
                              MOVE RV-PRODUTO TO
                                  TAB-RV-PRODUTO(TAB-RV-IDX)
                              MOVE RV-ORIGEM TO
                                  TAB-RV-ORIGEM(TAB-RV-IDX)
                              MOVE RV-QTDE TO TAB-RV-QTDE(TAB-RV-IDX)
                              MOVE RV-DATA TO TAB-RV-DATA(TAB-RV-IDX)
                              MOVE "R" TO TAB-RV-SITUACAO(TAB-RV-IDX)
                      END-READ
                  END-PERFORM
                  CLOSE ESTRESERVA-FILE
              END-IF
              OPEN EXTEND ESTOQUEAUD-FILE
              IF WRK-STATUS-AUD = "35"
                  OPEN OUTPUT ESTOQUEAUD-FILE
              END-IF
              IF WRK-STATUS-AUD NOT = "00"
                  DISPLAY "Aviso: ESTOQUEAUD.DAT indisponivel : "
                      WRK-STATUS-AUD " - estoque sem controle"
                  GO TO 0100-SAIDA
              END-IF
              SET TEM-ESTOQUE TO TRUE
              SET RS-OK TO TRUE.
         0100-SAIDA.
              EXIT.

      *    Reserva da linha aprovada. Uma reserva em aberto do mesmo
      *    pedido, produto e origem (reprocessamento do lote) vale
      *    como ja feita; sem posicao para o produto na origem o
      *    disponivel e zero.
         0200-RESERVA SECTION.
              MOVE RS-PRODUTO TO WRK-PRODUTO-BUSCA
              MOVE RS-ORIGEM  TO WRK-ORIGEM-BUSCA
              PERFORM 0800-LOCALIZA-ESTOQUE
              IF ACHOU-ESTOQUE
                  PERFORM 0810-CALCULA-DISPONIVEL
              END-IF
              MOVE "N" TO WRK-ACHOU-RESERVA
              IF WRK-QTD-RESERVA GREATER ZERO
                  SET TAB-RV-IDX TO 1
                  SEARCH TAB-RV-REG
                      AT END
                          CONTINUE
                      WHEN TAB-RV-PEDIDO(TAB-RV-IDX) = RS-PEDIDO
                          AND TAB-RV-PRODUTO(TAB-RV-IDX) = RS-PRODUTO
                          AND TAB-RV-ORIGEM(TAB-RV-IDX) = RS-ORIGEM
                          AND TAB-RV-SITUACAO(TAB-RV-IDX) = "R"
                          SET ACHOU-RESERVA TO TRUE
                  END-SEARCH
              END-IF
              IF ACHOU-RESERVA
                  SET RS-OK TO TRUE
                  GO TO 0200-EXIT
              END-IF
              IF NOT ACHOU-ESTOQUE
                  OR RS-QTDE GREATER RS-DISPONIVEL
                  SET RS-INSUFICIENTE TO TRUE
                  GO TO 0200-EXIT
              END-IF
              IF WRK-QTD-RESERVA NOT LESS 5000
                  DISPLAY "Aviso: ESTRESERVA.DAT no limite de 5000"
                      " reservas - linha do pedido " RS-PEDIDO
                      " sem reserva"
                  SET RS-INSUFICIENTE TO TRUE
                  GO TO 0200-EXIT
              END-IF
              ADD 1 TO WRK-QTD-RESERVA
              SET TAB-RV-IDX TO WRK-QTD-RESERVA
              MOVE RS-PEDIDO  TO TAB-RV-PEDIDO(TAB-RV-IDX)
              MOVE RS-PRODUTO TO TAB-RV-PRODUTO(TAB-RV-IDX)
              MOVE RS-ORIGEM  TO TAB-RV-ORIGEM(TAB-RV-IDX)
              MOVE RS-QTDE    TO TAB-RV-QTDE(TAB-RV-IDX)
              MOVE WRK-DATA-SISTEMA TO TAB-RV-DATA(TAB-RV-IDX)
              MOVE "R"        TO TAB-RV-SITUACAO(TAB-RV-IDX)
              ADD RS-QTDE TO TAB-ES-RESERVADA(TAB-ES-IDX)
              SUBTRACT RS-QTDE FROM RS-DISPONIVEL
              MOVE 1 TO RS-QTD-LINHAS
              MOVE "RESERVA" TO EA-TIPO
              PERFORM 0700-GRAVA-AUDITORIA
              SET RS-OK TO TRUE.
         0200-EXIT.
              EXIT.

      *    Pedido cancelado: as reservas em aberto voltam ao
      *    disponivel.
         0300-LIBERA SECTION.
              SET RS-OK TO TRUE
              PERFORM VARYING TAB-RV-IDX FROM 1 BY 1
                  UNTIL TAB-RV-IDX GREATER WRK-QTD-RESERVA
                  IF TAB-RV-PEDIDO(TAB-RV-IDX) = RS-PEDIDO
                      AND TAB-RV-SITUACAO(TAB-RV-IDX) = "R"
                      PERFORM 0310-LIBERA-LINHA
                  END-IF
              END-PERFORM.

         0310-LIBERA-LINHA SECTION.
              MOVE TAB-RV-PRODUTO(TAB-RV-IDX) TO WRK-PRODUTO-BUSCA
              MOVE TAB-RV-ORIGEM(TAB-RV-IDX)  TO WRK-ORIGEM-BUSCA
              PERFORM 0800-LOCALIZA-ESTOQUE
              IF ACHOU-ESTOQUE
                  IF TAB-ES-RESERVADA(TAB-ES-IDX) NOT LESS
                      TAB-RV-QTDE(TAB-RV-IDX)
                      SUBTRACT TAB-RV-QTDE(TAB-RV-IDX)
                          FROM TAB-ES-RESERVADA(TAB-ES-IDX)
                  ELSE
                      MOVE ZEROS TO TAB-ES-RESERVADA(TAB-ES-IDX)
                  END-IF
              END-IF
              MOVE "L" TO TAB-RV-SITUACAO(TAB-RV-IDX)
              ADD 1 TO RS-QTD-LINHAS
              MOVE "LIBERACAO" TO EA-TIPO
              PERFORM 0710-GRAVA-AUDITORIA-RESERVA.

      *    Pedido confirmado: a quantidade reservada sai do fisico e da
      *    reserva ao mesmo tempo.
         0400-BAIXA SECTION.
              SET RS-OK TO TRUE
              PERFORM VARYING TAB-RV-IDX FROM 1 BY 1
                  UNTIL TAB-RV-IDX GREATER WRK-QTD-RESERVA
                  IF TAB-RV-PEDIDO(TAB-RV-IDX) = RS-PEDIDO
                      AND TAB-RV-SITUACAO(TAB-RV-IDX) = "R"
                      PERFORM 0410-BAIXA-LINHA
                  END-IF
              END-PERFORM.

         0410-BAIXA-LINHA SECTION.
              MOVE TAB-RV-PRODUTO(TAB-RV-IDX) TO WRK-PRODUTO-BUSCA
              MOVE TAB-RV-ORIGEM(TAB-RV-IDX)  TO WRK-ORIGEM-BUSCA
              PERFORM 0800-LOCALIZA-ESTOQUE
              IF ACHOU-ESTOQUE
                  MOVE TAB-ES-FISICA(TAB-ES-IDX) TO EA-FISICA-ANTES
                  IF TAB-ES-FISICA(TAB-ES-IDX) NOT LESS
                      TAB-RV-QTDE(TAB-RV-IDX)
                      SUBTRACT TAB-RV-QTDE(TAB-RV-IDX)
                          FROM TAB-ES-FISICA(TAB-ES-IDX)
                  ELSE
                      MOVE ZEROS TO TAB-ES-FISICA(TAB-ES-IDX)
                  END-IF
                  IF TAB-ES-RESERVADA(TAB-ES-IDX) NOT LESS
                      TAB-RV-QTDE(TAB-RV-IDX)
                      SUBTRACT TAB-RV-QTDE(TAB-RV-IDX)
                          FROM TAB-ES-RESERVADA(TAB-ES-IDX)
                  ELSE
                      MOVE ZEROS TO TAB-ES-RESERVADA(TAB-ES-IDX)
                  END-IF
                  MOVE WRK-DATA-SISTEMA TO TAB-ES-DATA(TAB-ES-IDX)
                  MOVE TAB-ES-FISICA(TAB-ES-IDX) TO EA-FISICA-DEPOIS
              ELSE
                  MOVE ZEROS TO EA-FISICA-ANTES
                  MOVE ZEROS TO EA-FISICA-DEPOIS
              END-IF
              MOVE "B" TO TAB-RV-SITUACAO(TAB-RV-IDX)
              ADD 1 TO RS-QTD-LINHAS
              MOVE "SAIDA" TO EA-TIPO
              MOVE TAB-RV-PRODUTO(TAB-RV-IDX) TO EA-PRODUTO
              MOVE TAB-RV-ORIGEM(TAB-RV-IDX)  TO EA-ORIGEM
              MOVE TAB-RV-QTDE(TAB-RV-IDX)    TO EA-QTDE
              PERFORM 0720-GRAVA-LINHA-AUDITORIA.

      *    Posicao e reservas em aberto voltam para os arquivos; a
      *    reserva liberada ou baixada nao e regravada.
         0500-FECHA SECTION.
              SET RS-OK TO TRUE
              OPEN OUTPUT ESTOQUE-FILE
              IF WRK-STATUS-ESTOQUE NOT = "00"
                  DISPLAY "Erro ao regravar ESTOQUE.DAT : "
                      WRK-STATUS-ESTOQUE
                  MOVE 8 TO RETURN-CODE
                  SET RS-SEM-CONTROLE TO TRUE
                  GO TO 0500-SAIDA
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
              END-PERFORM
              CLOSE ESTOQUE-FILE
              OPEN OUTPUT ESTRESERVA-FILE
              IF WRK-STATUS-RESERVA NOT = "00"
                  DISPLAY "Erro ao regravar ESTRESERVA.DAT : "
                      WRK-STATUS-RESERVA
                  MOVE 8 TO RETURN-CODE
                  SET RS-SEM-CONTROLE TO TRUE
                  GO TO 0500-SAIDA
              END-IF
              PERFORM VARYING TAB-RV-IDX FROM 1 BY 1
                  UNTIL TAB-RV-IDX GREATER WRK-QTD-RESERVA
                  IF TAB-RV-SITUACAO(TAB-RV-IDX) = "R"
                      MOVE TAB-RV-PEDIDO(TAB-RV-IDX)  TO RV-PEDIDO
                      MOVE TAB-RV-PRODUTO(TAB-RV-IDX) TO RV-PRODUTO
                      MOVE TAB-RV-ORIGEM(TAB-RV-IDX)  TO RV-ORIGEM
                      MOVE TAB-RV-QTDE(TAB-RV-IDX)    TO RV-QTDE
                      MOVE TAB-RV-DATA(TAB-RV-IDX)    TO RV-DATA
                      MOVE "R"                        TO RV-SITUACAO
                      WRITE ESTRESERVA-REG
                  END-IF
              END-PERFORM
              CLOSE ESTRESERVA-FILE.
         0500-SAIDA.
              CLOSE ESTOQUEAUD-FILE
              MOVE "N" TO WRK-TEM-ESTOQUE.

      *    Linha de auditoria de uma reserva nova: o fisico nao muda.
         0700-GRAVA-AUDITORIA SECTION.
              MOVE RS-PRODUTO TO EA-PRODUTO
              MOVE RS-ORIGEM  TO EA-ORIGEM
              MOVE RS-QTDE    TO EA-QTDE
              MOVE TAB-ES-FISICA(TAB-ES-IDX) TO EA-FISICA-ANTES
              MOVE TAB-ES-FISICA(TAB-ES-IDX) TO EA-FISICA-DEPOIS
              PERFORM 0720-GRAVA-LINHA-AUDITORIA.

         0710-GRAVA-AUDITORIA-RESERVA SECTION.
              MOVE TAB-RV-PRODUTO(TAB-RV-IDX) TO EA-PRODUTO
              MOVE TAB-RV-ORIGEM(TAB-RV-IDX)  TO EA-ORIGEM
              MOVE TAB-RV-QTDE(TAB-RV-IDX)    TO EA-QTDE
              IF ACHOU-ESTOQUE
                  MOVE TAB-ES-FISICA(TAB-ES-IDX) TO EA-FISICA-ANTES
                  MOVE TAB-ES-FISICA(TAB-ES-IDX) TO EA-FISICA-DEPOIS
              ELSE
                  MOVE ZEROS TO EA-FISICA-ANTES
                  MOVE ZEROS TO EA-FISICA-DEPOIS
              END-IF
              PERFORM 0720-GRAVA-LINHA-AUDITORIA.

         0720-GRAVA-LINHA-AUDITORIA SECTION.
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              MOVE WRK-DATA-SISTEMA TO EA-DATA
              MOVE WRK-HORA-SISTEMA TO EA-HORA
              MOVE RS-SISTEMA       TO EA-SISTEMA
              MOVE RS-PEDIDO        TO WRK-PEDIDO-ED
              MOVE WRK-PEDIDO-ED    TO EA-DOCUMENTO
              WRITE ESTOQUEAUD-REG.

         0800-LOCALIZA-ESTOQUE SECTION.
              MOVE "N" TO WRK-ACHOU-ESTOQUE
              IF WRK-QTD-ESTOQUE GREATER ZERO
                  SET TAB-ES-IDX TO 1
                  SEARCH TAB-ES-REG
                      AT END
                          CONTINUE
                      WHEN TAB-ES-PRODUTO(TAB-ES-IDX) =
                          WRK-PRODUTO-BUSCA
                          AND TAB-ES-ORIGEM(TAB-ES-IDX) =
                          WRK-ORIGEM-BUSCA
                          SET ACHOU-ESTOQUE TO TRUE
                  END-SEARCH
              END-IF.

      *    Reservado acima do fisico (inventario apurou menos do que
      *    ja estava prometido) deixa o disponivel em zero.
         0810-CALCULA-DISPONIVEL SECTION.
              IF TAB-ES-FISICA(TAB-ES-IDX) GREATER
                  TAB-ES-RESERVADA(TAB-ES-IDX)
                  COMPUTE RS-DISPONIVEL = TAB-ES-FISICA(TAB-ES-IDX)
                      - TAB-ES-RESERVADA(TAB-ES-IDX)
              ELSE
                  MOVE ZEROS TO RS-DISPONIVEL
              END-IF.
       END PROGRAM RESERVAEST.
