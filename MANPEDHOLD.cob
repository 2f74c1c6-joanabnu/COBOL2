      *                      rodava entre a edicao e o lote;
      *                      PEDPROC.DAT ja protege o PROGRAMA11 de
      *                      reprocessar os antigos.
      *   13/01/2025 - JLS - Numero do pedido passa de 4 para 8 posicoes
      *                      em todos os registros que o carregam;
      *                      arquivos existentes convertidos uma unica
      *                      vez pelo CONVPEDIDO.
      *   28/01/2025 - JLS - HOLDAUD.DAT ganha o cliente do pedido
      *                      decidido (AH-CLIENTE) para a revisao de
      *                      limite de credito contar retencoes por
      *                      cliente.
      *   06/03/2025 - JLS - Decisao ganha o operador que a digitou
      *                      (HM-OPERADOR). Decisao de tipo marcado
      *                      como sensivel em APROVTIPO.DAT nao e
      *                      aplicada: vai para PENDAPROV.DAT
      *                      (APROVCTL) ate outro operador aprovar pelo
      *                      MENU (APROVMOV). As aprovadas voltam em
      *                      HOLDMOVAUT.DAT, sao aplicadas depois do
      *                      HOLDMOV.DAT e o HOLDAUD.DAT traz o
      *                      operador e o segundo aprovador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANPEDHOLD.
           SELECT PEDLIB-FILE ASSIGN TO "PEDLIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDLIB.
           SELECT AUTORIZADOS-FILE ASSIGN TO "HOLDMOVAUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUT.
           SELECT HOLDAUD-FILE ASSIGN TO "HOLDAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HOLDAUD.
       FILE SECTION.
       FD  HOLDMOV-FILE.
       01  HOLDMOV-REG.
           05 HM-PEDIDO               PIC 9(08).
           05 HM-DECISAO              PIC X(01).
           05 HM-APROVADOR            PIC X(05).
           05 HM-MOTIVO               PIC X(30).
           05 HM-OPERADOR             PIC X(08).

      *    Decisao aprovada pelo segundo operador (APROVMOV), com a
      *    imagem do HOLDMOV.DAT em AU-MOVIMENTO.
       FD  AUTORIZADOS-FILE.
       01  AUTORIZADOS-REG.
           05 AU-PREPARADOR           PIC X(08).
           05 AU-AUTORIZADOR          PIC X(08).
           05 AU-DATA                 PIC 9(08).
           05 AU-MOVIMENTO            PIC X(300).

       FD  PEDHOLD-FILE.
       01  PEDHOLD-REG.
           05 HD-PEDIDO               PIC 9(08).
           05 HD-CLIENTE              PIC 9(05).
           05 HD-PRODUTO              PIC X(10).
           05 HD-CEP                  PIC 9(08).

       FD  PEDIDOSOK-FILE.
       01  PEDIDOSOK-REG.
           05 PO-PEDIDO               PIC 9(08).
           05 PO-CLIENTE              PIC 9(05).
           05 PO-PRODUTO              PIC X(10).
           05 PO-CEP                  PIC 9(08).

       FD  EXCFRETE-FILE.
       01  EXCFRETE-REG.
           05 EX-PEDIDO               PIC 9(08).
           05 EX-CLIENTE              PIC 9(05).
           05 EX-PRODUTO              PIC X(10).
           05 EX-CEP                  PIC 9(08).

       FD  PEDLIB-FILE.
       01  PEDLIB-REG.
           05 LB-PEDIDO               PIC 9(08).
           05 LB-APROVADOR            PIC X(05).
           05 LB-DATA                 PIC 9(08).

       01  HOLDAUD-REG.
           05 AH-DATA                 PIC 9(08).
           05 AH-HORA                 PIC 9(08).
           05 AH-PEDIDO               PIC 9(08).
           05 AH-DECISAO              PIC X(01).
           05 AH-APROVADOR            PIC X(05).
           05 AH-MOTIVO               PIC X(30).
           05 AH-CLIENTE              PIC 9(05).
           05 AH-OPERADOR             PIC X(08).
           05 AH-AUTORIZADOR          PIC X(08).

       FD  HOLDEXC-FILE.
       01  HOLDEXC-REG.
           05 EH-PEDIDO               PIC 9(08).
           05 EH-DECISAO              PIC X(01).
           05 EH-MOTIVO               PIC X(30).

             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.

         01 WRK-PARM-APROV.
             05 WRK-AC-FUNCAO      PIC X(01) VALUE SPACE.
             05 WRK-AC-ORIGEM      PIC X(12) VALUE SPACES.
             05 WRK-AC-TIPO        PIC X(20) VALUE SPACES.
             05 WRK-AC-OPERADOR    PIC X(08) VALUE SPACES.
             05 WRK-AC-SENSIVEL    PIC X(01) VALUE "N".
                 88 WRK-AC-EXIGE-APROVACAO VALUE "S".
             05 WRK-AC-NIVEL       PIC 9(01) VALUE ZEROS.
             05 WRK-AC-PRAZO       PIC 9(03) VALUE ZEROS.
             05 WRK-AC-QTD         PIC 9(03) VALUE ZEROS.
             05 WRK-AC-RESULTADO   PIC X(01) VALUE "0".
             05 WRK-AC-MOVIMENTO   PIC X(300) VALUE SPACES.
             05 WRK-AC-RETORNO     PIC 9(02) VALUE ZEROS.

         77 WRK-STATUS-MOV        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PEDHOLD    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PEDIDOSOK  PIC X(02) VALUE SPACES.
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-FIM-PEDHOLD       PIC X(01) VALUE "N".
             88 FIM-PEDHOLD VALUE "S".
         77 WRK-STATUS-AUT        PIC X(02) VALUE SPACES.

      *    Segunda passagem, pelas decisoes ja aprovadas
      *    (HOLDMOVAUT.DAT), e retencao das sensiveis para aprovacao.
         77 WRK-LENDO-AUTORIZADOS PIC X(01) VALUE "N".
             88 LENDO-AUTORIZADOS VALUE "S".
         77 WRK-AUTORIZADOR       PIC X(08) VALUE SPACES.
         77 WRK-RETIDO            PIC X(01) VALUE "N".
             88 RETIDO-APROVACAO VALUE "S".
         77 WRK-QTD-RETIDOS       PIC 9(04) VALUE ZEROS.

         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-CLIENTE-DECISAO   PIC 9(05) VALUE ZEROS.
         77 WRK-MOVTO-VALIDO      PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO            PIC X(30) VALUE SPACES.
             05 TAB-RT-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-RETIDO
                 INDEXED BY TAB-RT-IDX.
                 10 TAB-RT-PEDIDO     PIC 9(08).
                 10 TAB-RT-CLIENTE    PIC 9(05).
                 10 TAB-RT-PRODUTO    PIC X(10).
                 10 TAB-RT-CEP        PIC 9(08).
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-MOV
              MOVE "N" TO WRK-FIM-PEDHOLD
              MOVE "N" TO WRK-LENDO-AUTORIZADOS
              MOVE "N" TO WRK-RETIDO
              MOVE SPACES TO WRK-AUTORIZADOR
              MOVE ZEROS TO WRK-QTD-RETIDOS
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              END-IF.

         1100-LER-MOVTO SECTION.
              IF LENDO-AUTORIZADOS
                  PERFORM 1150-LER-AUTORIZADO
                  GO TO 1100-SAIDA
              END-IF
              MOVE SPACES TO WRK-AUTORIZADOR
              READ HOLDMOV-FILE
                  AT END
                      SET FIM-ARQUIVO-MOV TO TRUE
              END-READ
              IF FIM-ARQUIVO-MOV
                  PERFORM 1140-ABRE-AUTORIZADOS
              END-IF.
         1100-SAIDA.
              EXIT.

      *    Terminado o HOLDMOV.DAT, seguem as decisoes aprovadas
      *    pelo segundo operador, se houver.
         1140-ABRE-AUTORIZADOS SECTION.
              OPEN INPUT AUTORIZADOS-FILE
              IF WRK-STATUS-AUT = "00"
                  SET LENDO-AUTORIZADOS TO TRUE
                  MOVE "N" TO WRK-FIM-MOV
                  PERFORM 1150-LER-AUTORIZADO
              END-IF.

         1150-LER-AUTORIZADO SECTION.
              READ AUTORIZADOS-FILE
                  AT END
                      SET FIM-ARQUIVO-MOV TO TRUE
                  NOT AT END
                      MOVE AU-MOVIMENTO TO HOLDMOV-REG
                      MOVE AU-AUTORIZADOR TO WRK-AUTORIZADOR
              END-READ.

         0100-RECEBE SECTION.
              ADD 1 TO WRK-JOB-LIDOS
              PERFORM 0210-VALIDA-MOVTO
              MOVE "N" TO WRK-RETIDO
              IF MOVTO-VALIDO
                  PERFORM 0240-CONFERE-APROVACAO
              END-IF
              EVALUATE TRUE
                  WHEN RETIDO-APROVACAO
                      ADD 1 TO WRK-QTD-RETIDOS
                  WHEN MOVTO-VALIDO
                      PERFORM 0400-APLICA-DECISAO
                      ADD 1 TO WRK-JOB-GRAVADOS
                  WHEN OTHER
                      PERFORM 0250-GRAVA-EXCECAO
              END-EVALUATE
              PERFORM 1100-LER-MOVTO.
         0100-EXIT.
              EXIT.
                  END-IF
              END-PERFORM.

      *    Decisao aprovada volta validada de novo contra o
      *    PEDHOLD.DAT do dia, mas o aprovador tem de ser outro
      *    operador. Decisao nova de tipo sensivel vai para a fila de
      *    aprovacao e o pedido continua retido.
         0240-CONFERE-APROVACAO SECTION.
              IF LENDO-AUTORIZADOS
                  IF WRK-AUTORIZADOR = SPACES
                      OR WRK-AUTORIZADOR = HM-OPERADOR
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "APROVADOR IGUAL AO PREPARADOR"
                          TO WRK-MOTIVO
                  END-IF
                  GO TO 0240-SAIDA
              END-IF
              MOVE "V" TO WRK-AC-FUNCAO
              MOVE "HOLDMOV" TO WRK-AC-ORIGEM
              MOVE HM-DECISAO TO WRK-AC-TIPO
              MOVE HM-OPERADOR TO WRK-AC-OPERADOR
              MOVE RETURN-CODE TO WRK-AC-RETORNO
              CALL "APROVCTL" USING WRK-PARM-APROV
              IF NOT WRK-AC-EXIGE-APROVACAO
                  GO TO 0240-SAIDA
              END-IF
              IF HM-OPERADOR = SPACES
                  MOVE "N" TO WRK-MOVTO-VALIDO
                  MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO
                  GO TO 0240-SAIDA
              END-IF
              MOVE "P" TO WRK-AC-FUNCAO
              MOVE HOLDMOV-REG TO WRK-AC-MOVIMENTO
              MOVE RETURN-CODE TO WRK-AC-RETORNO
              CALL "APROVCTL" USING WRK-PARM-APROV
              IF WRK-AC-RESULTADO = "0"
                  SET RETIDO-APROVACAO TO TRUE
                  DISPLAY "Retido para aprovacao : pedido " HM-PEDIDO
                      " decisao " HM-DECISAO " por " HM-OPERADOR
              ELSE
                  MOVE "N" TO WRK-MOVTO-VALIDO
                  MOVE "FILA DE APROVACAO INDISPONIVEL" TO WRK-MOTIVO
              END-IF.
         0240-SAIDA.
              EXIT.

         0400-APLICA-DECISAO SECTION.
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              MOVE ZEROS TO WRK-CLIENTE-DECISAO
              PERFORM VARYING TAB-RT-IDX FROM 1 BY 1
                  UNTIL TAB-RT-IDX GREATER WRK-QTD-RETIDO
                  IF TAB-RT-PEDIDO(TAB-RT-IDX) = HM-PEDIDO
                      AND TAB-RT-DECISAO(TAB-RT-IDX) = SPACE
                      MOVE HM-DECISAO TO TAB-RT-DECISAO(TAB-RT-IDX)
                      MOVE TAB-RT-CLIENTE(TAB-RT-IDX)
                          TO WRK-CLIENTE-DECISAO
                      IF HM-DECISAO = "L"
                          PERFORM 0420-LIBERA-ITEM
                      ELSE
              MOVE HM-DECISAO       TO AH-DECISAO
              MOVE HM-APROVADOR     TO AH-APROVADOR
              MOVE HM-MOTIVO        TO AH-MOTIVO
              MOVE WRK-CLIENTE-DECISAO TO AH-CLIENTE
              MOVE HM-OPERADOR      TO AH-OPERADOR
              MOVE WRK-AUTORIZADOR  TO AH-AUTORIZADOR
              WRITE HOLDAUD-REG.

      *    O item liberado volta ao fluxo de calculo com a data

         9000-FINALIZAR SECTION.
              CLOSE HOLDMOV-FILE
              IF LENDO-AUTORIZADOS
                  PERFORM 9050-ESVAZIA-AUTORIZADOS
              END-IF
              CLOSE PEDIDOSOK-FILE
              CLOSE EXCFRETE-FILE
              CLOSE PEDLIB-FILE
              CLOSE EXCDIARIO-FILE
              PERFORM 9900-RODAPE.

      *    Aprovadas ja passaram (aplicadas ou rejeitadas com o
      *    motivo em HOLDEXC.DAT): o arquivo e esvaziado para nao
      *    reaplicar na proxima execucao.
         9050-ESVAZIA-AUTORIZADOS SECTION.
              CLOSE AUTORIZADOS-FILE
              OPEN OUTPUT AUTORIZADOS-FILE
              IF WRK-STATUS-AUT = "00"
                  CLOSE AUTORIZADOS-FILE
              ELSE
                  DISPLAY "Aviso: HOLDMOVAUT.DAT nao esvaziado : "
                      WRK-STATUS-AUT
                  MOVE 4 TO RETURN-CODE
              END-IF.

         9900-RODAPE SECTION.
              MOVE RETURN-CODE TO WRK-JOB-RETORNO
              CALL "GRAVARUNLOG" USING WRK-JOB-NOME WRK-JOB-DATAHORA
              DISPLAY "PEDIDOS RECUSADOS     : " WRK-QTD-RECUSADOS
              DISPLAY "ITENS AINDA RETIDOS   : " WRK-QTD-PENDENTES
              DISPLAY "DECISOES REJEITADAS   : " WRK-JOB-REJEITADOS
              DISPLAY "RETIDAS P/ APROVACAO  : " WRK-QTD-RETIDOS
              DISPLAY "==========================================".
       END PROGRAM MANPEDHOLD.
