      ******************************************************************
      * Copybook: FRETELECPY
      * Author: JLS
      * Date: 08/03/2025
      * Objetivo: Leitura da trilha de auditoria de frete particionada
      *           por mes (areas em FRETEPARTCPY). Copiar na PROCEDURE
      *           DIVISION. O programa informa a faixa de competencias
      *           e o escopo (WRK-FP-COMP-DE, WRK-FP-COMP-ATE,
      *           WRK-FP-ESCOPO) e executa 7700-ABRE-TRILHA; com
      *           WRK-FP-RESULTADO diferente de "0" o diretorio nao
      *           pode ser lido (status em WRK-FP-STATUS). A leitura
      *           continua sendo o READ FRETEAUD-FILE do programa, com
      *           PERFORM 7720-PROXIMA-PARTICAO no AT END e o laco ate
      *           FIM-TRILHA, ou, em quem le um registro por vez,
      *           PERFORM 7760-LE-TRILHA (registro em FRETEAUD-REG
      *           quando nao for FIM-TRILHA). 7740-FECHA-TRILHA fecha a
      *           particao que ficou aberta quando o laco termina antes
      *           do fim.
      ******************************************************************
         7700-ABRE-TRILHA SECTION.
              MOVE "N" TO WRK-FIM-TRILHA
              MOVE ZEROS TO WRK-FP-IDX
              MOVE "L" TO WRK-FP-FUNCAO
              MOVE RETURN-CODE TO WRK-FP-RETORNO
              CALL "FRETEPART" USING WRK-PARM-PART
              IF WRK-FP-RESULTADO NOT = "0"
                  SET FIM-TRILHA TO TRUE
                  GO TO 7700-SAIDA
              END-IF
              PERFORM 7720-PROXIMA-PARTICAO.
         7700-SAIDA.
              EXIT.

      *    Particao listada no diretorio e nao encontrada e perda de
      *    trilha: o programa termina como nos erros de reabertura.
         7720-PROXIMA-PARTICAO SECTION.
              PERFORM 7740-FECHA-TRILHA
              ADD 1 TO WRK-FP-IDX
              IF WRK-FP-IDX GREATER WRK-FP-QTD-PART
                  SET FIM-TRILHA TO TRUE
                  GO TO 7720-SAIDA
              END-IF
              MOVE WRK-FP-PT-ARQUIVO(WRK-FP-IDX) TO WRK-NOME-FRETEAUD
              OPEN INPUT FRETEAUD-FILE
              IF WRK-STATUS-FRETEAUD NOT = "00"
                  DISPLAY "Erro ao abrir particao " WRK-NOME-FRETEAUD
                      " da trilha de frete : " WRK-STATUS-FRETEAUD
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              SET TRILHA-ABERTA TO TRUE.
         7720-SAIDA.
              EXIT.

         7740-FECHA-TRILHA SECTION.
              IF TRILHA-ABERTA
                  CLOSE FRETEAUD-FILE
                  MOVE "N" TO WRK-TRILHA-ABERTA
              END-IF.

         7760-LE-TRILHA SECTION.
              MOVE "N" TO WRK-TRILHA-LIDA
              PERFORM UNTIL TRILHA-LIDA OR FIM-TRILHA
                  READ FRETEAUD-FILE
                      AT END
                          PERFORM 7720-PROXIMA-PARTICAO
                      NOT AT END
                          SET TRILHA-LIDA TO TRUE
                  END-READ
              END-PERFORM.
