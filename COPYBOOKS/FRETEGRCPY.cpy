      ******************************************************************
      * Copybook: FRETEGRCPY
      * Author: JLS
      * Date: 08/03/2025
      * Objetivo: Gravacao da trilha de auditoria de frete na particao
      *           do mes do AUD-DATA (areas em FRETEPARTCPY). Copiar na
      *           PROCEDURE DIVISION de quem grava FRETEAUD-REG: o
      *           registro montado e gravado por 7800-GRAVA-TRILHA, que
      *           troca de particao quando o mes muda;
      *           7820-ABRE-GRAVACAO inscreve a particao no diretorio
      *           (FRETEDIR.DAT) assim que ela e aberta, antes do
      *           primeiro registro, e 7840-FECHA-GRAVACAO fecha a
      *           particao e soma ao diretorio a quantidade e os
      *           totais gravados. Junto com FRETELECPY (mesmo
      *           FRETEAUD-FILE), a leitura deve estar fechada antes da
      *           gravacao.
      ******************************************************************
         7800-GRAVA-TRILHA SECTION.
              IF NOT TRILHA-ABERTA
                  OR AUD-DATA(1:6) NOT = WRK-FP-GR-COMPETENCIA
                  PERFORM 7840-FECHA-GRAVACAO
                  PERFORM 7820-ABRE-GRAVACAO
              END-IF
              WRITE FRETEAUD-REG
              ADD 1 TO WRK-FP-GR-QTD
              ADD AUD-VALORTOTAL TO WRK-FP-GR-VALOR
              ADD AUD-FRETE TO WRK-FP-GR-FRETE.

         7820-ABRE-GRAVACAO SECTION.
              MOVE AUD-DATA(1:6) TO WRK-FP-GR-COMPETENCIA
              MOVE "N" TO WRK-FP-FUNCAO
              MOVE WRK-FP-GR-COMPETENCIA TO WRK-FP-COMPETENCIA
              MOVE WRK-FP-GR-LOCAL TO WRK-FP-LOCAL
              MOVE RETURN-CODE TO WRK-FP-RETORNO
              CALL "FRETEPART" USING WRK-PARM-PART
              IF WRK-FP-RESULTADO NOT = "0"
                  DISPLAY "Data da trilha de frete invalida : "
                      AUD-DATA
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              MOVE WRK-FP-ARQUIVO TO WRK-NOME-FRETEAUD
              OPEN EXTEND FRETEAUD-FILE
              IF WRK-STATUS-FRETEAUD = "35"
                  OPEN OUTPUT FRETEAUD-FILE
              END-IF
              IF WRK-STATUS-FRETEAUD NOT = "00"
                  DISPLAY "Erro ao gravar particao " WRK-NOME-FRETEAUD
                      " da trilha de frete : " WRK-STATUS-FRETEAUD
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              SET TRILHA-ABERTA TO TRUE
      *    Linha do diretorio com quantidade zero: particao criada por
      *    execucao que aborta antes do fechamento continua listada
      *    para a leitura e para a recontagem do ARQFRETEAUD.
              MOVE "S" TO WRK-FP-FUNCAO
              MOVE WRK-FP-GR-COMPETENCIA TO WRK-FP-COMPETENCIA
              MOVE WRK-FP-GR-LOCAL TO WRK-FP-LOCAL
              MOVE ZEROS TO WRK-FP-QTD
              MOVE ZEROS TO WRK-FP-VALOR
              MOVE ZEROS TO WRK-FP-FRETE
              MOVE RETURN-CODE TO WRK-FP-RETORNO
              CALL "FRETEPART" USING WRK-PARM-PART
              IF WRK-FP-RESULTADO NOT = "0"
                  DISPLAY "Erro ao inscrever particao "
                      WRK-NOME-FRETEAUD " em FRETEDIR.DAT : "
                      WRK-FP-STATUS
                  CLOSE FRETEAUD-FILE
                  MOVE "N" TO WRK-TRILHA-ABERTA
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              MOVE ZEROS TO WRK-FP-GR-QTD
              MOVE ZEROS TO WRK-FP-GR-VALOR
              MOVE ZEROS TO WRK-FP-GR-FRETE.

      *    Diretorio que nao pode ser atualizado deixa a particao com
      *    mais registros que o declarado: a divergencia aparece na
      *    conferencia do ARQFRETEAUD e o programa termina com RC 8.
         7840-FECHA-GRAVACAO SECTION.
              IF NOT TRILHA-ABERTA
                  GO TO 7840-SAIDA
              END-IF
              CLOSE FRETEAUD-FILE
              MOVE "N" TO WRK-TRILHA-ABERTA
              IF WRK-FP-GR-QTD = ZEROS
                  GO TO 7840-SAIDA
              END-IF
              MOVE "S" TO WRK-FP-FUNCAO
              MOVE WRK-FP-GR-COMPETENCIA TO WRK-FP-COMPETENCIA
              MOVE WRK-FP-GR-LOCAL TO WRK-FP-LOCAL
              MOVE WRK-FP-GR-QTD TO WRK-FP-QTD
              MOVE WRK-FP-GR-VALOR TO WRK-FP-VALOR
              MOVE WRK-FP-GR-FRETE TO WRK-FP-FRETE
              MOVE RETURN-CODE TO WRK-FP-RETORNO
              CALL "FRETEPART" USING WRK-PARM-PART
              IF WRK-FP-RESULTADO NOT = "0"
                  DISPLAY "Erro ao atualizar FRETEDIR.DAT : "
                      WRK-FP-STATUS " - particao " WRK-NOME-FRETEAUD
                      " com " WRK-FP-GR-QTD " registros nao somados"
                  MOVE 8 TO RETURN-CODE
              END-IF
              MOVE ZEROS TO WRK-FP-GR-QTD
              MOVE ZEROS TO WRK-FP-GR-VALOR
              MOVE ZEROS TO WRK-FP-GR-FRETE.
         7840-SAIDA.
              EXIT.
