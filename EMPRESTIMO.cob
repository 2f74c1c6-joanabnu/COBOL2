      *          invalido vai para EMPEXC.DAT e EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      *   15/02/2025 - JLS - Novo movimento R (baixa na rescisao, gerado
      *                      pelo PROGRAMA06): valor descontado abate o
      *                      saldo, parcelas restantes canceladas,
      *                      contrato quitado ou EM COBRANCA com o resto
      *                      a receber e aviso no EXCDIARIO.DAT.
      *                      PARAMEMP.DAT ganha o percentual do liquido
      *                      da rescisao e o relatorio o total em
      *                      cobranca.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRESTIMO.
       01  PARAMEMP-REG.
           05 PE-COMPETENCIA         PIC 9(06).
           05 PE-GERA-COBRANCA       PIC X(01).
           05 PE-PERC-RESCISAO       PIC 9(03)V99.

       FD  EMPMOV-FILE.
       01  EMPMOV-REG.
         77 WRK-TOTAL-SALDO      PIC 9(10)V99 VALUE ZEROS.
         77 WRK-TOTAL-ATRASADAS  PIC 9(04) VALUE ZEROS.
         77 WRK-TOTAL-ATIVOS     PIC 9(03) VALUE ZEROS.
         77 WRK-TOTAL-COBRANCA   PIC 9(03) VALUE ZEROS.
         77 WRK-SALDO-COBRANCA   PIC 9(10)V99 VALUE ZEROS.

         01 WRK-LINHA-REL.
             05 WRK-LR-CONTRATO    PIC 9(05).
              MOVE ZEROS TO WRK-QTD-PLANO
              MOVE ZEROS TO WRK-TOTAL-SALDO
              MOVE ZEROS TO WRK-TOTAL-ATRASADAS
              MOVE ZEROS TO WRK-TOTAL-ATIVOS
              MOVE ZEROS TO WRK-TOTAL-COBRANCA
              MOVE ZEROS TO WRK-SALDO-COBRANCA.

         0010-CABECALHO SECTION.
              MOVE "CARTEIRA-EMP" TO WRK-JOB-NOME
                      PERFORM 0300-BAIXA-PARCELA
                  WHEN "Q"
                      PERFORM 0350-QUITA-ANTECIPADO
                  WHEN "R"
                      PERFORM 0370-BAIXA-RESCISAO
                  WHEN OTHER
                      MOVE "ACAO INVALIDA" TO WRK-MOTIVO
                      PERFORM 0250-GRAVA-EXCECAO
         0350-SAIDA.
              EXIT.

      *    Baixa na rescisao (movimento R gerado pelo PROGRAMA06): o
      *    valor descontado do liquido da rescisao abate o saldo
      *    devedor e as parcelas restantes sao canceladas -- o
      *    funcionario saiu da folha. Saldo coberto quita o
      *    contrato; o que sobrar fica EM COBRANCA, a receber fora
      *    da folha, com aviso no EXCDIARIO.DAT.
         0370-BAIXA-RESCISAO SECTION.
              PERFORM 0320-LOCALIZA-CONTRATO
              IF NOT ACHOU-CONTR
                  MOVE "CONTRATO NAO CADASTRADO" TO WRK-MOTIVO
                  PERFORM 0250-GRAVA-EXCECAO
                  GO TO 0370-SAIDA
              END-IF
              IF TAB-CT-STATUS(WRK-IDX-CONTR) NOT = "ATIVO"
                  MOVE "CONTRATO JA QUITADO" TO WRK-MOTIVO
                  PERFORM 0250-GRAVA-EXCECAO
                  GO TO 0370-SAIDA
              END-IF
              IF EM-FUNCIONARIO NOT = TAB-CT-FUNC(WRK-IDX-CONTR)
                  MOVE "CONTRATO DE OUTRO FUNCIONARIO" TO WRK-MOTIVO
                  PERFORM 0250-GRAVA-EXCECAO
                  GO TO 0370-SAIDA
              END-IF
              PERFORM VARYING WRK-IDX-PLANO FROM 1 BY 1
                  UNTIL WRK-IDX-PLANO GREATER WRK-QTD-PLANO
                  IF TAB-PL-CONTRATO(WRK-IDX-PLANO) = EM-CONTRATO
                      AND (TAB-PL-SITUACAO(WRK-IDX-PLANO) = "ABERTA"
                          OR TAB-PL-SITUACAO(WRK-IDX-PLANO)
                              = "COBRADA")
                      MOVE "CANCELADA"
                          TO TAB-PL-SITUACAO(WRK-IDX-PLANO)
                  END-IF
              END-PERFORM
              IF EM-PRINCIPAL NOT LESS TAB-CT-SALDO(WRK-IDX-CONTR)
                  MOVE "QUITADO" TO TAB-CT-STATUS(WRK-IDX-CONTR)
                  MOVE ZEROS TO TAB-CT-SALDO(WRK-IDX-CONTR)
                  DISPLAY "Contrato " EM-CONTRATO
                      " quitado na rescisao"
              ELSE
                  SUBTRACT EM-PRINCIPAL
                      FROM TAB-CT-SALDO(WRK-IDX-CONTR)
                  MOVE "COBRANCA" TO TAB-CT-STATUS(WRK-IDX-CONTR)
                  MOVE TAB-CT-SALDO(WRK-IDX-CONTR) TO WRK-SALDO-ED
                  DISPLAY "Contrato " EM-CONTRATO
                      " em cobranca apos a rescisao, saldo "
                      WRK-SALDO-ED
                  MOVE EM-CONTRATO TO WRK-EXC-CHAVE
                  MOVE "SALDO A COBRAR APOS RESCISAO"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
              END-IF
              ADD 1 TO WRK-JOB-GRAVADOS.
         0370-SAIDA.
              EXIT.

      *    Parcelas da competencia viram movimentos de desconto EMP
      *    em VARMOV.DAT para o fechamento da folha; a parcela
      *    cobrada nao e cobrada de novo numa reexecucao.
                  "   PARCELAS ATRASADAS : " DELIMITED BY SIZE
                  WRK-TOTAL-ATRASADAS DELIMITED BY SIZE
                  INTO EMPREL-REG
              WRITE EMPREL-REG
              MOVE WRK-SALDO-COBRANCA TO WRK-SALDO-ED
              MOVE SPACES TO EMPREL-REG
              STRING "EM COBRANCA (RESCISAO) : " DELIMITED BY SIZE
                  WRK-TOTAL-COBRANCA DELIMITED BY SIZE
                  "   SALDO A RECEBER : " DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
                  INTO EMPREL-REG
              WRITE EMPREL-REG.

         0850-LINHA-CARTEIRA SECTION.
                  ADD 1 TO WRK-TOTAL-ATIVOS
                  ADD TAB-CT-SALDO(WRK-IDX-CONTR) TO WRK-TOTAL-SALDO
              END-IF
              IF TAB-CT-STATUS(WRK-IDX-CONTR) = "COBRANCA"
                  ADD 1 TO WRK-TOTAL-COBRANCA
                  ADD TAB-CT-SALDO(WRK-IDX-CONTR)
                      TO WRK-SALDO-COBRANCA
              END-IF
              ADD WRK-QTD-ATRASADAS TO WRK-TOTAL-ATRASADAS.

         9000-FINALIZAR SECTION.
