      *   23/11/2024 - JLS - Layout da trilha ganha o flag de tarifa
      *                      de contrato (AUD-CONTRATO), acompanhando
      *                      a mudanca do PROGRAMA11.
      *   13/01/2025 - JLS - Numero do pedido passa de 4 para 8 posicoes
      *                      em todos os registros que o carregam;
      *                      arquivos existentes convertidos uma unica
      *                      vez pelo CONVPEDIDO.
      *   16/01/2025 - JLS - Layout da trilha ganha UF de origem,
      *                      aliquota e valor do imposto no final da
      *                      linha (136 bytes), acompanhando a mudanca
      *                      do PROGRAMA11.
      *   22/01/2025 - JLS - Descontos de sinistro aceitos
      *                      (DESCTRANSP.DAT, gerado pelo MANSINISTRO)
      *                      abatidos do total cobrado de cada
      *                      transportadora na fatura, com quadro de
      *                      liquido a pagar no relatorio; o que nao
      *                      couber fica pendente.
      *   23/01/2025 - JLS - Retorno de devolucao do DEVFRETE (DEVOL-
      *                      CLI/DEVOL-EMP) nao substitui na carga da
      *                      trilha o calculo de ida que a
      *                      transportadora fatura.
      *   24/01/2025 - JLS - Layout da trilha ganha o motivo da escolha
      *                      da transportadora e o frete da escolha so
      *                      por preco no final da linha (147 bytes),
      *                      acompanhando a mudanca do PROGRAMA11.
      *   25/01/2025 - JLS - Linha da fatura ganha o numero da fatura da
      *                      transportadora (FB-FATURA; linha antiga vem
      *                      em branco) e o resultado de cada linha sai
      *                      em FATCONC.DAT (conferida, divergente, sem
      *                      calculo e o abatimento de sinistro da
      *                      rodada), base das contas a pagar do
      *                      PAGTRANSP.
      *   27/01/2025 - JLS - Layout da trilha ganha o numero da
      *                      consolidacao de carga (AUD-CONSOLIDACAO),
      *                      155 bytes, acompanhando o PROGRAMA11.
      *   31/01/2025 - JLS - Layout da trilha ganha o numero da cotacao
      *                      previa do pedido (AUD-COTACAO), 161 bytes,
      *                      acompanhando o PROGRAMA11.
      *   08/03/2025 - JLS - Trilha de auditoria lida pelas particoes
      *                      mensais vivas de FRETEDIR.DAT (FRETELECPY).
      *                      PARAMCONCFT.DAT ganha, no fim da linha, a
      *                      quantidade de meses da trilha a carregar
      *                      (PC-MESES-TRILHA, contando o mes corrente);
      *                      em branco ou zero vale a trilha viva
      *                      inteira.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILTRANSP.
           SELECT FATTRANSP-FILE ASSIGN TO "FATTRANSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATTRANSP.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT PARAMCONCFT-FILE ASSIGN TO "PARAMCONCFT.DAT"
           SELECT CONCILTRANSP-FILE ASSIGN TO "CONCILTRANSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RELATORIO.
           SELECT DESCTRANSP-FILE ASSIGN TO "DESCTRANSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESCTRANSP.
           SELECT FATCONC-FILE ASSIGN TO "FATCONC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATCONC.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.
       FD  FATTRANSP-FILE.
       01  FATTRANSP-REG.
           05 FB-TRANSPORTADORA       PIC X(03).
           05 FB-PEDIDO               PIC 9(08).
           05 FB-VALOR-COBRADO        PIC 9(08)V99.
           05 FB-FATURA               PIC X(10).

       FD  FRETEAUD-FILE.
       01  FRETEAUD-REG.
           05 AUD-DATA                PIC 9(08).
           05 AUD-HORA                PIC 9(08).
           05 AUD-PEDIDO              PIC 9(08).
           05 AUD-CLIENTE             PIC 9(05).
           05 AUD-QTD-ITENS           PIC 9(02).
           05 AUD-PRODUTO             PIC X(10).
           05 AUD-MOEDA               PIC X(03).
           05 AUD-VALOR-ORIGINAL      PIC 9(09).
           05 AUD-CONTRATO             PIC X(01).
           05 AUD-UF-ORIGEM            PIC X(02).
           05 AUD-PERC-IMPOSTO         PIC 9V9999.
           05 AUD-VALOR-IMPOSTO        PIC 9(09)V99.
           05 AUD-MOTIVO-ESCOLHA       PIC X(01).
           05 AUD-FRETE-PRECO          PIC 9(08)V99.
           05 AUD-CONSOLIDACAO         PIC 9(08).
           05 AUD-COTACAO              PIC X(06).

       FD  PARAMCONCFT-FILE.
       01  PARAMCONCFT-REG.
           05 PC-TOLERANCIA           PIC 9(05)V99.
           05 PC-MESES-TRILHA         PIC 9(02).

       FD  CONCILTRANSP-FILE.
       01  CONCILTRANSP-REG           PIC X(80).

      *    Descontos de sinistro aceitos (MANSINISTRO): P pendente,
      *    D descontado integralmente de fatura da transportadora.
       FD  DESCTRANSP-FILE.
       01  DESCTRANSP-REG.
           05 DT-TRANSPORTADORA       PIC X(03).
           05 DT-SINISTRO             PIC 9(06).
           05 DT-PEDIDO               PIC 9(08).
           05 DT-DATA                 PIC 9(08).
           05 DT-VALOR                PIC 9(08)V99.
           05 DT-VALOR-DESCONTADO     PIC 9(08)V99.
           05 DT-SITUACAO             PIC X(01).
           05 DT-DATA-DESCONTO        PIC 9(08).

      *    Resultado da conciliacao linha a linha, base das contas a
      *    pagar do PAGTRANSP: C conferida, D valor divergente, S sem
      *    calculo; B e o abatimento de sinistro da transportadora na
      *    rodada (sem pedido, valor no campo de cobrado).
       FD  FATCONC-FILE.
       01  FATCONC-REG.
           05 FC-TRANSPORTADORA       PIC X(03).
           05 FC-FATURA               PIC X(10).
           05 FC-PEDIDO               PIC 9(08).
           05 FC-VALOR-COBRADO        PIC 9(08)V99.
           05 FC-VALOR-CALCULADO      PIC 9(08)V99.
           05 FC-SITUACAO             PIC X(01).
           05 FC-DATA                 PIC 9(08).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG              PIC X(91).

             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         01 WRK-PARM-BKP.
             05 WRK-BKP-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-BKP-RETORNO    PIC 9(02) VALUE ZEROS.
           COPY EXCDIARIOCPY.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-FATTRANSP  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FRETEAUD   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAM      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-RELATORIO  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-DESCTRANSP PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FATCONC    PIC X(02) VALUE SPACES.
         77 WRK-FIM-FATTRANSP     PIC X(01) VALUE "N".
             88 FIM-FATTRANSP VALUE "S".
         77 WRK-FIM-DESCTRANSP    PIC X(01) VALUE "N".
             88 FIM-DESCTRANSP VALUE "S".

         77 WRK-TOLERANCIA        PIC 9(05)V99 VALUE 1,00.

         01 WRK-PROX-AUD-REG.
             05 WRK-PROX-DATA        PIC 9(08).
             05 WRK-PROX-HORA        PIC 9(08).
             05 WRK-PROX-PEDIDO      PIC 9(08).
             05 WRK-PROX-RESTO       PIC X(17).
             05 WRK-PROX-CEP         PIC 9(08).
             05 WRK-PROX-ESTADO      PIC X(02).
             05 WRK-PROX-VALORTOTAL  PIC 9(09)V99.
             05 WRK-PROX-STATUS      PIC X(09).
             05 WRK-PROX-TRANSP      PIC X(03).
             05 WRK-PROX-RESTO2      PIC X(55).
         77 WRK-PEDIDO-ATUAL      PIC 9(08) VALUE ZEROS.
         77 WRK-DATA-ATUAL        PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-ATUAL        PIC 9(08) VALUE ZEROS.
         77 WRK-STATUS-ATUAL      PIC X(09) VALUE SPACES.
             05 TAB-CC-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-CALCULO
                 INDEXED BY TAB-CC-IDX.
                 10 TAB-CC-PEDIDO     PIC 9(08).
                 10 TAB-CC-TRANSP     PIC X(03).
                 10 TAB-CC-FRETE      PIC 9(08)V99.
                 10 TAB-CC-STATUS     PIC X(09).
         01 WRK-LINHA-CONCIL.
             05 WRK-LN-TRANSP      PIC X(03).
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LN-PEDIDO      PIC 9(08).
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LN-COBRADO     PIC ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(03) VALUE SPACES.
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LN-SITUACAO    PIC X(14).

      *    Total cobrado por transportadora nas faturas desta
      *    rodada, base para abater os descontos de sinistro.
         01 TAB-FATURADO.
             05 TAB-FT-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-FATURADO
                 INDEXED BY TAB-FT-IDX.
                 10 TAB-FT-TRANSP     PIC X(03).
                 10 TAB-FT-COBRADO    PIC 9(10)V99.
                 10 TAB-FT-DESCONTO   PIC 9(10)V99.
         77 WRK-QTD-FATURADO      PIC 9(02) VALUE ZEROS.
         77 WRK-ACHOU-FATURADO    PIC X(01) VALUE "N".
             88 ACHOU-FATURADO VALUE "S".

      *    Descontos de sinistro em memoria; o arquivo e regravado
      *    inteiro com o que foi abatido nesta rodada.
         01 TAB-DESCONTO.
             05 TAB-DT-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-DESCONTO
                 INDEXED BY TAB-DT-IDX.
                 10 TAB-DT-TRANSP     PIC X(03).
                 10 TAB-DT-SINISTRO   PIC 9(06).
                 10 TAB-DT-PEDIDO     PIC 9(08).
                 10 TAB-DT-DATA       PIC 9(08).
                 10 TAB-DT-VALOR      PIC 9(08)V99.
                 10 TAB-DT-DESCONTADO PIC 9(08)V99.
                 10 TAB-DT-SITUACAO   PIC X(01).
                 10 TAB-DT-DATA-DESC  PIC 9(08).
         77 WRK-QTD-DESCONTO      PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-DESCONTADOS   PIC 9(05) VALUE ZEROS.
         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-MESES-TRILHA      PIC 9(02) VALUE ZEROS.
         77 WRK-MESES-CALC        PIC 9(06) VALUE ZEROS.
         77 WRK-ANO-CALC          PIC 9(04) VALUE ZEROS.
         77 WRK-MES-CALC          PIC 9(02) VALUE ZEROS.
         77 WRK-DESCONTO-SALDO    PIC 9(08)V99 VALUE ZEROS.
         77 WRK-DESCONTO-DISPON   PIC 9(10)V99 VALUE ZEROS.
         77 WRK-DESCONTO-APLICAR  PIC 9(08)V99 VALUE ZEROS.

         01 WRK-LINHA-DESCONTO.
             05 WRK-LD-TRANSP      PIC X(03).
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LD-COBRADO     PIC ZZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LD-DESCONTO    PIC ZZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LD-LIQUIDO     PIC ZZZ.ZZZ.ZZ9,99.

         77 WRK-QTD-ED            PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
              PERFORM 0100-RECEBE THRU 0100-EXIT
                  UNTIL FIM-FATTRANSP
              PERFORM 0300-APONTA-NAO-COBRADOS
              PERFORM 0400-APLICA-DESCONTOS
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-FATTRANSP
              MOVE "N" TO WRK-FIM-TRILHA
              MOVE "N" TO WRK-FIM-DESCTRANSP
              MOVE ZEROS TO WRK-QTD-FATURADO
              MOVE ZEROS TO WRK-QTD-DESCONTO
              MOVE ZEROS TO WRK-QTD-DESCONTADOS
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS

         1000-INICIALIZAR SECTION.
              PERFORM 1050-CARREGA-PARAMETRO
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1060-CARREGA-TRILHA
              PERFORM 1070-CARREGA-DESCONTOS
              OPEN INPUT FATTRANSP-FILE
              IF WRK-STATUS-FATTRANSP NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT FATCONC-FILE
              IF WRK-STATUS-FATCONC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FATCONC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FATCONC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              MOVE "CONCILIACAO DE FATURAS DE TRANSPORTADORA"
                  TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "TRN   PEDIDO         COBRADO     CALCULADO"
                  DELIMITED BY SIZE
                  "     DIFERENCA   SITUACAO" DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS
                  READ PARAMCONCFT-FILE INTO PARAMCONCFT-REG
                      NOT AT END
                          MOVE PC-TOLERANCIA TO WRK-TOLERANCIA
      *    Parametro gravado antes do campo existir vem com espacos.
                          IF PC-MESES-TRILHA IS NUMERIC
                              MOVE PC-MESES-TRILHA TO WRK-MESES-TRILHA
                          END-IF
                  END-READ
                  CLOSE PARAMCONCFT-FILE
              END-IF
      *    Carrega o ultimo grupo de calculo de cada pedido da trilha
      *    (fecha o grupo por pedido + data/hora como o FATFRETE); um
      *    grupo mais recente do mesmo pedido substitui o anterior.
      *    Com PC-MESES-TRILHA so entram as particoes vivas dos
      *    ultimos N meses: o prazo de cobranca das transportadoras
      *    deve caber na janela, ou o pedido cobrado aparece sem
      *    calculo.
         1060-CARREGA-TRILHA SECTION.
              MOVE ZEROS TO WRK-FP-COMP-DE
              IF WRK-MESES-TRILHA GREATER ZERO
                  DIVIDE WRK-DATA-SISTEMA BY 100 GIVING WRK-MESES-CALC
                  DIVIDE WRK-MESES-CALC BY 100 GIVING WRK-ANO-CALC
                      REMAINDER WRK-MES-CALC
                  COMPUTE WRK-MESES-CALC = WRK-ANO-CALC * 12
                      + WRK-MES-CALC - WRK-MESES-TRILHA
                  DIVIDE WRK-MESES-CALC BY 12 GIVING WRK-ANO-CALC
                      REMAINDER WRK-MES-CALC
                  ADD 1 TO WRK-MES-CALC
                  COMPUTE WRK-FP-COMP-DE =
                      WRK-ANO-CALC * 100 + WRK-MES-CALC
                  DISPLAY "Trilha carregada desde a competencia : "
                      WRK-FP-COMP-DE
              END-IF
              MOVE 999999 TO WRK-FP-COMP-ATE
              MOVE "V" TO WRK-FP-ESCOPO
              PERFORM 7700-ABRE-TRILHA
              IF WRK-FP-RESULTADO NOT = "0"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FRETEDIR.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-FP-STATUS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM 1110-LER-AUDITORIA
              PERFORM UNTIL FIM-TRILHA
                  PERFORM 1150-MONTA-GRUPO
                  PERFORM 1160-GUARDA-CALCULO
              END-PERFORM
              PERFORM 7740-FECHA-TRILHA.

      *    Sem DESCTRANSP.DAT nao ha sinistro aceito a descontar.
         1070-CARREGA-DESCONTOS SECTION.
              OPEN INPUT DESCTRANSP-FILE
              IF WRK-STATUS-DESCTRANSP NOT = "00"
                  DISPLAY "Aviso: DESCTRANSP.DAT indisponivel : "
                      WRK-STATUS-DESCTRANSP
              ELSE
                  PERFORM UNTIL FIM-DESCTRANSP
                      READ DESCTRANSP-FILE INTO DESCTRANSP-REG
                          AT END
                              SET FIM-DESCTRANSP TO TRUE
                          NOT AT END
                              PERFORM 1075-GUARDA-DESCONTO
                      END-READ
                  END-PERFORM
                  CLOSE DESCTRANSP-FILE
              END-IF.

         1075-GUARDA-DESCONTO SECTION.
              IF WRK-QTD-DESCONTO NOT LESS 1000
                  DISPLAY "DESCTRANSP.DAT maior que o limite de"
                      " 1000 descontos - conciliacao abortada"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-DESCONTO
              SET TAB-DT-IDX TO WRK-QTD-DESCONTO
              MOVE DT-TRANSPORTADORA   TO TAB-DT-TRANSP(TAB-DT-IDX)
              MOVE DT-SINISTRO         TO TAB-DT-SINISTRO(TAB-DT-IDX)
              MOVE DT-PEDIDO           TO TAB-DT-PEDIDO(TAB-DT-IDX)
              MOVE DT-DATA             TO TAB-DT-DATA(TAB-DT-IDX)
              MOVE DT-VALOR            TO TAB-DT-VALOR(TAB-DT-IDX)
              MOVE DT-VALOR-DESCONTADO
                  TO TAB-DT-DESCONTADO(TAB-DT-IDX)
              MOVE DT-SITUACAO         TO TAB-DT-SITUACAO(TAB-DT-IDX)
              MOVE DT-DATA-DESCONTO    TO TAB-DT-DATA-DESC(TAB-DT-IDX).

         1100-LER-FATURA SECTION.
              READ FATTRANSP-FILE
              END-READ.

         1110-LER-AUDITORIA SECTION.
              PERFORM 7760-LE-TRILHA
              IF NOT FIM-TRILHA
                  MOVE FRETEAUD-REG TO WRK-PROX-AUD-REG
              END-IF.

         1150-MONTA-GRUPO SECTION.
              MOVE WRK-PROX-PEDIDO TO WRK-PEDIDO-ATUAL
              MOVE WRK-PROX-TRANSP TO WRK-TRANSP-ATUAL
              MOVE WRK-PROX-FRETE  TO WRK-FRETE-ATUAL
              PERFORM 1110-LER-AUDITORIA
              PERFORM UNTIL FIM-TRILHA
                  OR WRK-PROX-PEDIDO NOT = WRK-PEDIDO-ATUAL
                  OR WRK-PROX-DATA NOT = WRK-DATA-ATUAL
                  OR WRK-PROX-HORA NOT = WRK-HORA-ATUAL
                  PERFORM 1110-LER-AUDITORIA
              END-PERFORM.

      *    O retorno de devolucao (DEVFRETE) nao substitui o calculo
      *    de ida que a transportadora fatura.
         1160-GUARDA-CALCULO SECTION.
              IF WRK-STATUS-ATUAL = "DEVOL-CLI"
                  OR WRK-STATUS-ATUAL = "DEVOL-EMP"
                  GO TO 1160-SAIDA
              END-IF
              MOVE "N" TO WRK-ACHOU-CALCULO
              IF WRK-QTD-CALCULO GREATER ZERO
                  SET TAB-CC-IDX TO 1
              MOVE WRK-TRANSP-ATUAL TO TAB-CC-TRANSP(TAB-CC-IDX)
              MOVE WRK-FRETE-ATUAL  TO TAB-CC-FRETE(TAB-CC-IDX)
              MOVE WRK-STATUS-ATUAL TO TAB-CC-STATUS(TAB-CC-IDX).
         1160-SAIDA.
              EXIT.

         0100-RECEBE SECTION.
              ADD 1 TO WRK-JOB-LIDOS
              PERFORM 0240-ACUMULA-FATURADO
              PERFORM 0200-LOCALIZA-CALCULO
              IF NOT ACHOU-CALCULO
                  PERFORM 0230-APONTA-SEM-CALCULO
                  MOVE "COBRANCA DIVERGE DO FRETE CALCULADO"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
                  MOVE "D" TO FC-SITUACAO
              ELSE
                  ADD 1 TO WRK-QTD-CONFERIDOS
                  ADD 1 TO WRK-JOB-GRAVADOS
                  MOVE "C" TO FC-SITUACAO
              END-IF
              MOVE TAB-CC-FRETE(TAB-CC-IDX) TO FC-VALOR-CALCULADO
              PERFORM 0260-GRAVA-RESULTADO.

         0260-GRAVA-RESULTADO SECTION.
              MOVE FB-TRANSPORTADORA TO FC-TRANSPORTADORA
              MOVE FB-FATURA         TO FC-FATURA
              MOVE FB-PEDIDO         TO FC-PEDIDO
              MOVE FB-VALOR-COBRADO  TO FC-VALOR-COBRADO
              MOVE WRK-DATA-SISTEMA  TO FC-DATA
              WRITE FATCONC-REG.

         0230-APONTA-SEM-CALCULO SECTION.
              ADD 1 TO WRK-QTD-SEM-CALCULO
              MOVE FB-PEDIDO TO WRK-EXC-CHAVE
              MOVE "COBRANCA SEM CALCULO NA TRILHA"
                  TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO
              MOVE "S" TO FC-SITUACAO
              MOVE ZEROS TO FC-VALOR-CALCULADO
              PERFORM 0260-GRAVA-RESULTADO.

         0240-ACUMULA-FATURADO SECTION.
              MOVE "N" TO WRK-ACHOU-FATURADO
              IF WRK-QTD-FATURADO GREATER ZERO
                  SET TAB-FT-IDX TO 1
                  SEARCH TAB-FT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-FT-TRANSP(TAB-FT-IDX) =
                          FB-TRANSPORTADORA
                          SET ACHOU-FATURADO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-FATURADO
                  IF WRK-QTD-FATURADO NOT LESS 50
                      DISPLAY "Mais de 50 transportadoras na fatura"
                          " - conciliacao abortada"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-FATURADO
                  SET TAB-FT-IDX TO WRK-QTD-FATURADO
                  MOVE FB-TRANSPORTADORA TO TAB-FT-TRANSP(TAB-FT-IDX)
                  MOVE ZEROS TO TAB-FT-COBRADO(TAB-FT-IDX)
                  MOVE ZEROS TO TAB-FT-DESCONTO(TAB-FT-IDX)
              END-IF
              ADD FB-VALOR-COBRADO TO TAB-FT-COBRADO(TAB-FT-IDX).

         0300-APONTA-NAO-COBRADOS SECTION.
              PERFORM VARYING TAB-CC-IDX FROM 1 BY 1
                  END-IF
              END-PERFORM.

      *    Desconto de sinistro pendente abate da fatura desta
      *    rodada da mesma transportadora, na ordem de aceite; o que
      *    nao couber no valor cobrado fica pendente para a proxima.
         0400-APLICA-DESCONTOS SECTION.
              IF WRK-QTD-DESCONTO = ZEROS
                  GO TO 0400-SAIDA
              END-IF
              PERFORM VARYING TAB-DT-IDX FROM 1 BY 1
                  UNTIL TAB-DT-IDX GREATER WRK-QTD-DESCONTO
                  IF TAB-DT-SITUACAO(TAB-DT-IDX) = "P"
                      PERFORM 0420-ABATE-DESCONTO
                  END-IF
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "DESCONTOS DE SINISTRO" TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "TRN          COBRADO          DESCONTO"
                  DELIMITED BY SIZE
                  "      LIQUIDO A PAGAR" DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM VARYING TAB-FT-IDX FROM 1 BY 1
                  UNTIL TAB-FT-IDX GREATER WRK-QTD-FATURADO
                  MOVE TAB-FT-TRANSP(TAB-FT-IDX)   TO WRK-LD-TRANSP
                  MOVE TAB-FT-COBRADO(TAB-FT-IDX)  TO WRK-LD-COBRADO
                  MOVE TAB-FT-DESCONTO(TAB-FT-IDX) TO WRK-LD-DESCONTO
                  IF TAB-FT-DESCONTO(TAB-FT-IDX) GREATER ZEROS
                      PERFORM 0440-GRAVA-ABATIMENTO
                  END-IF
                  COMPUTE WRK-LD-LIQUIDO = TAB-FT-COBRADO(TAB-FT-IDX)
                      - TAB-FT-DESCONTO(TAB-FT-IDX)
                  MOVE WRK-LINHA-DESCONTO TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-PERFORM
              PERFORM 0450-GRAVA-DESCONTOS.
         0400-SAIDA.
              EXIT.

         0420-ABATE-DESCONTO SECTION.
              MOVE "N" TO WRK-ACHOU-FATURADO
              IF WRK-QTD-FATURADO GREATER ZERO
                  SET TAB-FT-IDX TO 1
                  SEARCH TAB-FT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-FT-TRANSP(TAB-FT-IDX) =
                          TAB-DT-TRANSP(TAB-DT-IDX)
                          SET ACHOU-FATURADO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-FATURADO
                  GO TO 0420-SAIDA
              END-IF
              COMPUTE WRK-DESCONTO-SALDO = TAB-DT-VALOR(TAB-DT-IDX)
                  - TAB-DT-DESCONTADO(TAB-DT-IDX)
              COMPUTE WRK-DESCONTO-DISPON = TAB-FT-COBRADO(TAB-FT-IDX)
                  - TAB-FT-DESCONTO(TAB-FT-IDX)
              IF WRK-DESCONTO-DISPON = ZEROS
                  GO TO 0420-SAIDA
              END-IF
              IF WRK-DESCONTO-SALDO GREATER WRK-DESCONTO-DISPON
                  MOVE WRK-DESCONTO-DISPON TO WRK-DESCONTO-APLICAR
              ELSE
                  MOVE WRK-DESCONTO-SALDO TO WRK-DESCONTO-APLICAR
              END-IF
              ADD WRK-DESCONTO-APLICAR TO TAB-FT-DESCONTO(TAB-FT-IDX)
              ADD WRK-DESCONTO-APLICAR
                  TO TAB-DT-DESCONTADO(TAB-DT-IDX)
              MOVE WRK-DATA-SISTEMA TO TAB-DT-DATA-DESC(TAB-DT-IDX)
              IF TAB-DT-DESCONTADO(TAB-DT-IDX) NOT LESS
                  TAB-DT-VALOR(TAB-DT-IDX)
                  MOVE "D" TO TAB-DT-SITUACAO(TAB-DT-IDX)
                  ADD 1 TO WRK-QTD-DESCONTADOS
              END-IF.
         0420-SAIDA.
              EXIT.

      *    O abatimento da rodada segue para o PAGTRANSP, que o
      *    desconta dos titulos a pagar da transportadora.
         0440-GRAVA-ABATIMENTO SECTION.
              MOVE TAB-FT-TRANSP(TAB-FT-IDX)   TO FC-TRANSPORTADORA
              MOVE SPACES                      TO FC-FATURA
              MOVE ZEROS                       TO FC-PEDIDO
              MOVE TAB-FT-DESCONTO(TAB-FT-IDX) TO FC-VALOR-COBRADO
              MOVE ZEROS                       TO FC-VALOR-CALCULADO
              MOVE "B"                         TO FC-SITUACAO
              MOVE WRK-DATA-SISTEMA            TO FC-DATA
              WRITE FATCONC-REG.

         0450-GRAVA-DESCONTOS SECTION.
              MOVE "DESCTRANSP.DAT" TO WRK-BKP-ARQUIVO
              CALL "GERABKP" USING WRK-PARM-BKP
              OPEN OUTPUT DESCTRANSP-FILE
              IF WRK-STATUS-DESCTRANSP NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "DESCTRANSP.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-DESCTRANSP TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-DT-IDX FROM 1 BY 1
                  UNTIL TAB-DT-IDX GREATER WRK-QTD-DESCONTO
                  MOVE TAB-DT-TRANSP(TAB-DT-IDX)  TO DT-TRANSPORTADORA
                  MOVE TAB-DT-SINISTRO(TAB-DT-IDX) TO DT-SINISTRO
                  MOVE TAB-DT-PEDIDO(TAB-DT-IDX)  TO DT-PEDIDO
                  MOVE TAB-DT-DATA(TAB-DT-IDX)    TO DT-DATA
                  MOVE TAB-DT-VALOR(TAB-DT-IDX)   TO DT-VALOR
                  MOVE TAB-DT-DESCONTADO(TAB-DT-IDX)
                      TO DT-VALOR-DESCONTADO
                  MOVE TAB-DT-SITUACAO(TAB-DT-IDX) TO DT-SITUACAO
                  MOVE TAB-DT-DATA-DESC(TAB-DT-IDX)
                      TO DT-DATA-DESCONTO
                  WRITE DESCTRANSP-REG
              END-PERFORM
              CLOSE DESCTRANSP-FILE.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "CONCIL-TRANSP" TO WRK-EXC-SISTEMA
              ACCEPT WRK-EXC-DATA FROM DATE YYYYMMDD
              PERFORM 8840-IMP-FIM
              CLOSE FATTRANSP-FILE
              CLOSE CONCILTRANSP-FILE
              CLOSE FATCONC-FILE
              CLOSE EXCDIARIO-FILE
              PERFORM 9900-RODAPE.

              DISPLAY "VALORES DIVERGENTES     : " WRK-QTD-DIVERGENTES
              DISPLAY "COBRANCAS SEM CALCULO   : " WRK-QTD-SEM-CALCULO
              DISPLAY "PEDIDOS SEM COBRANCA    : " WRK-QTD-SEM-COBRANCA
              DISPLAY "SINISTROS DESCONTADOS   : " WRK-QTD-DESCONTADOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==CONCILTRANSP-REG==.

           COPY FRETELECPY.

       END PROGRAM CONCILTRANSP.
