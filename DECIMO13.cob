      *                      distinta, nao por linha: a linha extra
      *                      de ferias no historico nao conta mais
      *                      como mes nem infla a base do 13o.
      *   04/02/2025 - JLS - Cada parcela passa a gravar uma linha no
      *                      historico mensal (FUNCHIST.DAT, tipo D) na
      *                      competencia do pagamento, com os encargos
      *                      do empregador pela rotina comum CALCENC:
      *                      FGTS sobre o valor da parcela, INSS
      *                      patronal e terceiros na parcela 2 sobre o
      *                      13o integral. As linhas de 13o e de
      *                      rescisao nao contam como mes trabalhado no
      *                      ano.
      *   14/02/2025 - JLS - INSS e IRRF da parcela 2 passam a usar o
      *                      conjunto de faixas de PARAMINSS/PARAMIRRF
      *                      em vigor: o de dezembro do ano calculado
      *                      quando o ano ja passou, o de hoje no ano
      *                      corrente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECIMO13.
           05 FH-INSS                PIC 9(06)V99.
           05 FH-IRRF                PIC 9(06)V99.
           05 FH-SALARIO-LIQUIDO     PIC 9(06)V99.
           05 FH-TIPO-VERBA          PIC X(01).
           05 FH-FGTS                PIC 9(06)V99.
           05 FH-INSS-EMPRESA        PIC 9(06)V99.
           05 FH-TERCEIROS           PIC 9(06)V99.

       FD  PARAM13-FILE.
       01  PARAM13-REG.
           05 PI-FAIXA-ATE           PIC 9(07)V99.
           05 PI-ALIQUOTA            PIC 9V9999.
           05 PI-PARCELA-DEDUZIR     PIC 9(06)V99.
           05 PI-VIGENCIA            PIC 9(08).

       FD  PARAMIRRF-FILE.
       01  PARAMIRRF-REG.
           05 PR-FAIXA-ATE           PIC 9(07)V99.
           05 PR-ALIQUOTA            PIC 9V9999.
           05 PR-PARCELA-DEDUZIR     PIC 9(06)V99.
           05 PR-VIGENCIA            PIC 9(08).

       FD  FUNCM-FILE.
       01  FUNCM-REG.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         01 WRK-PARM-ENCARGOS.
             05 WRK-EN-BASE        PIC 9(07)V99 VALUE ZEROS.
             05 WRK-EN-FGTS        PIC 9(06)V99 VALUE ZEROS.
             05 WRK-EN-INSS-EMP    PIC 9(06)V99 VALUE ZEROS.
             05 WRK-EN-TERCEIROS   PIC 9(06)V99 VALUE ZEROS.
             05 WRK-EN-RETORNO     PIC 9(02) VALUE ZEROS.

         77 WRK-STATUS-FUNCHIST  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAM13   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAMINSS PIC X(02) VALUE SPACES.
                 10 TAB-IR-ALIQ       PIC 9V9999.
                 10 TAB-IR-PARCELA    PIC 9(06)V99.
         77 WRK-QTD-IRRF         PIC 9(02) VALUE ZEROS.
         77 WRK-DATA-REF-TAB     PIC 9(08) VALUE ZEROS.
         77 WRK-VIG-INSS         PIC 9(08) VALUE ZEROS.
         77 WRK-VIG-IRRF         PIC 9(08) VALUE ZEROS.

      *    Parcela corrente do funcionario: bruto integral, metade
      *    adiantada, impostos da parcela 2 e o liquido a pagar.
         77 WRK-P13-IRRF         PIC 9(06)V99 VALUE ZEROS.
         77 WRK-P13-ADIANTADO    PIC 9(06)V99 VALUE ZEROS.
         77 WRK-P13-LIQUIDO      PIC S9(07)V99 VALUE ZEROS.
         77 WRK-P13-BRUTO-PARC   PIC 9(07)V99 VALUE ZEROS.
         77 WRK-PISO-FAIXA       PIC 9(07)V99 VALUE ZEROS.
         77 WRK-TETO-FATIA       PIC 9(07)V99 VALUE ZEROS.
         77 WRK-FATIA            PIC 9(07)V99 VALUE ZEROS.
              MOVE ZEROS TO WRK-QTD-FUNC13
              MOVE ZEROS TO WRK-QTD-INSS
              MOVE ZEROS TO WRK-QTD-IRRF
              MOVE ZEROS TO WRK-VIG-INSS
              MOVE ZEROS TO WRK-VIG-IRRF
              MOVE ZEROS TO WRK-QTD-REMESSA
              MOVE ZEROS TO WRK-SOMA-REMESSA
              MOVE ZEROS TO WRK-TOTAL-DECIMO.
              END-IF
              MOVE "CALCULO DO 13o SALARIO" TO DECIMO13REL-REG
              WRITE DECIMO13REL-REG
              OPEN EXTEND FUNCHIST-FILE
              IF WRK-STATUS-FUNCHIST NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE "DECIMO-TERCEIRO" TO WRK-MSG-SISTEMA
                  MOVE "FUNCHIST.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FUNCHIST TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE SPACES TO DECIMO13REL-REG
              STRING "ANO : " DELIMITED BY SIZE
                  WRK-ANO DELIMITED BY SIZE
              WRITE DECIMO13REL-REG.

         1050-CARREGA-TABELAS SECTION.
      *    13o de ano anterior sai com a tabela de dezembro daquele
      *    ano; o do ano corrente, com a tabela em vigor hoje.
              IF WRK-ANO LESS WRK-DATA-SISTEMA(1:4)
                  COMPUTE WRK-DATA-REF-TAB = WRK-ANO * 10000 + 1231
              ELSE
                  MOVE WRK-DATA-SISTEMA TO WRK-DATA-REF-TAB
              END-IF
              MOVE "N" TO WRK-FIM-PARAM
              OPEN INPUT PARAMINSS-FILE
              IF WRK-STATUS-PARAMINSS NOT = "00"
                      AT END
                          SET FIM-PARAM TO TRUE
                      NOT AT END
                          PERFORM 1051-GUARDA-FAIXA-INSS
                  END-READ
              END-PERFORM
              CLOSE PARAMINSS-FILE
                      AT END
                          SET FIM-PARAM TO TRUE
                      NOT AT END
                          PERFORM 1052-GUARDA-FAIXA-IRRF
                  END-READ
              END-PERFORM
              CLOSE PARAMIRRF-FILE
              IF WRK-QTD-INSS = ZEROS OR WRK-QTD-IRRF = ZEROS
                  DISPLAY "Sem tabela INSS/IRRF vigente em "
                      WRK-DATA-REF-TAB
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              DISPLAY "Tabela INSS vigente desde : " WRK-VIG-INSS
              DISPLAY "Tabela IRRF vigente desde : " WRK-VIG-IRRF.

      *    Fica so o conjunto de faixas de maior vigencia que nao passa
      *    da data de referencia; linha sem vigencia e da tabela antiga,
      *    valida desde sempre. Cada conjunto vem contiguo e em ordem
      *    crescente de faixa (conferido pelo MANPARAM).
         1051-GUARDA-FAIXA-INSS SECTION.
              IF PI-VIGENCIA NOT NUMERIC
                  MOVE ZEROS TO PI-VIGENCIA
              END-IF
              IF PI-VIGENCIA GREATER WRK-DATA-REF-TAB
                  OR PI-VIGENCIA LESS WRK-VIG-INSS
                  GO TO 1051-SAIDA
              END-IF
              IF PI-VIGENCIA GREATER WRK-VIG-INSS
                  MOVE PI-VIGENCIA TO WRK-VIG-INSS
                  MOVE ZEROS TO WRK-QTD-INSS
              END-IF
              ADD 1 TO WRK-QTD-INSS
              MOVE PI-FAIXA-ATE TO TAB-IN-ATE(WRK-QTD-INSS)
              MOVE PI-ALIQUOTA TO TAB-IN-ALIQ(WRK-QTD-INSS).
         1051-SAIDA.
              EXIT.

         1052-GUARDA-FAIXA-IRRF SECTION.
              IF PR-VIGENCIA NOT NUMERIC
                  MOVE ZEROS TO PR-VIGENCIA
              END-IF
              IF PR-VIGENCIA GREATER WRK-DATA-REF-TAB
                  OR PR-VIGENCIA LESS WRK-VIG-IRRF
                  GO TO 1052-SAIDA
              END-IF
              IF PR-VIGENCIA GREATER WRK-VIG-IRRF
                  MOVE PR-VIGENCIA TO WRK-VIG-IRRF
                  MOVE ZEROS TO WRK-QTD-IRRF
              END-IF
              ADD 1 TO WRK-QTD-IRRF
              MOVE PR-FAIXA-ATE TO TAB-IR-ATE(WRK-QTD-IRRF)
              MOVE PR-ALIQUOTA TO TAB-IR-ALIQ(WRK-QTD-IRRF)
              MOVE PR-PARCELA-DEDUZIR TO TAB-IR-PARCELA(WRK-QTD-IRRF).
         1052-SAIDA.
              EXIT.

         0100-ACUMULA-HISTORICO SECTION.
              PERFORM UNTIL FIM-FUNCHIST
                          SET FIM-FUNCHIST TO TRUE
                      NOT AT END
                          MOVE FH-COMPETENCIA(1:4) TO WRK-ANO-COMP
      *    Linhas de 13o e de rescisao nao sao meses trabalhados.
                          IF WRK-ANO-COMP = WRK-ANO
                              AND FH-TIPO-VERBA NOT = "D"
                              AND FH-TIPO-VERBA NOT = "R"
                              PERFORM 0110-ACUMULA-FUNC
                          END-IF
                  END-READ
                      TAB-F13-SOMA(TAB-F13-IDX) / 12
                  PERFORM 0720-CALCULA-PARCELA
                  PERFORM 0730-GRAVA-REGISTRO
                  PERFORM 0735-GRAVA-HISTORICO
                  PERFORM 0740-GRAVA-DEMONSTRATIVO
                  PERFORM 0750-GRAVA-PAGAMENTO
                  ADD WRK-P13-LIQUIDO TO WRK-TOTAL-DECIMO
              MOVE WRK-DATA-SISTEMA(1:6)       TO D13-COMPETENCIA
              WRITE DECIMO13-REG.

      *    A parcela entra no historico mensal da competencia do
      *    pagamento (tipo D) com os encargos do empregador: FGTS
      *    sobre o valor de cada parcela; INSS patronal e terceiros
      *    so na parcela 2, sobre o 13o integral, como o INSS do
      *    empregado.
         0735-GRAVA-HISTORICO SECTION.
              IF WRK-PARCELA = 1
                  COMPUTE WRK-P13-BRUTO-PARC ROUNDED = WRK-DECIMO / 2
              ELSE
                  COMPUTE WRK-P13-BRUTO-PARC =
                      WRK-DECIMO - WRK-P13-ADIANTADO
              END-IF
              MOVE WRK-DATA-SISTEMA(1:6)       TO FH-COMPETENCIA
              MOVE TAB-F13-CODIGO(TAB-F13-IDX) TO FH-CODIGO
              MOVE TAB-F13-NOME(TAB-F13-IDX)   TO FH-NOME
              MOVE TAB-F13-DEPTO(TAB-F13-IDX)  TO FH-DEPTO
              MOVE WRK-P13-BRUTO-PARC          TO FH-SALARIO
              MOVE WRK-P13-INSS                TO FH-INSS
              MOVE WRK-P13-IRRF                TO FH-IRRF
              MOVE WRK-P13-LIQUIDO             TO FH-SALARIO-LIQUIDO
              MOVE "D"                         TO FH-TIPO-VERBA
              MOVE WRK-P13-BRUTO-PARC TO WRK-EN-BASE
              MOVE RETURN-CODE TO WRK-EN-RETORNO
              CALL "CALCENC" USING WRK-PARM-ENCARGOS
              MOVE WRK-EN-FGTS TO FH-FGTS
              MOVE ZEROS TO FH-INSS-EMPRESA
              MOVE ZEROS TO FH-TERCEIROS
              IF WRK-PARCELA = 2
                  MOVE WRK-DECIMO TO WRK-EN-BASE
                  MOVE RETURN-CODE TO WRK-EN-RETORNO
                  CALL "CALCENC" USING WRK-PARM-ENCARGOS
                  MOVE WRK-EN-INSS-EMP  TO FH-INSS-EMPRESA
                  MOVE WRK-EN-TERCEIROS TO FH-TERCEIROS
              END-IF
              WRITE FUNCHIST-REG.

         0740-GRAVA-DEMONSTRATIVO SECTION.
              MOVE "========================================" TO
                  DECIMO13CC-REG
              EXIT.

         9000-FINALIZAR SECTION.
              CLOSE FUNCHIST-FILE
              CLOSE FUNCM-FILE
              CLOSE DECIMO13-FILE
              CLOSE DECIMO13CC-FILE
