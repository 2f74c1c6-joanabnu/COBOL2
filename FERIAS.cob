      *   11/12/2024 - JLS - FERIASGOZO.DAT ganha o bruto pago no
      *                      final da linha, para o GERALANC reverter
      *                      a provisao de ferias do mes pago.
      *   04/02/2025 - JLS - A linha de ferias no historico mensal ganha
      *                      o tipo da verba (F) e os encargos do
      *                      empregador sobre o bruto das ferias (FGTS,
      *                      INSS patronal e terceiros), calculados pela
      *                      rotina comum CALCENC.
      *   07/02/2025 - JLS - Os periodos aquisitivos passam a ser
      *                      montados com os afastamentos do
      *                      funcionario: regra S suspende a contagem
      *                      pelos dias afastados e regra P acima do
      *                      limite perde o periodo, que recomeca no
      *                      retorno.
      *   14/02/2025 - JLS - INSS e IRRF das ferias passam a usar o
      *                      conjunto de faixas de PARAMINSS/PARAMIRRF
      *                      em vigor na competencia do pagamento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIAS.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.
           SELECT AFASTAMENTOS-FILE ASSIGN TO "AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFAST.
           SELECT PARAMAFAST-FILE ASSIGN TO "PARAMAFAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMAFAST.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FUNCHIST-FILE.
       01  FUNCHIST-REG.
           05 FH-INSS                PIC 9(06)V99.
           05 FH-IRRF                PIC 9(06)V99.
           05 FH-SALARIO-LIQUIDO     PIC 9(06)V99.
           05 FH-TIPO-VERBA          PIC X(01).
           05 FH-FGTS                PIC 9(06)V99.
           05 FH-INSS-EMPRESA        PIC 9(06)V99.
           05 FH-TERCEIROS           PIC 9(06)V99.

       FD  FERIASEXC-FILE.
       01  FERIASEXC-REG.
       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG             PIC X(91).

      *    Cadastro de afastamentos mantido pelo MANAFAST.
       FD  AFASTAMENTOS-FILE.
       01  AFASTAMENTOS-REG.
           05 AF-CODIGO-FUNC         PIC 9(04).
           05 AF-TIPO-AFAST          PIC X(01).
           05 AF-INICIO              PIC 9(08).
           05 AF-RETORNO-PREV        PIC 9(08).
           05 AF-RETORNO-REAL        PIC 9(08).

       FD  PARAMAFAST-FILE.
       01  PARAMAFAST-REG.
           05 PA-TIPO                PIC X(01).
           05 PA-DIAS-EMPRESA        PIC 9(03).
           05 PA-REGRA-FERIAS        PIC X(01).
           05 PA-LIMITE-FERIAS       PIC 9(03).
           05 PA-DESCRICAO           PIC X(20).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         01 WRK-PARM-ENCARGOS.
             05 WRK-EN-BASE        PIC 9(07)V99 VALUE ZEROS.
             05 WRK-EN-FGTS        PIC 9(06)V99 VALUE ZEROS.
             05 WRK-EN-INSS-EMP    PIC 9(06)V99 VALUE ZEROS.
             05 WRK-EN-TERCEIROS   PIC 9(06)V99 VALUE ZEROS.
             05 WRK-EN-RETORNO     PIC 9(02) VALUE ZEROS.
           COPY EXCDIARIOCPY.

         77 WRK-STATUS-FUNCM      PIC X(02) VALUE SPACES.
                 10 TAB-IR-ALIQ       PIC 9V9999.
                 10 TAB-IR-PARCELA    PIC 9(06)V99.
         77 WRK-QTD-IRRF          PIC 9(02) VALUE ZEROS.
         77 WRK-DATA-REF-TAB      PIC 9(08) VALUE ZEROS.
         77 WRK-VIG-INSS          PIC 9(08) VALUE ZEROS.
         77 WRK-VIG-IRRF          PIC 9(08) VALUE ZEROS.

      *    Calculo do pagamento de ferias: bruto com o terco, INSS
      *    por fatia e IRRF por faixa sobre a base ja sem o INSS.
         77 WRK-QTD-VENCIDOS      PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-A-VENCER      PIC 9(04) VALUE ZEROS.

      *    Periodos aquisitivos do funcionario corrente, em meses
      *    AAAA*12+MM. Cada periodo tem 12 meses a partir do fim do
      *    anterior; o afastamento de regra S empurra o fim do
      *    periodo em que comecou pelos dias afastados e o de regra
      *    P, acima do limite de dias, faz perder o periodo, que
      *    recomeca no mes do retorno.
         01 TAB-PERIODO.
             05 TAB-PE-REG OCCURS 1 TO 80 TIMES
                 DEPENDING ON WRK-QTD-PERIODOS
                 INDEXED BY TAB-PE-IDX.
                 10 TAB-PE-INI         PIC 9(06).
                 10 TAB-PE-FIM         PIC 9(06).
         77 WRK-PER-INI           PIC 9(06) VALUE ZEROS.
         77 WRK-PER-FIM           PIC 9(06) VALUE ZEROS.
         77 WRK-PER-NOVO-INI      PIC 9(06) VALUE ZEROS.
         77 WRK-PERIODOS-PERDIDOS PIC 9(02) VALUE ZEROS.
         77 WRK-RETORNO-PERDA     PIC 9(08) VALUE ZEROS.
         77 WRK-MONTAGEM          PIC X(01) VALUE "N".
             88 MONTAGEM-ENCERRADA VALUE "S".
         77 WRK-PERDEU-PERIODO    PIC X(01) VALUE "N".
             88 PERIODO-PERDIDO VALUE "S".
         77 WRK-MES-CONV          PIC 9(06) VALUE ZEROS.
         77 WRK-CONV-ANO          PIC 9(04) VALUE ZEROS.
         77 WRK-CONV-MES          PIC 9(02) VALUE ZEROS.

           COPY AFASTCPY.
         77 WRK-STATUS-AFAST      PIC X(02) VALUE SPACES.
         77 WRK-FIM-AFAST         PIC X(01) VALUE "N".
             88 FIM-AFAST VALUE "S".
         01 TAB-AFAST.
             05 TAB-AF-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-AFAST
                 INDEXED BY TAB-AF-IDX.
                 10 TAB-AF-CODIGO-FUNC PIC 9(04).
                 10 TAB-AF-TIPO-AFAST  PIC X(01).
                 10 TAB-AF-INICIO      PIC 9(08).
                 10 TAB-AF-RETORNO-REAL PIC 9(08).
         77 WRK-QTD-AFAST         PIC 9(04) VALUE ZEROS.
         77 WRK-LIMITE-AFAST      PIC 9(04) VALUE 1000.
         77 WRK-ACHOU-TIPO        PIC X(01) VALUE "N".
             88 ACHOU-TIPO VALUE "S".
         01 WRK-AFD-DATA.
             05 WRK-AFD-ANO        PIC 9(04).
             05 WRK-AFD-MES        PIC 9(02).
             05 WRK-AFD-DIA        PIC 9(02).
         77 WRK-AFD-SERIAL        PIC 9(06) VALUE ZEROS.
         77 WRK-AF-SERIAL-INI     PIC 9(06) VALUE ZEROS.
         77 WRK-AF-MES-INI        PIC 9(06) VALUE ZEROS.
         77 WRK-AF-DIAS           PIC S9(06) VALUE ZEROS.

         01 WRK-LINHA-PER.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-INI-MES     PIC 9(02).
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-INSS
              MOVE ZEROS TO WRK-QTD-IRRF
              MOVE ZEROS TO WRK-VIG-INSS
              MOVE ZEROS TO WRK-VIG-IRRF
              MOVE ZEROS TO WRK-QTD-GOZO
              MOVE ZEROS TO WRK-QTD-VENCIDOS
              MOVE ZEROS TO WRK-QTD-A-VENCER
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS
              MOVE "N" TO WRK-FIM-AFAST
              MOVE "N" TO WRK-FIM-PARAMAFAST
              MOVE ZEROS TO WRK-QTD-AFAST.

         0010-CABECALHO SECTION.
              MOVE "FERIAS" TO WRK-JOB-NOME
                  WRK-HJ-ANO * 12 + WRK-HJ-MES
              PERFORM 1050-CARREGA-PARAMETRO
              PERFORM 1060-CARREGA-GOZOS
              PERFORM 1080-CARREGA-AFASTAMENTOS
              OPEN I-O FUNCM-FILE
              IF WRK-STATUS-FUNCM NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
              PERFORM 1100-LER-MOVTO.

         1050-CARREGA-PARAMETRO SECTION.
              MOVE WRK-DATA-SISTEMA TO WRK-DATA-REF-TAB
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

      *    Gozos ja registrados em execucoes anteriores, agregados
      *    por funcionario.
              END-IF
              ADD WRK-DIAS-BUSCA TO TAB-GZ-DIAS(TAB-GZ-IDX).

      *    Tipos de afastamento (PARAMAFAST.DAT ou a tabela padrao)
      *    e afastamentos cadastrados; sem AFASTAMENTOS.DAT os
      *    periodos correm direto desde a admissao.
         1080-CARREGA-AFASTAMENTOS SECTION.
              MOVE WRK-QTD-AFAST-PADRAO TO WRK-QTD-TIPO-AFAST
              MOVE WRK-AFAST-PADRAO TO TAB-TIPO-AFAST
              OPEN INPUT PARAMAFAST-FILE
              IF WRK-STATUS-PARAMAFAST = "00"
                  MOVE ZEROS TO WRK-QTD-TIPO-AFAST
                  PERFORM UNTIL FIM-PARAMAFAST
                      READ PARAMAFAST-FILE
                          AT END
                              SET FIM-PARAMAFAST TO TRUE
                          NOT AT END
                              IF PA-TIPO NOT = SPACES
                                  AND PA-DIAS-EMPRESA NUMERIC
                                  AND PA-LIMITE-FERIAS NUMERIC
                                  AND (PA-REGRA-FERIAS = "C"
                                  OR PA-REGRA-FERIAS = "S"
                                  OR PA-REGRA-FERIAS = "P")
                                  AND WRK-QTD-TIPO-AFAST LESS 10
                                  ADD 1 TO WRK-QTD-TIPO-AFAST
                                  MOVE PARAMAFAST-REG TO
                                      TAB-TA-REG(WRK-QTD-TIPO-AFAST)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE PARAMAFAST-FILE
                  IF WRK-QTD-TIPO-AFAST = ZEROS
                      MOVE WRK-QTD-AFAST-PADRAO TO WRK-QTD-TIPO-AFAST
                      MOVE WRK-AFAST-PADRAO TO TAB-TIPO-AFAST
                  END-IF
              END-IF
              OPEN INPUT AFASTAMENTOS-FILE
              IF WRK-STATUS-AFAST = "00"
                  PERFORM UNTIL FIM-AFAST
                      READ AFASTAMENTOS-FILE INTO AFASTAMENTOS-REG
                          AT END
                              SET FIM-AFAST TO TRUE
                          NOT AT END
                              IF WRK-QTD-AFAST NOT LESS
                                  WRK-LIMITE-AFAST
                                  DISPLAY "AFASTAMENTOS.DAT excede o"
                                      " limite de " WRK-LIMITE-AFAST
                                      " afastamentos"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-AFAST
                              MOVE AF-CODIGO-FUNC TO
                                  TAB-AF-CODIGO-FUNC(WRK-QTD-AFAST)
                              MOVE AF-TIPO-AFAST TO
                                  TAB-AF-TIPO-AFAST(WRK-QTD-AFAST)
                              MOVE AF-INICIO TO
                                  TAB-AF-INICIO(WRK-QTD-AFAST)
                              MOVE AF-RETORNO-REAL TO
                                  TAB-AF-RETORNO-REAL(WRK-QTD-AFAST)
                      END-READ
                  END-PERFORM
                  CLOSE AFASTAMENTOS-FILE
              END-IF.

         1100-LER-MOVTO SECTION.
              READ FERIASMOV-FILE
                  AT END
      *    Saldo: 30 dias por periodo aquisitivo completo desde a
      *    admissao, menos os dias ja registrados como gozados.
         0230-APURA-SALDO SECTION.
              PERFORM 0235-MONTA-PERIODOS
              MOVE FM-CODIGO TO WRK-NUM-BUSCA
              PERFORM 0240-DIAS-GOZADOS
              COMPUTE WRK-SALDO-FUNC =
                  WRK-QTD-PERIODOS * 30 - WRK-DIAS-GOZADOS-FUNC.

      *    Periodos aquisitivos completos ate o mes corrente, com
      *    as regras de ferias dos afastamentos do funcionario.
         0235-MONTA-PERIODOS SECTION.
              MOVE ZEROS TO WRK-QTD-PERIODOS
              MOVE ZEROS TO WRK-PERIODOS-PERDIDOS
              MOVE "N" TO WRK-MONTAGEM
              MOVE FM-ADMISSAO TO WRK-ADM-X
              COMPUTE WRK-PER-INI = WRK-ADM-ANO * 12 + WRK-ADM-MES
              PERFORM 0236-MONTA-UM-PERIODO
                  UNTIL MONTAGEM-ENCERRADA.

         0236-MONTA-UM-PERIODO SECTION.
              COMPUTE WRK-PER-FIM = WRK-PER-INI + 12
              MOVE "N" TO WRK-PERDEU-PERIODO
              PERFORM VARYING TAB-AF-IDX FROM 1 BY 1
                  UNTIL TAB-AF-IDX GREATER WRK-QTD-AFAST
                  OR PERIODO-PERDIDO
                  IF TAB-AF-CODIGO-FUNC(TAB-AF-IDX) = FM-CODIGO
                      PERFORM 0237-APLICA-AFASTAMENTO
                  END-IF
              END-PERFORM
              EVALUATE TRUE
                  WHEN PERIODO-PERDIDO
                      ADD 1 TO WRK-PERIODOS-PERDIDOS
                      IF WRK-RETORNO-PERDA = ZEROS
                          SET MONTAGEM-ENCERRADA TO TRUE
                      ELSE
                          MOVE WRK-RETORNO-PERDA TO WRK-AFD-DATA
                          COMPUTE WRK-PER-NOVO-INI =
                              WRK-AFD-ANO * 12 + WRK-AFD-MES
      *    Retorno no proprio mes de inicio do periodo: o periodo
      *    novo comeca no mes seguinte.
                          IF WRK-PER-NOVO-INI NOT GREATER WRK-PER-INI
                              COMPUTE WRK-PER-NOVO-INI =
                                  WRK-PER-INI + 1
                          END-IF
                          MOVE WRK-PER-NOVO-INI TO WRK-PER-INI
                      END-IF
                  WHEN WRK-PER-FIM GREATER WRK-MES-SERIAL-HOJE
                      SET MONTAGEM-ENCERRADA TO TRUE
                  WHEN WRK-QTD-PERIODOS NOT LESS 80
                      SET MONTAGEM-ENCERRADA TO TRUE
                  WHEN OTHER
                      ADD 1 TO WRK-QTD-PERIODOS
                      MOVE WRK-PER-INI TO TAB-PE-INI(WRK-QTD-PERIODOS)
                      MOVE WRK-PER-FIM TO TAB-PE-FIM(WRK-QTD-PERIODOS)
                      MOVE WRK-PER-FIM TO WRK-PER-INI
              END-EVALUATE.

      *    Afastamento iniciado dentro do periodo em montagem. Os
      *    dias afastados vao ate o retorno efetivo ou, em aberto,
      *    ate hoje, no mes comercial de 30 dias.
         0237-APLICA-AFASTAMENTO SECTION.
              MOVE TAB-AF-INICIO(TAB-AF-IDX) TO WRK-AFD-DATA
              COMPUTE WRK-AF-MES-INI = WRK-AFD-ANO * 12 + WRK-AFD-MES
              IF WRK-AF-MES-INI LESS WRK-PER-INI
                  OR WRK-AF-MES-INI NOT LESS WRK-PER-FIM
                  GO TO 0237-SAIDA
              END-IF
              MOVE "N" TO WRK-ACHOU-TIPO
              SET TAB-TA-IDX TO 1
              SEARCH TAB-TA-REG
                  AT END
                      CONTINUE
                  WHEN TAB-TA-TIPO(TAB-TA-IDX) =
                          TAB-AF-TIPO-AFAST(TAB-AF-IDX)
                      SET ACHOU-TIPO TO TRUE
              END-SEARCH
              IF NOT ACHOU-TIPO
                  OR TAB-TA-REGRA-FERIAS(TAB-TA-IDX) = "C"
                  GO TO 0237-SAIDA
              END-IF
              PERFORM 0238-SERIAL-DATA
              MOVE WRK-AFD-SERIAL TO WRK-AF-SERIAL-INI
              IF TAB-AF-RETORNO-REAL(TAB-AF-IDX) = ZEROS
                  MOVE WRK-DATA-SISTEMA TO WRK-AFD-DATA
              ELSE
                  MOVE TAB-AF-RETORNO-REAL(TAB-AF-IDX) TO WRK-AFD-DATA
              END-IF
              PERFORM 0238-SERIAL-DATA
              COMPUTE WRK-AF-DIAS = WRK-AFD-SERIAL - WRK-AF-SERIAL-INI
              IF WRK-AF-DIAS LESS ZEROS
                  MOVE ZEROS TO WRK-AF-DIAS
              END-IF
              EVALUATE TAB-TA-REGRA-FERIAS(TAB-TA-IDX)
                  WHEN "S"
                      COMPUTE WRK-PER-FIM =
                          WRK-PER-FIM + WRK-AF-DIAS / 30
                  WHEN "P"
                      IF WRK-AF-DIAS GREATER
                          TAB-TA-LIMITE-FERIAS(TAB-TA-IDX)
                          SET PERIODO-PERDIDO TO TRUE
                          MOVE TAB-AF-RETORNO-REAL(TAB-AF-IDX)
                              TO WRK-RETORNO-PERDA
                      END-IF
              END-EVALUATE.
         0237-SAIDA.
              EXIT.

      *    Serial comercial da data em WRK-AFD-DATA: meses de 30
      *    dias, dia 31 contado como 30.
         0238-SERIAL-DATA SECTION.
              IF WRK-AFD-DIA GREATER 30
                  MOVE 30 TO WRK-AFD-DIA
              END-IF
              COMPUTE WRK-AFD-SERIAL = WRK-AFD-ANO * 360 +
                  (WRK-AFD-MES - 1) * 30 + WRK-AFD-DIA.

      *    Mes serial AAAA*12+MM de volta para ano e mes.
         0239-CONVERTE-MES SECTION.
              DIVIDE WRK-MES-CONV BY 12 GIVING WRK-CONV-ANO
                  REMAINDER WRK-CONV-MES
              IF WRK-CONV-MES = ZEROS
                  MOVE 12 TO WRK-CONV-MES
                  SUBTRACT 1 FROM WRK-CONV-ANO
              END-IF.

         0240-DIAS-GOZADOS SECTION.
              MOVE ZEROS TO WRK-DIAS-GOZADOS-FUNC
              IF WRK-QTD-GOZO GREATER ZERO
              MOVE WRK-INSS   TO FH-INSS
              MOVE WRK-IRRF   TO FH-IRRF
              MOVE WRK-LIQUIDO TO FH-SALARIO-LIQUIDO
      *    Encargos do empregador sobre o bruto das ferias, pela
      *    rotina comum CALCENC.
              MOVE "F" TO FH-TIPO-VERBA
              MOVE WRK-BRUTO-FERIAS TO WRK-EN-BASE
              MOVE RETURN-CODE TO WRK-EN-RETORNO
              CALL "CALCENC" USING WRK-PARM-ENCARGOS
              MOVE WRK-EN-FGTS      TO FH-FGTS
              MOVE WRK-EN-INSS-EMP  TO FH-INSS-EMPRESA
              MOVE WRK-EN-TERCEIROS TO FH-TERCEIROS
              WRITE FUNCHIST-REG
              MOVE FV-CODIGO      TO FG-CODIGO
              MOVE FV-DATA-INICIO TO FG-DATA-INICIO
              IF FM-ADMISSAO = ZEROS
                  GO TO 8100-SAIDA
              END-IF
              PERFORM 0235-MONTA-PERIODOS
              IF WRK-QTD-PERIODOS = ZEROS
                  AND WRK-PERIODOS-PERDIDOS = ZEROS
                  GO TO 8100-SAIDA
              END-IF
              MOVE FM-CODIGO TO WRK-NUM-BUSCA
                  UNTIL WRK-IDX-PERIODO GREATER WRK-QTD-PERIODOS
                  PERFORM 8200-RELATA-PERIODO
              END-PERFORM
              IF WRK-PERIODOS-PERDIDOS GREATER ZERO
                  MOVE WRK-PERIODOS-PERDIDOS TO WRK-QTD-ED
                  MOVE SPACES TO WRK-IMP-LINHA
                  STRING "  PERIODOS PERDIDOS POR AFASTAMENTO : "
                      DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.
         8100-SAIDA.
              EXIT.

         8200-RELATA-PERIODO SECTION.
              MOVE TAB-PE-INI(WRK-IDX-PERIODO) TO WRK-MES-CONV
              PERFORM 0239-CONVERTE-MES
              MOVE WRK-CONV-ANO TO WRK-PER-INI-ANO
              MOVE WRK-CONV-MES TO WRK-PER-INI-MES
              MOVE TAB-PE-FIM(WRK-IDX-PERIODO) TO WRK-MES-CONV
              PERFORM 0239-CONVERTE-MES
              MOVE WRK-CONV-ANO TO WRK-PER-FIM-ANO
              MOVE WRK-CONV-MES TO WRK-PER-FIM-MES
      *    Limite de concessao: fim do periodo aquisitivo mais 11
      *    meses.
              COMPUTE WRK-MES-SERIAL-LIM =
                  TAB-PE-FIM(WRK-IDX-PERIODO) + 11
              DIVIDE WRK-MES-SERIAL-LIM BY 12 GIVING WRK-LIM-ANO
                  REMAINDER WRK-LIM-MES
              IF WRK-LIM-MES = ZEROS
