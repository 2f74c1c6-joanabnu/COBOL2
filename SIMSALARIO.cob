      *   03/12/2024 - JLS - Layout do mestre ganha a data de
      *                      admissao no final, acompanhando o
      *                      PROGRAMA06; a simulacao nao usa o campo.
      *   13/02/2025 - JLS - Relatorio passa a listar quem esta dentro
      *                      da faixa do cargo (CARGOS.DAT,
      *                      FUNCCARGO.DAT) e sairia dela com o reajuste
      *                      proposto.
      *   14/02/2025 - JLS - A simulacao passa a usar o conjunto de
      *                      faixas de PARAMINSS/PARAMIRRF em vigor na
      *                      data da execucao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMSALARIO.
           SELECT SIMSALREL-FILE ASSIGN TO "SIMSALREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT CARGOS-FILE ASSIGN TO "CARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGOS.
           SELECT FUNCCARGO-FILE ASSIGN TO "FUNCCARGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-CODIGO
               FILE STATUS IS WRK-STATUS-FUNCCARGO.

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

       FD  SIMSALREL-FILE.
       01  SIMSALREL-REG             PIC X(100).

       FD  CARGOS-FILE.
       01  CARGOS-REG.
           05 CG-CODIGO              PIC X(04).
           05 CG-TITULO              PIC X(30).
           05 CG-MINIMO              PIC 9(06).
           05 CG-MEDIO               PIC 9(06).
           05 CG-MAXIMO              PIC 9(06).

       FD  FUNCCARGO-FILE.
       01  FUNCCARGO-REG.
           05 FC-CODIGO              PIC 9(04).
           05 FC-CARGO               PIC X(04).
           05 FC-APROVADOR           PIC X(08).
           05 FC-DATA-APROVACAO      PIC 9(08).
           05 FC-ATUALIZACAO         PIC 9(08).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.
                 10 TAB-IR-ALIQ       PIC 9V9999.
                 10 TAB-IR-PARCELA    PIC 9(06)V99.
         77 WRK-QTD-IRRF         PIC 9(02) VALUE ZEROS.
         77 WRK-DATA-REF-TAB     PIC 9(08) VALUE ZEROS.
         77 WRK-VIG-INSS         PIC 9(08) VALUE ZEROS.
         77 WRK-VIG-IRRF         PIC 9(08) VALUE ZEROS.

         77 WRK-SALARIO          PIC 9(07)V99 VALUE ZEROS.
         77 WRK-INSS             PIC 9(06)V99 VALUE ZEROS.
             05 WRK-LD-DIF         PIC -ZZZ.ZZZ.ZZ9,99.
         77 WRK-DIF               PIC S9(10)V99 VALUE ZEROS.

      *    Faixa do cargo (CARGOS.DAT) e cargo de cada funcionario
      *    (FUNCCARGO.DAT): lista quem esta dentro da faixa hoje e
      *    sairia dela com o reajuste proposto. Sem os dois arquivos
      *    a lista sai vazia com o aviso.
         77 WRK-STATUS-CARGOS    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FUNCCARGO PIC X(02) VALUE SPACES.
         77 WRK-FIM-CARGOS       PIC X(01) VALUE "N".
             88 FIM-CARGOS VALUE "S".
         77 WRK-HA-FUNCCARGO     PIC X(01) VALUE "N".
             88 HA-FUNCCARGO VALUE "S".
         77 WRK-ACHOU-CARGO      PIC X(01) VALUE "N".
             88 ACHOU-CARGO VALUE "S".
         01 TAB-CARGOS.
             05 TAB-CG-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-CARGOS
                 INDEXED BY TAB-CG-IDX.
                 10 TAB-CG-CODIGO     PIC X(04).
                 10 TAB-CG-MINIMO     PIC 9(06).
                 10 TAB-CG-MAXIMO     PIC 9(06).
         77 WRK-QTD-CARGOS       PIC 9(03) VALUE ZEROS.
         01 TAB-FORA.
             05 TAB-FO-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-FORA
                 INDEXED BY TAB-FO-IDX.
                 10 TAB-FO-CODIGO     PIC 9(04).
                 10 TAB-FO-NOME       PIC X(15).
                 10 TAB-FO-CARGO      PIC X(04).
                 10 TAB-FO-ATUAL      PIC 9(07)V99.
                 10 TAB-FO-PROPOSTO   PIC 9(07)V99.
                 10 TAB-FO-MINIMO     PIC 9(06).
                 10 TAB-FO-MAXIMO     PIC 9(06).
         77 WRK-QTD-FORA         PIC 9(04) VALUE ZEROS.
         77 WRK-TOTAL-FORA       PIC 9(04) VALUE ZEROS.
         77 WRK-SEM-CARGO        PIC 9(04) VALUE ZEROS.

         01 WRK-LINHA-FORA.
             05 WRK-LF-CODIGO      PIC 9(04).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-NOME        PIC X(15).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-CARGO       PIC X(04).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-ATUAL       PIC ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-PROPOSTO    PIC Z.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-MINIMO      PIC ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE "-".
             05 WRK-LF-MAXIMO      PIC ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-SITUACAO    PIC X(15).

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE ZEROS TO WRK-QTD-REAJUSTE
              MOVE ZEROS TO WRK-QTD-INSS
              MOVE ZEROS TO WRK-QTD-IRRF
              MOVE ZEROS TO WRK-VIG-INSS
              MOVE ZEROS TO WRK-VIG-IRRF
              MOVE ZEROS TO WRK-QTD-DEP
              MOVE "N" TO WRK-FIM-CARGOS
              MOVE "N" TO WRK-HA-FUNCCARGO
              MOVE ZEROS TO WRK-QTD-CARGOS
              MOVE ZEROS TO WRK-QTD-FORA
              MOVE ZEROS TO WRK-TOTAL-FORA
              MOVE ZEROS TO WRK-SEM-CARGO.

         0010-CABECALHO SECTION.
              MOVE "SIMULA-REAJUSTE" TO WRK-JOB-NOME
         1000-INICIALIZAR SECTION.
              PERFORM 1040-CARREGA-REAJUSTE
              PERFORM 1050-CARREGA-TABELAS
              PERFORM 1060-CARREGA-CARGOS
              OPEN INPUT FUNCM-FILE
              IF WRK-STATUS-FUNCM NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
              END-IF.

         1050-CARREGA-TABELAS SECTION.
              ACCEPT WRK-DATA-REF-TAB FROM DATE YYYYMMDD
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT PARAMINSS-FILE
              IF WRK-STATUS-PARAMINSS NOT = "00"
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          PERFORM 1051-GUARDA-FAIXA-INSS
                  END-READ
              END-PERFORM
              CLOSE PARAMINSS-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
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

         1060-CARREGA-CARGOS SECTION.
              OPEN INPUT CARGOS-FILE
              IF WRK-STATUS-CARGOS NOT = "00"
                  DISPLAY "Aviso: CARGOS.DAT indisponivel (status "
                      WRK-STATUS-CARGOS ") - faixas nao conferidas"
                  GO TO 1060-SAIDA
              END-IF
              PERFORM UNTIL FIM-CARGOS
                  READ CARGOS-FILE INTO CARGOS-REG
                      AT END
                          SET FIM-CARGOS TO TRUE
                      NOT AT END
                          IF WRK-QTD-CARGOS LESS 200
                              ADD 1 TO WRK-QTD-CARGOS
                              SET TAB-CG-IDX TO WRK-QTD-CARGOS
                              MOVE CG-CODIGO
                                  TO TAB-CG-CODIGO(TAB-CG-IDX)
                              MOVE CG-MINIMO
                                  TO TAB-CG-MINIMO(TAB-CG-IDX)
                              MOVE CG-MAXIMO
                                  TO TAB-CG-MAXIMO(TAB-CG-IDX)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CARGOS-FILE
              OPEN INPUT FUNCCARGO-FILE
              IF WRK-STATUS-FUNCCARGO = "00"
                  SET HA-FUNCCARGO TO TRUE
              ELSE
                  DISPLAY "Aviso: FUNCCARGO.DAT indisponivel (status "
                      WRK-STATUS-FUNCCARGO ") - faixas nao conferidas"
              END-IF.
         1060-SAIDA.
              EXIT.

         0100-VARRE-MESTRE SECTION.
              MOVE LOW-VALUES TO FM-CODIGO
              PERFORM 0400-CALCULA-DESCONTO
              ADD WRK-SALARIO TO TAB-DP-BRUTO-PROP(TAB-DP-IDX)
              ADD WRK-INSS TO TAB-DP-INSS-PROP(TAB-DP-IDX)
              ADD WRK-LIQUIDO TO TAB-DP-LIQ-PROP(TAB-DP-IDX)
              IF HA-FUNCCARGO
                  PERFORM 0270-CONFERE-FAIXA
              END-IF.

      *    Dentro da faixa hoje e fora dela com o salario proposto.
      *    Funcionario sem cargo ou com cargo fora do cadastro so
      *    entra na contagem de sem cargo.
         0270-CONFERE-FAIXA SECTION.
              MOVE "N" TO WRK-ACHOU-CARGO
              MOVE FM-CODIGO TO FC-CODIGO
              READ FUNCCARGO-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF WRK-QTD-CARGOS GREATER ZERO
                          SET TAB-CG-IDX TO 1
                          SEARCH TAB-CG-REG
                              AT END
                                  CONTINUE
                              WHEN TAB-CG-CODIGO(TAB-CG-IDX) = FC-CARGO
                                  SET ACHOU-CARGO TO TRUE
                          END-SEARCH
                      END-IF
              END-READ
              IF NOT ACHOU-CARGO
                  ADD 1 TO WRK-SEM-CARGO
                  GO TO 0270-SAIDA
              END-IF
              IF FM-SALARIO LESS TAB-CG-MINIMO(TAB-CG-IDX)
                  OR FM-SALARIO GREATER TAB-CG-MAXIMO(TAB-CG-IDX)
                  GO TO 0270-SAIDA
              END-IF
              IF WRK-SALARIO-PROPOSTO NOT LESS
                  TAB-CG-MINIMO(TAB-CG-IDX)
                  AND WRK-SALARIO-PROPOSTO NOT GREATER
                  TAB-CG-MAXIMO(TAB-CG-IDX)
                  GO TO 0270-SAIDA
              END-IF
              ADD 1 TO WRK-TOTAL-FORA
              IF WRK-QTD-FORA NOT LESS 500
                  GO TO 0270-SAIDA
              END-IF
              ADD 1 TO WRK-QTD-FORA
              SET TAB-FO-IDX TO WRK-QTD-FORA
              MOVE FM-CODIGO TO TAB-FO-CODIGO(TAB-FO-IDX)
              MOVE FM-NOME TO TAB-FO-NOME(TAB-FO-IDX)
              MOVE FC-CARGO TO TAB-FO-CARGO(TAB-FO-IDX)
              MOVE FM-SALARIO TO TAB-FO-ATUAL(TAB-FO-IDX)
              MOVE WRK-SALARIO-PROPOSTO TO TAB-FO-PROPOSTO(TAB-FO-IDX)
              MOVE TAB-CG-MINIMO(TAB-CG-IDX)
                  TO TAB-FO-MINIMO(TAB-FO-IDX)
              MOVE TAB-CG-MAXIMO(TAB-CG-IDX)
                  TO TAB-FO-MAXIMO(TAB-FO-IDX).
         0270-SAIDA.
              EXIT.

      *    Reajuste unico (F) ou pelo percentual da primeira faixa
      *    que alcanca o salario atual (B).
                      - TAB-DP-LIQ-ATU(TAB-DP-IDX)
                  MOVE WRK-DIF TO WRK-LD-DIF
                  WRITE SIMSALREL-REG FROM WRK-LINHA-DEP
              END-PERFORM
              PERFORM 8100-GRAVA-FORA-FAIXA.

         8100-GRAVA-FORA-FAIXA SECTION.
              MOVE SPACES TO SIMSALREL-REG
              WRITE SIMSALREL-REG
              MOVE "SAIRIAM DA FAIXA DO CARGO COM O REAJUSTE :"
                  TO SIMSALREL-REG
              WRITE SIMSALREL-REG
              IF NOT HA-FUNCCARGO
                  MOVE "  (CARGOS.DAT/FUNCCARGO.DAT INDISPONIVEIS)"
                      TO SIMSALREL-REG
                  WRITE SIMSALREL-REG
                  GO TO 8100-SAIDA
              END-IF
              PERFORM VARYING TAB-FO-IDX FROM 1 BY 1
                  UNTIL TAB-FO-IDX GREATER WRK-QTD-FORA
                  MOVE TAB-FO-CODIGO(TAB-FO-IDX) TO WRK-LF-CODIGO
                  MOVE TAB-FO-NOME(TAB-FO-IDX) TO WRK-LF-NOME
                  MOVE TAB-FO-CARGO(TAB-FO-IDX) TO WRK-LF-CARGO
                  MOVE TAB-FO-ATUAL(TAB-FO-IDX) TO WRK-LF-ATUAL
                  MOVE TAB-FO-PROPOSTO(TAB-FO-IDX) TO WRK-LF-PROPOSTO
                  MOVE TAB-FO-MINIMO(TAB-FO-IDX) TO WRK-LF-MINIMO
                  MOVE TAB-FO-MAXIMO(TAB-FO-IDX) TO WRK-LF-MAXIMO
                  IF TAB-FO-PROPOSTO(TAB-FO-IDX) GREATER
                      TAB-FO-MAXIMO(TAB-FO-IDX)
                      MOVE "ACIMA DA FAIXA" TO WRK-LF-SITUACAO
                  ELSE
                      MOVE "ABAIXO DA FAIXA" TO WRK-LF-SITUACAO
                  END-IF
                  WRITE SIMSALREL-REG FROM WRK-LINHA-FORA
              END-PERFORM
              MOVE WRK-TOTAL-FORA TO WRK-LD-QTD
              MOVE SPACES TO SIMSALREL-REG
              STRING "  TOTAL FORA DA FAIXA : " DELIMITED BY SIZE
                  WRK-LD-QTD DELIMITED BY SIZE
                  INTO SIMSALREL-REG
              WRITE SIMSALREL-REG
              MOVE WRK-SEM-CARGO TO WRK-LD-QTD
              MOVE SPACES TO SIMSALREL-REG
              STRING "  SEM CARGO CADASTRADO: " DELIMITED BY SIZE
                  WRK-LD-QTD DELIMITED BY SIZE
                  INTO SIMSALREL-REG
              WRITE SIMSALREL-REG.
         8100-SAIDA.
              EXIT.

         9000-FINALIZAR SECTION.
              CLOSE SIMSALREL-FILE
              IF HA-FUNCCARGO
                  CLOSE FUNCCARGO-FILE
              END-IF
              PERFORM 9900-RODAPE.

         9900-RODAPE SECTION.
