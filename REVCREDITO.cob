      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 28/01/2025
      * Purpose: Revisao trimestral de limite de credito. O
      *          CL-LIMITE-CREDITO do CLIENTES.DAT e definido uma vez
      *          e so muda quando alguem reclama, embora o
      *          CONTASREC.DAT mostre como cada cliente de fato paga.
      *          Para o trimestre que termina na competencia de
      *          PARAMREVCRED.DAT (AAAAMM; zerada ou sem o parametro,
      *          o mes anterior ao da execucao) o lote apura por
      *          cliente o atraso medio em dias dos titulos (pagos
      *          pela data do ultimo pagamento, em aberto vencidos
      *          pela data de hoje), o maior saldo vencido, o volume
      *          faturado (titulos da competencia e, para competencia
      *          ainda sem titulo, o FATURAMENTO.DAT) e as retencoes
      *          de credito (PEDHOLD.DAT pendentes e HOLDAUD.DAT
      *          decididas no periodo). As regras de PARAMREVCRED.DAT
      *          sugerem o novo limite: bom pagador perto do limite
      *          (uso do maior faturamento mensal ou retencao no
      *          periodo) tem aumento; atrasador cronico tem corte;
      *          o resto mantem. O relatorio da mesa financeira sai
      *          em REVCREDREL.DAT (padrao IMPRESSAOCPY) e cada
      *          aumento ou corte sugerido vira um movimento de
      *          alteracao no layout do CLIENTEMOV.DAT em
      *          LIMSUGEST.DAT, com o operador em branco: a mesa
      *          aprova preenchendo o seu codigo (posicoes 111 a 118)
      *          nas linhas aceitas e passa o arquivo ao MANCLIENTE,
      *          que recusa linha sem operador. Nenhum limite muda
      *          sem essa aprovacao.
      * Tectonics: cobc
      * Mod Log:
      *   02/02/2025 - JLS - Layout de CONTASREC.DAT com o tipo do
      *                      titulo (CR-TIPO); titulo de encargos por
      *                      atraso fica fora do faturado e do atraso
      *                      medido.
      *   03/02/2025 - JLS - Layout de CONTASREC.DAT com a data da
      *                      remessa de cobranca ao banco
      *                      (CR-DATA-REMESSA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVCREDITO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CLIENTES.
           SELECT CONTASREC-FILE ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTASREC.
           SELECT FATURAMENTO-FILE ASSIGN TO "FATURAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATURAMENTO.
           SELECT PEDHOLD-FILE ASSIGN TO "PEDHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDHOLD.
           SELECT HOLDAUD-FILE ASSIGN TO "HOLDAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HOLDAUD.
           SELECT PARAMREVCRED-FILE ASSIGN TO "PARAMREVCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMREVCRED.
           SELECT REVCREDREL-FILE ASSIGN TO "REVCREDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT LIMSUGEST-FILE ASSIGN TO "LIMSUGEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LIMSUGEST.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE.
       01  CLIENTES-REG.
           05 CL-CODIGO               PIC 9(05).
           05 CL-NOME                 PIC X(30).
           05 CL-ENDERECO             PIC X(40).
           05 CL-LIMITE-CREDITO       PIC 9(09).
           05 CL-CNPJ                 PIC X(14).
           05 CL-UF-COBRANCA          PIC X(02).
           05 CL-CEP-COBRANCA         PIC 9(08).
           05 CL-SITUACAO             PIC X(01).
           05 CL-CONSOLIDA            PIC X(01).

       FD  CONTASREC-FILE.
       01  CONTASREC-REG.
           05 CR-COMPETENCIA          PIC 9(06).
           05 CR-CLIENTE              PIC 9(05).
           05 CR-DATA-EMISSAO         PIC 9(08).
           05 CR-DATA-VENCTO          PIC 9(08).
           05 CR-VALOR-ORIGINAL       PIC 9(10)V99.
           05 CR-VALOR-PAGO           PIC 9(10)V99.
           05 CR-STATUS               PIC X(08).
           05 CR-VALOR-CREDITO        PIC 9(10)V99.
           05 CR-DATA-PAGTO           PIC 9(08).
           05 CR-TIPO                 PIC X(01).
           05 CR-DATA-REMESSA         PIC 9(08).

       FD  FATURAMENTO-FILE.
       01  FATURAMENTO-REG.
           05 FT-COMPETENCIA          PIC 9(06).
           05 FT-CLIENTE              PIC 9(05).
           05 FT-QTD-PEDIDOS          PIC 9(05).
           05 FT-TOTAL-VALOR          PIC 9(10)V99.
           05 FT-TOTAL-FRETE          PIC 9(10)V99.
           05 FT-TOTAL-IMPOSTO        PIC 9(10)V99.

       FD  PEDHOLD-FILE.
       01  PEDHOLD-REG.
           05 HD-PEDIDO               PIC 9(08).
           05 HD-CLIENTE              PIC 9(05).
           05 HD-PRODUTO              PIC X(10).
           05 HD-CEP                  PIC 9(08).
           05 HD-ESTADO               PIC X(02).
           05 HD-VALOR                PIC 9(08).
           05 HD-DATA                 PIC 9(08).
           05 HD-LIMITE               PIC 9(09).
           05 HD-EXPOSICAO            PIC 9(10).
           05 HD-PESO                 PIC 9(05)V99.
           05 HD-PESO-CUBADO          PIC 9(05)V99.
           05 HD-MOEDA                PIC X(03).
           05 HD-COTACAO              PIC X(06).
           05 HD-ORIGEM               PIC X(03).
           05 HD-SERVICO              PIC X(01).

       FD  HOLDAUD-FILE.
       01  HOLDAUD-REG.
           05 AH-DATA                 PIC 9(08).
           05 AH-HORA                 PIC 9(08).
           05 AH-PEDIDO               PIC 9(08).
           05 AH-DECISAO              PIC X(01).
           05 AH-APROVADOR            PIC X(05).
           05 AH-MOTIVO               PIC X(30).
           05 AH-CLIENTE              PIC 9(05).

      *    Regras da revisao, uma linha: competencia final do
      *    trimestre; atraso medio maximo do bom pagador e uso do
      *    limite que conta como "perto do limite", com o percentual
      *    de aumento; atraso medio e quantidade de titulos atrasados
      *    do atrasador cronico, com o percentual de corte; unidade
      *    de arredondamento do limite sugerido.
       FD  PARAMREVCRED-FILE.
       01  PARAMREVCRED-REG.
           05 PV-COMPETENCIA          PIC 9(06).
           05 PV-DIAS-BOM             PIC 9(03).
           05 PV-PCT-USO              PIC 9(03).
           05 PV-PCT-AUMENTO          PIC 9(03).
           05 PV-DIAS-RUIM            PIC 9(03).
           05 PV-QTD-ATRASOS          PIC 9(02).
           05 PV-PCT-CORTE            PIC 9(03).
           05 PV-ARREDONDA            PIC 9(06).

       FD  REVCREDREL-FILE.
       01  REVCREDREL-REG             PIC X(80).

      *    Mesmo layout do CLIENTEMOV.DAT lido pelo MANCLIENTE.
       FD  LIMSUGEST-FILE.
       01  LIMSUGEST-REG.
           05 LS-TIPO-MOVTO           PIC X(01).
           05 LS-CODIGO               PIC 9(05).
           05 LS-NOME                 PIC X(30).
           05 LS-ENDERECO             PIC X(40).
           05 LS-LIMITE-CREDITO       PIC 9(09).
           05 LS-CNPJ                 PIC X(14).
           05 LS-UF-COBRANCA          PIC X(02).
           05 LS-CEP-COBRANCA         PIC 9(08).
           05 LS-SITUACAO             PIC X(01).
           05 LS-OPERADOR             PIC X(08).
           05 LS-CONSOLIDA            PIC X(01).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         77 WRK-STATUS-CLIENTES    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CONTASREC   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FATURAMENTO PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PEDHOLD     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-HOLDAUD     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAMREVCRED PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL         PIC X(02) VALUE SPACES.
         77 WRK-STATUS-LIMSUGEST   PIC X(02) VALUE SPACES.
         77 WRK-FIM-CLIENTES       PIC X(01) VALUE "N".
             88 FIM-CLIENTES VALUE "S".
         77 WRK-FIM-CONTASREC      PIC X(01) VALUE "N".
             88 FIM-CONTASREC VALUE "S".
         77 WRK-FIM-FATURAMENTO    PIC X(01) VALUE "N".
             88 FIM-FATURAMENTO VALUE "S".
         77 WRK-FIM-PEDHOLD        PIC X(01) VALUE "N".
             88 FIM-PEDHOLD VALUE "S".
         77 WRK-FIM-HOLDAUD        PIC X(01) VALUE "N".
             88 FIM-HOLDAUD VALUE "S".

         77 WRK-DATA-SISTEMA       PIC 9(08) VALUE ZEROS.

      *    Periodo da revisao: tres competencias terminando em
      *    WRK-COMP-FIM.
         01 WRK-COMP-FIM.
             05 WRK-CF-ANO         PIC 9(04).
             05 WRK-CF-MES         PIC 9(02).
         01 WRK-COMP-INI.
             05 WRK-CI-ANO         PIC 9(04).
             05 WRK-CI-MES         PIC 9(02).
         77 WRK-COMP-FIM-N         PIC 9(06) VALUE ZEROS.
         77 WRK-COMP-INI-N         PIC 9(06) VALUE ZEROS.

         77 WRK-DIAS-BOM           PIC 9(03) VALUE 5.
         77 WRK-PCT-USO            PIC 9(03) VALUE 80.
         77 WRK-PCT-AUMENTO        PIC 9(03) VALUE 20.
         77 WRK-DIAS-RUIM          PIC 9(03) VALUE 30.
         77 WRK-QTD-ATRASOS        PIC 9(02) VALUE 2.
         77 WRK-PCT-CORTE          PIC 9(03) VALUE 30.
         77 WRK-ARREDONDA          PIC 9(06) VALUE 1000.

      *    Um registro por cliente do cadastro, com o registro
      *    inteiro guardado para montar o movimento de alteracao.
         01 TAB-REVISAO.
             05 TAB-RV-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-CLIENTES
                 INDEXED BY TAB-RV-IDX.
                 10 TAB-RV-CODIGO      PIC 9(05).
                 10 TAB-RV-CADASTRO    PIC X(110).
                 10 TAB-RV-LIMITE      PIC 9(09).
                 10 TAB-RV-SITUACAO    PIC X(01).
                 10 TAB-RV-QTD-TITULOS PIC 9(04).
                 10 TAB-RV-SOMA-DIAS   PIC 9(07).
                 10 TAB-RV-QTD-ATRASO  PIC 9(04).
                 10 TAB-RV-MAIOR-VENC  PIC 9(10)V99.
                 10 TAB-RV-FATURADO    PIC 9(11)V99.
                 10 TAB-RV-MAIOR-MES   PIC 9(10)V99.
                 10 TAB-RV-RETENCOES   PIC 9(04).
                 10 TAB-RV-ACAO        PIC X(01).
                 10 TAB-RV-SUGERIDO    PIC 9(09).
         77 WRK-QTD-CLIENTES       PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-CLIENTE      PIC X(01) VALUE "N".
             88 ACHOU-CLIENTE VALUE "S".
         77 WRK-BUSCA-CLIENTE      PIC 9(05) VALUE ZEROS.

      *    Titulos do mestre, para o FATURAMENTO.DAT so somar a
      *    competencia que ainda nao virou titulo.
         01 TAB-TITULO.
             05 TAB-TT-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-TITULO
                 INDEXED BY TAB-TT-IDX.
                 10 TAB-TT-COMPETENCIA PIC 9(06).
                 10 TAB-TT-CLIENTE     PIC 9(05).
         77 WRK-QTD-TITULO         PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-TITULO       PIC X(01) VALUE "N".
             88 ACHOU-TITULO VALUE "S".

         77 WRK-PEDIDO-ANT         PIC 9(08) VALUE ZEROS.
         77 WRK-SALDO-TITULO       PIC 9(10)V99 VALUE ZEROS.
         77 WRK-VALOR-MES          PIC 9(10)V99 VALUE ZEROS.
         77 WRK-DATA-ATE           PIC 9(08) VALUE ZEROS.
         77 WRK-ATRASO-MEDIO       PIC 9(03) VALUE ZEROS.
         77 WRK-USO                PIC 9(03) VALUE ZEROS.
         77 WRK-LIMITE-CALC        PIC 9(11) VALUE ZEROS.
         77 WRK-QUOC-ARRED         PIC 9(11) VALUE ZEROS.
         77 WRK-RESTO-ARRED        PIC 9(06) VALUE ZEROS.

      *    Dias corridos entre duas datas contados dia a dia, como
      *    no aging do CONTASREC, com teto em 999.
         77 WRK-DIAS-ATRASO        PIC 9(03) VALUE ZEROS.
         01 WRK-DATA-PASSO.
             05 WRK-DP-ANO          PIC 9(04).
             05 WRK-DP-MES          PIC 9(02).
             05 WRK-DP-DIA          PIC 9(02).
         77 WRK-DIAS-NO-MES        PIC 9(02) VALUE ZEROS.
         77 WRK-QUOC-LEAP          PIC 9(04) VALUE ZEROS.
         77 WRK-RESTO-LEAP         PIC 9(04) VALUE ZEROS.

         77 WRK-QTD-AUMENTOS       PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-CORTES         PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-MANTIDOS       PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-FORA           PIC 9(05) VALUE ZEROS.

         01 WRK-LINHA-CLIENTE.
             05 WRK-LC-CLIENTE     PIC 9(05).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-NOME        PIC X(10).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-LIMITE      PIC ZZZ.ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-ATRASO      PIC ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-QTD-ATRASO  PIC Z9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-VENCIDO     PIC ZZ.ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-FATURADO    PIC ZZ.ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-RETENCOES   PIC Z9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-USO         PIC ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-ACAO        PIC X(01).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-SUGERIDO    PIC ZZZ.ZZZ.ZZ9.

         77 WRK-QTD-ED             PIC ZZ.ZZ9.
         77 WRK-QTD-ED2            PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-CARREGA-CLIENTES
              PERFORM 0200-LE-TITULOS
              PERFORM 0300-LE-FATURAMENTO
              PERFORM 0400-LE-RETENCOES
              PERFORM 0500-SUGERE-LIMITE
                  VARYING TAB-RV-IDX FROM 1 BY 1
                  UNTIL TAB-RV-IDX GREATER WRK-QTD-CLIENTES
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-CLIENTES
              MOVE "N" TO WRK-FIM-CONTASREC
              MOVE "N" TO WRK-FIM-FATURAMENTO
              MOVE "N" TO WRK-FIM-PEDHOLD
              MOVE "N" TO WRK-FIM-HOLDAUD
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-CLIENTES
              MOVE ZEROS TO WRK-QTD-TITULO
              MOVE ZEROS TO WRK-QTD-AUMENTOS
              MOVE ZEROS TO WRK-QTD-CORTES
              MOVE ZEROS TO WRK-QTD-MANTIDOS
              MOVE ZEROS TO WRK-QTD-FORA
              MOVE 5 TO WRK-DIAS-BOM
              MOVE 80 TO WRK-PCT-USO
              MOVE 20 TO WRK-PCT-AUMENTO
              MOVE 30 TO WRK-DIAS-RUIM
              MOVE 2 TO WRK-QTD-ATRASOS
              MOVE 30 TO WRK-PCT-CORTE
              MOVE 1000 TO WRK-ARREDONDA
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "REV-CREDITO" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-PARAMETRO
              OPEN OUTPUT REVCREDREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "REVCREDREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT LIMSUGEST-FILE
              IF WRK-STATUS-LIMSUGEST NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "LIMSUGEST.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-LIMSUGEST TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE SPACES TO WRK-IMP-TITULO
              STRING "REVISAO DE CREDITO " DELIMITED BY SIZE
                  WRK-COMP-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WRK-COMP-FIM DELIMITED BY SIZE
                  INTO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "CLIEN NOME            LIMITE ATR QA    VENCIDO"
                  DELIMITED BY SIZE
                  "   FATURADO RT USO A    SUGERIDO"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

      *    Sem o parametro (ou com campo zerado) valem as regras
      *    padrao; competencia zerada e o mes anterior ao corrente.
         1050-CARREGA-PARAMETRO SECTION.
              MOVE ZEROS TO WRK-COMP-FIM-N
              OPEN INPUT PARAMREVCRED-FILE
              IF WRK-STATUS-PARAMREVCRED = "00"
                  READ PARAMREVCRED-FILE INTO PARAMREVCRED-REG
                      NOT AT END
                          PERFORM 1060-APLICA-PARAMETRO
                  END-READ
                  CLOSE PARAMREVCRED-FILE
              END-IF
              IF WRK-COMP-FIM-N = ZEROS
                  MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMP-FIM
                  IF WRK-CF-MES GREATER 1
                      SUBTRACT 1 FROM WRK-CF-MES
                  ELSE
                      MOVE 12 TO WRK-CF-MES
                      SUBTRACT 1 FROM WRK-CF-ANO
                  END-IF
              ELSE
                  MOVE WRK-COMP-FIM-N TO WRK-COMP-FIM
              END-IF
              MOVE WRK-CF-ANO TO WRK-CI-ANO
              IF WRK-CF-MES GREATER 2
                  COMPUTE WRK-CI-MES = WRK-CF-MES - 2
              ELSE
                  COMPUTE WRK-CI-MES = WRK-CF-MES + 10
                  SUBTRACT 1 FROM WRK-CI-ANO
              END-IF
              MOVE WRK-COMP-FIM TO WRK-COMP-FIM-N
              MOVE WRK-COMP-INI TO WRK-COMP-INI-N
              DISPLAY "Trimestre revisado : " WRK-COMP-INI-N
                  " a " WRK-COMP-FIM-N
              DISPLAY "Aumento de " WRK-PCT-AUMENTO "% com atraso"
                  " medio ate " WRK-DIAS-BOM " dias e uso de "
                  WRK-PCT-USO "% do limite"
              DISPLAY "Corte de " WRK-PCT-CORTE "% com atraso"
                  " medio de " WRK-DIAS-RUIM " dias em "
                  WRK-QTD-ATRASOS " titulos".

         1060-APLICA-PARAMETRO SECTION.
              IF PV-COMPETENCIA NUMERIC
                  AND PV-COMPETENCIA(5:2) GREATER "00"
                  AND PV-COMPETENCIA(5:2) LESS "13"
                  MOVE PV-COMPETENCIA TO WRK-COMP-FIM-N
              END-IF
              IF PV-DIAS-BOM NUMERIC
                  MOVE PV-DIAS-BOM TO WRK-DIAS-BOM
              END-IF
              IF PV-PCT-USO NUMERIC AND PV-PCT-USO GREATER ZERO
                  MOVE PV-PCT-USO TO WRK-PCT-USO
              END-IF
              IF PV-PCT-AUMENTO NUMERIC AND PV-PCT-AUMENTO GREATER ZERO
                  MOVE PV-PCT-AUMENTO TO WRK-PCT-AUMENTO
              END-IF
              IF PV-DIAS-RUIM NUMERIC AND PV-DIAS-RUIM GREATER ZERO
                  MOVE PV-DIAS-RUIM TO WRK-DIAS-RUIM
              END-IF
              IF PV-QTD-ATRASOS NUMERIC AND PV-QTD-ATRASOS GREATER ZERO
                  MOVE PV-QTD-ATRASOS TO WRK-QTD-ATRASOS
              END-IF
              IF PV-PCT-CORTE NUMERIC AND PV-PCT-CORTE GREATER ZERO
                  AND PV-PCT-CORTE LESS 100
                  MOVE PV-PCT-CORTE TO WRK-PCT-CORTE
              END-IF
              IF PV-ARREDONDA NUMERIC AND PV-ARREDONDA GREATER ZERO
                  MOVE PV-ARREDONDA TO WRK-ARREDONDA
              END-IF.

         0100-CARREGA-CLIENTES SECTION.
              OPEN INPUT CLIENTES-FILE
              IF WRK-STATUS-CLIENTES NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CLIENTES.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CLIENTES TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-CLIENTES
                  READ CLIENTES-FILE INTO CLIENTES-REG
                      AT END
                          SET FIM-CLIENTES TO TRUE
                      NOT AT END
                          PERFORM 0120-GUARDA-CLIENTE
                  END-READ
              END-PERFORM
              CLOSE CLIENTES-FILE.

         0120-GUARDA-CLIENTE SECTION.
              IF WRK-QTD-CLIENTES NOT LESS 500
                  DISPLAY "CLIENTES.DAT maior que o limite de"
                      " 500 clientes"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-JOB-LIDOS
              ADD 1 TO WRK-QTD-CLIENTES
              SET TAB-RV-IDX TO WRK-QTD-CLIENTES
              IF CL-SITUACAO = SPACE
                  MOVE "A" TO CL-SITUACAO
              END-IF
              IF CL-CONSOLIDA NOT = "S"
                  MOVE "N" TO CL-CONSOLIDA
              END-IF
              IF CL-LIMITE-CREDITO NOT NUMERIC
                  MOVE ZEROS TO CL-LIMITE-CREDITO
              END-IF
              MOVE CL-CODIGO TO TAB-RV-CODIGO(TAB-RV-IDX)
              MOVE CLIENTES-REG TO TAB-RV-CADASTRO(TAB-RV-IDX)
              MOVE CL-LIMITE-CREDITO TO TAB-RV-LIMITE(TAB-RV-IDX)
              MOVE CL-SITUACAO TO TAB-RV-SITUACAO(TAB-RV-IDX)
              MOVE ZEROS TO TAB-RV-QTD-TITULOS(TAB-RV-IDX)
              MOVE ZEROS TO TAB-RV-SOMA-DIAS(TAB-RV-IDX)
              MOVE ZEROS TO TAB-RV-QTD-ATRASO(TAB-RV-IDX)
              MOVE ZEROS TO TAB-RV-MAIOR-VENC(TAB-RV-IDX)
              MOVE ZEROS TO TAB-RV-FATURADO(TAB-RV-IDX)
              MOVE ZEROS TO TAB-RV-MAIOR-MES(TAB-RV-IDX)
              MOVE ZEROS TO TAB-RV-RETENCOES(TAB-RV-IDX)
              MOVE SPACE TO TAB-RV-ACAO(TAB-RV-IDX)
              MOVE ZEROS TO TAB-RV-SUGERIDO(TAB-RV-IDX).

         0150-LOCALIZA-CLIENTE SECTION.
              MOVE "N" TO WRK-ACHOU-CLIENTE
              IF WRK-QTD-CLIENTES GREATER ZERO
                  SET TAB-RV-IDX TO 1
                  SEARCH TAB-RV-REG
                      AT END
                          CONTINUE
                      WHEN TAB-RV-CODIGO(TAB-RV-IDX) = WRK-BUSCA-CLIENTE
                          SET ACHOU-CLIENTE TO TRUE
                  END-SEARCH
              END-IF.

      *    Entra na revisao o titulo da competencia do trimestre e o
      *    titulo mais antigo ainda em aberto e vencido. Pago: atraso
      *    ate a data do ultimo pagamento (titulo quitado sem a data,
      *    anterior a ela, fica fora da media). Em aberto vencido:
      *    atraso ate hoje. Em aberto a vencer nao conta.
         0200-LE-TITULOS SECTION.
              OPEN INPUT CONTASREC-FILE
              IF WRK-STATUS-CONTASREC NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CONTASREC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CONTASREC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-CONTASREC
                  READ CONTASREC-FILE INTO CONTASREC-REG
                      AT END
                          SET FIM-CONTASREC TO TRUE
                      NOT AT END
                          PERFORM 0220-AVALIA-TITULO THRU 0220-SAIDA
                  END-READ
              END-PERFORM
              CLOSE CONTASREC-FILE.

         0220-AVALIA-TITULO SECTION.
              IF CR-VALOR-CREDITO NOT NUMERIC
                  MOVE ZEROS TO CR-VALOR-CREDITO
              END-IF
              IF CR-DATA-PAGTO NOT NUMERIC
                  MOVE ZEROS TO CR-DATA-PAGTO
              END-IF
      *    Titulo de encargos por atraso nao e faturamento nem mede
      *    pontualidade: o atraso ja conta no titulo que o gerou.
              IF CR-TIPO = "E"
                  GO TO 0220-SAIDA
              END-IF
              IF WRK-QTD-TITULO NOT LESS 500
                  DISPLAY "CONTASREC.DAT maior que o limite de"
                      " 500 titulos"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-TITULO
              SET TAB-TT-IDX TO WRK-QTD-TITULO
              MOVE CR-COMPETENCIA TO TAB-TT-COMPETENCIA(TAB-TT-IDX)
              MOVE CR-CLIENTE TO TAB-TT-CLIENTE(TAB-TT-IDX)
              MOVE CR-CLIENTE TO WRK-BUSCA-CLIENTE
              PERFORM 0150-LOCALIZA-CLIENTE
              IF NOT ACHOU-CLIENTE
                  GO TO 0220-SAIDA
              END-IF
              IF CR-COMPETENCIA NOT LESS WRK-COMP-INI-N
                  AND CR-COMPETENCIA NOT GREATER WRK-COMP-FIM-N
                  ADD CR-VALOR-ORIGINAL TO TAB-RV-FATURADO(TAB-RV-IDX)
                  IF CR-VALOR-ORIGINAL GREATER
                      TAB-RV-MAIOR-MES(TAB-RV-IDX)
                      MOVE CR-VALOR-ORIGINAL
                          TO TAB-RV-MAIOR-MES(TAB-RV-IDX)
                  END-IF
              ELSE
                  IF CR-STATUS = "QUITADO"
                      OR CR-DATA-VENCTO NOT LESS WRK-DATA-SISTEMA
                      GO TO 0220-SAIDA
                  END-IF
              END-IF
              MOVE ZEROS TO WRK-SALDO-TITULO
              EVALUATE TRUE
                  WHEN CR-STATUS = "QUITADO"
                      IF CR-DATA-PAGTO = ZEROS
                          GO TO 0220-SAIDA
                      END-IF
                      MOVE CR-DATA-PAGTO TO WRK-DATA-ATE
                      IF CR-DATA-PAGTO GREATER CR-DATA-VENCTO
                          COMPUTE WRK-SALDO-TITULO =
                              CR-VALOR-ORIGINAL - CR-VALOR-CREDITO
                      END-IF
                  WHEN CR-DATA-VENCTO LESS WRK-DATA-SISTEMA
                      MOVE WRK-DATA-SISTEMA TO WRK-DATA-ATE
                      COMPUTE WRK-SALDO-TITULO = CR-VALOR-ORIGINAL
                          - CR-VALOR-PAGO - CR-VALOR-CREDITO
                  WHEN OTHER
                      GO TO 0220-SAIDA
              END-EVALUATE
              PERFORM 0800-CONTA-ATRASO
              ADD 1 TO TAB-RV-QTD-TITULOS(TAB-RV-IDX)
              ADD WRK-DIAS-ATRASO TO TAB-RV-SOMA-DIAS(TAB-RV-IDX)
              IF WRK-DIAS-ATRASO GREATER ZERO
                  ADD 1 TO TAB-RV-QTD-ATRASO(TAB-RV-IDX)
                  IF WRK-SALDO-TITULO GREATER
                      TAB-RV-MAIOR-VENC(TAB-RV-IDX)
                      MOVE WRK-SALDO-TITULO
                          TO TAB-RV-MAIOR-VENC(TAB-RV-IDX)
                  END-IF
              END-IF.
         0220-SAIDA.
              EXIT.

      *    FATURAMENTO.DAT traz so a ultima competencia faturada;
      *    conta quando o CONTASREC ainda nao abriu o titulo dela.
         0300-LE-FATURAMENTO SECTION.
              OPEN INPUT FATURAMENTO-FILE
              IF WRK-STATUS-FATURAMENTO NOT = "00"
                  GO TO 0300-SAIDA
              END-IF
              PERFORM UNTIL FIM-FATURAMENTO
                  READ FATURAMENTO-FILE INTO FATURAMENTO-REG
                      AT END
                          SET FIM-FATURAMENTO TO TRUE
                      NOT AT END
                          PERFORM 0320-SOMA-FATURAMENTO
                  END-READ
              END-PERFORM
              CLOSE FATURAMENTO-FILE.
         0300-SAIDA.
              EXIT.

         0320-SOMA-FATURAMENTO SECTION.
              IF FT-COMPETENCIA LESS WRK-COMP-INI-N
                  OR FT-COMPETENCIA GREATER WRK-COMP-FIM-N
                  GO TO 0320-SAIDA
              END-IF
              MOVE "N" TO WRK-ACHOU-TITULO
              IF WRK-QTD-TITULO GREATER ZERO
                  SET TAB-TT-IDX TO 1
                  SEARCH TAB-TT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-TT-COMPETENCIA(TAB-TT-IDX) =
                          FT-COMPETENCIA
                          AND TAB-TT-CLIENTE(TAB-TT-IDX) = FT-CLIENTE
                          SET ACHOU-TITULO TO TRUE
                  END-SEARCH
              END-IF
              IF ACHOU-TITULO
                  GO TO 0320-SAIDA
              END-IF
              MOVE FT-CLIENTE TO WRK-BUSCA-CLIENTE
              PERFORM 0150-LOCALIZA-CLIENTE
              IF ACHOU-CLIENTE
                  ADD FT-TOTAL-IMPOSTO TO TAB-RV-FATURADO(TAB-RV-IDX)
                  IF FT-TOTAL-IMPOSTO GREATER
                      TAB-RV-MAIOR-MES(TAB-RV-IDX)
                      MOVE FT-TOTAL-IMPOSTO
                          TO TAB-RV-MAIOR-MES(TAB-RV-IDX)
                  END-IF
              END-IF.
         0320-SAIDA.
              EXIT.

      *    Retencao de credito no periodo: pedido ainda retido com
      *    data do pedido no trimestre (uma vez por pedido, as linhas
      *    de item vem juntas) e decisao de liberacao ou recusa
      *    tomada no trimestre. Decisao gravada antes do cliente
      *    entrar no HOLDAUD.DAT nao tem a quem contar.
         0400-LE-RETENCOES SECTION.
              MOVE ZEROS TO WRK-PEDIDO-ANT
              OPEN INPUT PEDHOLD-FILE
              IF WRK-STATUS-PEDHOLD = "00"
                  PERFORM UNTIL FIM-PEDHOLD
                      READ PEDHOLD-FILE INTO PEDHOLD-REG
                          AT END
                              SET FIM-PEDHOLD TO TRUE
                          NOT AT END
                              IF HD-PEDIDO NOT = WRK-PEDIDO-ANT
                                  AND HD-DATA(1:6) NOT LESS
                                      WRK-COMP-INI
                                  AND HD-DATA(1:6) NOT GREATER
                                      WRK-COMP-FIM
                                  MOVE HD-CLIENTE TO WRK-BUSCA-CLIENTE
                                  PERFORM 0420-CONTA-RETENCAO
                              END-IF
                              MOVE HD-PEDIDO TO WRK-PEDIDO-ANT
                      END-READ
                  END-PERFORM
                  CLOSE PEDHOLD-FILE
              END-IF
              OPEN INPUT HOLDAUD-FILE
              IF WRK-STATUS-HOLDAUD = "00"
                  PERFORM UNTIL FIM-HOLDAUD
                      READ HOLDAUD-FILE INTO HOLDAUD-REG
                          AT END
                              SET FIM-HOLDAUD TO TRUE
                          NOT AT END
                              IF AH-CLIENTE NUMERIC
                                  AND AH-CLIENTE GREATER ZERO
                                  AND AH-DATA(1:6) NOT LESS
                                      WRK-COMP-INI
                                  AND AH-DATA(1:6) NOT GREATER
                                      WRK-COMP-FIM
                                  MOVE AH-CLIENTE TO WRK-BUSCA-CLIENTE
                                  PERFORM 0420-CONTA-RETENCAO
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE HOLDAUD-FILE
              END-IF.

         0420-CONTA-RETENCAO SECTION.
              PERFORM 0150-LOCALIZA-CLIENTE
              IF ACHOU-CLIENTE
                  ADD 1 TO TAB-RV-RETENCOES(TAB-RV-IDX)
              END-IF.

      *    Regras: cliente bloqueado ou inativo fica fora (F); sem
      *    titulo avaliado nem faturamento, sem movimento (S);
      *    atrasador cronico tem corte (R), arredondado para baixo;
      *    bom pagador sem saldo vencido e perto do limite (uso do
      *    maior faturamento mensal ou retencao no trimestre) tem
      *    aumento (A), arredondado para cima; o resto mantem (M).
         0500-SUGERE-LIMITE SECTION.
              MOVE ZEROS TO WRK-ATRASO-MEDIO
              IF TAB-RV-QTD-TITULOS(TAB-RV-IDX) GREATER ZERO
                  COMPUTE WRK-ATRASO-MEDIO ROUNDED =
                      TAB-RV-SOMA-DIAS(TAB-RV-IDX) /
                      TAB-RV-QTD-TITULOS(TAB-RV-IDX)
                      ON SIZE ERROR
                          MOVE 999 TO WRK-ATRASO-MEDIO
                  END-COMPUTE
              END-IF
              PERFORM 0520-CALCULA-USO
              MOVE TAB-RV-LIMITE(TAB-RV-IDX)
                  TO TAB-RV-SUGERIDO(TAB-RV-IDX)
              EVALUATE TRUE
                  WHEN TAB-RV-SITUACAO(TAB-RV-IDX) NOT = "A"
                      MOVE "F" TO TAB-RV-ACAO(TAB-RV-IDX)
                  WHEN TAB-RV-QTD-TITULOS(TAB-RV-IDX) = ZEROS
                      AND TAB-RV-FATURADO(TAB-RV-IDX) = ZEROS
                      MOVE "S" TO TAB-RV-ACAO(TAB-RV-IDX)
                  WHEN WRK-ATRASO-MEDIO NOT LESS WRK-DIAS-RUIM
                      AND TAB-RV-QTD-ATRASO(TAB-RV-IDX) NOT LESS
                          WRK-QTD-ATRASOS
                      PERFORM 0540-CALCULA-CORTE
                  WHEN WRK-ATRASO-MEDIO NOT GREATER WRK-DIAS-BOM
                      AND TAB-RV-LIMITE(TAB-RV-IDX) GREATER ZERO
                      AND (WRK-USO NOT LESS WRK-PCT-USO
                      OR TAB-RV-RETENCOES(TAB-RV-IDX) GREATER ZERO)
                      PERFORM 0560-CALCULA-AUMENTO
                  WHEN OTHER
                      MOVE "M" TO TAB-RV-ACAO(TAB-RV-IDX)
              END-EVALUATE
              IF (TAB-RV-ACAO(TAB-RV-IDX) = "A"
                  OR TAB-RV-ACAO(TAB-RV-IDX) = "R")
                  AND TAB-RV-SUGERIDO(TAB-RV-IDX) =
                      TAB-RV-LIMITE(TAB-RV-IDX)
                  MOVE "M" TO TAB-RV-ACAO(TAB-RV-IDX)
              END-IF
              EVALUATE TAB-RV-ACAO(TAB-RV-IDX)
                  WHEN "A"
                      ADD 1 TO WRK-QTD-AUMENTOS
                      PERFORM 0600-GRAVA-MOVIMENTO
                  WHEN "R"
                      ADD 1 TO WRK-QTD-CORTES
                      PERFORM 0600-GRAVA-MOVIMENTO
                  WHEN "F"
                      ADD 1 TO WRK-QTD-FORA
                  WHEN OTHER
                      ADD 1 TO WRK-QTD-MANTIDOS
              END-EVALUATE.

      *    Uso: maior faturamento mensal do trimestre sobre o limite,
      *    em percentual, com teto em 999.
         0520-CALCULA-USO SECTION.
              MOVE ZEROS TO WRK-USO
              IF TAB-RV-MAIOR-MES(TAB-RV-IDX) = ZEROS
                  GO TO 0520-SAIDA
              END-IF
              IF TAB-RV-LIMITE(TAB-RV-IDX) = ZEROS
                  MOVE 999 TO WRK-USO
                  GO TO 0520-SAIDA
              END-IF
              COMPUTE WRK-USO ROUNDED =
                  TAB-RV-MAIOR-MES(TAB-RV-IDX) * 100 /
                  TAB-RV-LIMITE(TAB-RV-IDX)
                  ON SIZE ERROR
                      MOVE 999 TO WRK-USO
              END-COMPUTE.
         0520-SAIDA.
              EXIT.

         0540-CALCULA-CORTE SECTION.
              MOVE "R" TO TAB-RV-ACAO(TAB-RV-IDX)
              COMPUTE WRK-LIMITE-CALC =
                  TAB-RV-LIMITE(TAB-RV-IDX) * (100 - WRK-PCT-CORTE)
                  / 100
              DIVIDE WRK-LIMITE-CALC BY WRK-ARREDONDA
                  GIVING WRK-QUOC-ARRED REMAINDER WRK-RESTO-ARRED
              COMPUTE WRK-LIMITE-CALC = WRK-QUOC-ARRED * WRK-ARREDONDA
              MOVE WRK-LIMITE-CALC TO TAB-RV-SUGERIDO(TAB-RV-IDX).

         0560-CALCULA-AUMENTO SECTION.
              MOVE "A" TO TAB-RV-ACAO(TAB-RV-IDX)
              COMPUTE WRK-LIMITE-CALC =
                  TAB-RV-LIMITE(TAB-RV-IDX) * (100 + WRK-PCT-AUMENTO)
                  / 100
              DIVIDE WRK-LIMITE-CALC BY WRK-ARREDONDA
                  GIVING WRK-QUOC-ARRED REMAINDER WRK-RESTO-ARRED
              IF WRK-RESTO-ARRED GREATER ZERO
                  ADD 1 TO WRK-QUOC-ARRED
              END-IF
              COMPUTE WRK-LIMITE-CALC = WRK-QUOC-ARRED * WRK-ARREDONDA
              IF WRK-LIMITE-CALC GREATER 999999999
                  MOVE 999999999 TO WRK-LIMITE-CALC
              END-IF
              MOVE WRK-LIMITE-CALC TO TAB-RV-SUGERIDO(TAB-RV-IDX).

      *    Movimento de alteracao com o cadastro atual e o limite
      *    sugerido; operador em branco ate a mesa aprovar.
         0600-GRAVA-MOVIMENTO SECTION.
              MOVE TAB-RV-CADASTRO(TAB-RV-IDX) TO CLIENTES-REG
              MOVE "C"               TO LS-TIPO-MOVTO
              MOVE CL-CODIGO         TO LS-CODIGO
              MOVE CL-NOME           TO LS-NOME
              MOVE CL-ENDERECO       TO LS-ENDERECO
              MOVE TAB-RV-SUGERIDO(TAB-RV-IDX) TO LS-LIMITE-CREDITO
              MOVE CL-CNPJ           TO LS-CNPJ
              MOVE CL-UF-COBRANCA    TO LS-UF-COBRANCA
              MOVE CL-CEP-COBRANCA   TO LS-CEP-COBRANCA
              MOVE CL-SITUACAO       TO LS-SITUACAO
              MOVE SPACES            TO LS-OPERADOR
              MOVE CL-CONSOLIDA      TO LS-CONSOLIDA
              WRITE LIMSUGEST-REG
              ADD 1 TO WRK-JOB-GRAVADOS.

      *    Dias corridos de CR-DATA-VENCTO ate WRK-DATA-ATE.
         0800-CONTA-ATRASO SECTION.
              MOVE ZEROS TO WRK-DIAS-ATRASO
              IF CR-DATA-VENCTO LESS WRK-DATA-ATE
                  MOVE CR-DATA-VENCTO TO WRK-DATA-PASSO
                  PERFORM UNTIL WRK-DATA-PASSO NOT LESS WRK-DATA-ATE
                      OR WRK-DIAS-ATRASO NOT LESS 999
                      PERFORM 0820-AVANCA-UM-DIA
                      ADD 1 TO WRK-DIAS-ATRASO
                  END-PERFORM
              END-IF.

         0820-AVANCA-UM-DIA SECTION.
              PERFORM 0840-DIAS-DO-MES
              IF WRK-DP-DIA LESS WRK-DIAS-NO-MES
                  ADD 1 TO WRK-DP-DIA
              ELSE
                  MOVE 1 TO WRK-DP-DIA
                  IF WRK-DP-MES LESS 12
                      ADD 1 TO WRK-DP-MES
                  ELSE
                      MOVE 1 TO WRK-DP-MES
                      ADD 1 TO WRK-DP-ANO
                  END-IF
              END-IF.

         0840-DIAS-DO-MES SECTION.
              EVALUATE WRK-DP-MES
                  WHEN 02
                      MOVE 28 TO WRK-DIAS-NO-MES
                      DIVIDE WRK-DP-ANO BY 4 GIVING WRK-QUOC-LEAP
                          REMAINDER WRK-RESTO-LEAP
                      IF WRK-RESTO-LEAP = ZEROS
                          MOVE 29 TO WRK-DIAS-NO-MES
                      END-IF
                      DIVIDE WRK-DP-ANO BY 100 GIVING WRK-QUOC-LEAP
                          REMAINDER WRK-RESTO-LEAP
                      IF WRK-RESTO-LEAP = ZEROS
                          MOVE 28 TO WRK-DIAS-NO-MES
                          DIVIDE WRK-DP-ANO BY 400
                              GIVING WRK-QUOC-LEAP
                              REMAINDER WRK-RESTO-LEAP
                          IF WRK-RESTO-LEAP = ZEROS
                              MOVE 29 TO WRK-DIAS-NO-MES
                          END-IF
                      END-IF
                  WHEN 04 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN 06 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN 09 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN 11 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN OTHER MOVE 31 TO WRK-DIAS-NO-MES
              END-EVALUATE.

         8000-GRAVA-RELATORIO SECTION.
              PERFORM 8100-LINHA-CLIENTE
                  VARYING TAB-RV-IDX FROM 1 BY 1
                  UNTIL TAB-RV-IDX GREATER WRK-QTD-CLIENTES
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "ACAO: A AUMENTAR  R REDUZIR  M MANTER"
                  TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "      S SEM MOVIMENTO  F BLOQUEADO/INATIVO"
                  TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "ATR = ATRASO MEDIO EM DIAS, QA = TITULOS PAGOS"
                  TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "      OU ABERTOS COM ATRASO, RT = RETENCOES,"
                  TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "      USO = MAIOR MES FATURADO / LIMITE (%)"
                  TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-AUMENTOS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "AUMENTOS SUGERIDOS   : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-CORTES TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "CORTES SUGERIDOS     : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-MANTIDOS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "LIMITES MANTIDOS     : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-FORA TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "FORA DA REVISAO      : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "MOVIMENTOS EM LIMSUGEST.DAT AGUARDAM APROVACAO"
                  TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-CLIENTES TO WRK-QTD-ED
              MOVE WRK-JOB-GRAVADOS TO WRK-QTD-ED2
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "CLIENTES " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  " SUGESTOES " DELIMITED BY SIZE
                  WRK-QTD-ED2 DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         8100-LINHA-CLIENTE SECTION.
              MOVE ZEROS TO WRK-ATRASO-MEDIO
              IF TAB-RV-QTD-TITULOS(TAB-RV-IDX) GREATER ZERO
                  COMPUTE WRK-ATRASO-MEDIO ROUNDED =
                      TAB-RV-SOMA-DIAS(TAB-RV-IDX) /
                      TAB-RV-QTD-TITULOS(TAB-RV-IDX)
                      ON SIZE ERROR
                          MOVE 999 TO WRK-ATRASO-MEDIO
                  END-COMPUTE
              END-IF
              PERFORM 0520-CALCULA-USO
              MOVE TAB-RV-CADASTRO(TAB-RV-IDX) TO CLIENTES-REG
              MOVE TAB-RV-CODIGO(TAB-RV-IDX) TO WRK-LC-CLIENTE
              MOVE CL-NOME TO WRK-LC-NOME
              MOVE TAB-RV-LIMITE(TAB-RV-IDX) TO WRK-LC-LIMITE
              MOVE WRK-ATRASO-MEDIO TO WRK-LC-ATRASO
              IF TAB-RV-QTD-ATRASO(TAB-RV-IDX) GREATER 99
                  MOVE 99 TO WRK-LC-QTD-ATRASO
              ELSE
                  MOVE TAB-RV-QTD-ATRASO(TAB-RV-IDX)
                      TO WRK-LC-QTD-ATRASO
              END-IF
              MOVE TAB-RV-MAIOR-VENC(TAB-RV-IDX) TO WRK-LC-VENCIDO
              MOVE TAB-RV-FATURADO(TAB-RV-IDX) TO WRK-LC-FATURADO
              IF TAB-RV-RETENCOES(TAB-RV-IDX) GREATER 99
                  MOVE 99 TO WRK-LC-RETENCOES
              ELSE
                  MOVE TAB-RV-RETENCOES(TAB-RV-IDX)
                      TO WRK-LC-RETENCOES
              END-IF
              MOVE WRK-USO TO WRK-LC-USO
              MOVE TAB-RV-ACAO(TAB-RV-IDX) TO WRK-LC-ACAO
              MOVE TAB-RV-SUGERIDO(TAB-RV-IDX) TO WRK-LC-SUGERIDO
              MOVE WRK-LINHA-CLIENTE TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         9000-FINALIZAR SECTION.
              CLOSE REVCREDREL-FILE
              CLOSE LIMSUGEST-FILE
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
              DISPLAY "CLIENTES REVISADOS    : " WRK-JOB-LIDOS
              DISPLAY "AUMENTOS SUGERIDOS    : " WRK-QTD-AUMENTOS
              DISPLAY "CORTES SUGERIDOS      : " WRK-QTD-CORTES
              DISPLAY "LIMITES MANTIDOS      : " WRK-QTD-MANTIDOS
              DISPLAY "FORA DA REVISAO       : " WRK-QTD-FORA
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==REVCREDREL-REG==.

       END PROGRAM REVCREDITO.
