      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 09/02/2025
      * Purpose: Informe de rendimentos anual do funcionario para a
      *          declaracao de imposto de renda. Para o ano-calendario
      *          de PARAMINFORME.DAT (AAAA, CNPJ e razao social da
      *          fonte pagadora e o responsavel; na falta do ano, o
      *          ano anterior ao corrente) soma do historico mensal
      *          FUNCHIST.DAT as linhas do ano de cada funcionario --
      *          inclusive os desligados no ano: salario do mes,
      *          ferias e rescisao formam os rendimentos tributaveis,
      *          o INSS e o IRRF retidos; o 13o (tributacao exclusiva)
      *          vem de DECIMO13.DAT pela competencia do pagamento; as
      *          ferias gozadas no ano (FERIASGOZO.DAT) e a rescisao
      *          saem nas informacoes complementares. CPF e nome
      *          completo de FUNCIDENT.DAT. Um comprovante por pagina
      *          no padrao de IMPRESSAOCPY (INFORMEREL.DAT) e, no fim,
      *          o controle: rendimentos mais 13o, INSS e IRRF dos
      *          informes contra a soma das declaracoes mensais do ano
      *          (todas as linhas do historico, o mesmo que o
      *          DECLFOLHA declara mes a mes); divergencia sai com
      *          codigo de retorno 4.
      * Tectonics: cobc
      * Mod Log:
      *   07/03/2025 - JLS - Layout do FUNCIDENT.DAT acompanha o e-mail
      *                      do funcionario (FI-EMAIL) no final.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCHIST-FILE ASSIGN TO "FUNCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FUNCHIST.
           SELECT DECIMO13-FILE ASSIGN TO "DECIMO13.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DECIMO13.
           SELECT FERIASGOZO-FILE ASSIGN TO "FERIASGOZO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GOZO.
           SELECT PARAMINFORME-FILE ASSIGN TO "PARAMINFORME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT FUNCIDENT-FILE ASSIGN TO "FUNCIDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-CODIGO
               ALTERNATE RECORD KEY IS FI-CPF WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-FUNCIDENT.
           SELECT INFORMEREL-FILE ASSIGN TO "INFORMEREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCHIST-FILE.
       01  FUNCHIST-REG.
           05 FH-COMPETENCIA.
               10 FH-COMP-ANO        PIC 9(04).
               10 FH-COMP-MES        PIC 9(02).
           05 FH-CODIGO              PIC 9(04).
           05 FH-NOME                PIC X(15).
           05 FH-DEPTO               PIC X(04).
           05 FH-SALARIO             PIC 9(06).
           05 FH-INSS                PIC 9(06)V99.
           05 FH-IRRF                PIC 9(06)V99.
           05 FH-SALARIO-LIQUIDO     PIC 9(06)V99.
           05 FH-TIPO-VERBA          PIC X(01).
           05 FH-FGTS                PIC 9(06)V99.
           05 FH-INSS-EMPRESA        PIC 9(06)V99.
           05 FH-TERCEIROS           PIC 9(06)V99.

       FD  DECIMO13-FILE.
       01  DECIMO13-REG.
           05 D13-ANO                PIC 9(04).
           05 D13-PARCELA            PIC 9(01).
           05 D13-CODIGO             PIC 9(04).
           05 D13-NOME               PIC X(15).
           05 D13-DEPTO              PIC X(04).
           05 D13-QTD-MESES          PIC 9(02).
           05 D13-BRUTO              PIC 9(06)V99.
           05 D13-INSS               PIC 9(06)V99.
           05 D13-IRRF               PIC 9(06)V99.
           05 D13-VALOR              PIC 9(06)V99.
           05 D13-COMPETENCIA.
               10 D13-COMP-ANO       PIC 9(04).
               10 D13-COMP-MES       PIC 9(02).

       FD  FERIASGOZO-FILE.
       01  FERIASGOZO-REG.
           05 FG-CODIGO              PIC 9(04).
           05 FG-DATA-INICIO         PIC 9(08).
           05 FG-DIAS                PIC 9(02).
           05 FG-COMPETENCIA.
               10 FG-COMP-ANO        PIC 9(04).
               10 FG-COMP-MES        PIC 9(02).
           05 FG-VALOR-BRUTO         PIC 9(07)V99.

       FD  PARAMINFORME-FILE.
       01  PARAMINFORME-REG.
           05 PN-ANO                 PIC 9(04).
           05 PN-CNPJ                PIC 9(14).
           05 PN-RAZAO-SOCIAL        PIC X(40).
           05 PN-RESPONSAVEL         PIC X(30).

       FD  FUNCIDENT-FILE.
       01  FUNCIDENT-REG.
           05 FI-CODIGO              PIC 9(04).
           05 FI-NOME-COMPLETO       PIC X(60).
           05 FI-CPF                 PIC 9(11).
           05 FI-PIS                 PIC 9(11).
           05 FI-NASCIMENTO          PIC 9(08).
           05 FI-NOME-MAE            PIC X(60).
           05 FI-ATUALIZACAO         PIC 9(08).
           05 FI-EMAIL               PIC X(50).

       FD  INFORMEREL-FILE.
       01  INFORMEREL-REG            PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         77 WRK-STATUS-FUNCHIST   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-DECIMO13   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-GOZO       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAM      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FUNCIDENT  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-FIM-FUNCHIST      PIC X(01) VALUE "N".
             88 FIM-FUNCHIST VALUE "S".
         77 WRK-FIM-DECIMO13      PIC X(01) VALUE "N".
             88 FIM-DECIMO13 VALUE "S".
         77 WRK-FIM-GOZO          PIC X(01) VALUE "N".
             88 FIM-GOZO VALUE "S".
         77 WRK-HA-IDENT          PIC X(01) VALUE "N".
             88 HA-IDENT VALUE "S".

         01 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         01 WRK-DATA-SISTEMA-X REDEFINES WRK-DATA-SISTEMA.
             05 WRK-DS-ANO         PIC 9(04).
             05 WRK-DS-MES         PIC 9(02).
             05 WRK-DS-DIA         PIC 9(02).
         77 WRK-ANO               PIC 9(04) VALUE ZEROS.
         77 WRK-CNPJ              PIC 9(14) VALUE ZEROS.
         77 WRK-RAZAO-SOCIAL      PIC X(40) VALUE SPACES.
         77 WRK-RESPONSAVEL       PIC X(30) VALUE SPACES.
         77 WRK-ANO-PAGTO         PIC 9(04) VALUE ZEROS.

      *    Acumulado do ano por funcionario, em ordem de codigo.
      *    Rescisao guarda a competencia da linha R do historico;
      *    TEM-P2 marca que a parcela final do 13o ja saiu.
         01 TAB-INFORME.
             05 TAB-IN-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-INFORME
                 INDEXED BY TAB-IN-IDX.
                 10 TAB-IN-CODIGO     PIC 9(04).
                 10 TAB-IN-NOME       PIC X(15).
                 10 TAB-IN-RENDIMENTO PIC 9(08)V99.
                 10 TAB-IN-INSS       PIC 9(07)V99.
                 10 TAB-IN-IRRF       PIC 9(07)V99.
                 10 TAB-IN-13-BRUTO   PIC 9(07)V99.
                 10 TAB-IN-13-INSS    PIC 9(07)V99.
                 10 TAB-IN-13-IRRF    PIC 9(07)V99.
                 10 TAB-IN-TEM-P2     PIC X(01).
                 10 TAB-IN-FER-DIAS   PIC 9(03).
                 10 TAB-IN-FER-VALOR  PIC 9(07)V99.
                 10 TAB-IN-RESCISAO   PIC 9(06).
         77 WRK-QTD-INFORME       PIC 9(04) VALUE ZEROS.
         77 WRK-COD-BUSCA         PIC 9(04) VALUE ZEROS.
         77 WRK-NOME-BUSCA        PIC X(15) VALUE SPACES.
         77 WRK-IDX-ACHADO        PIC 9(04) VALUE ZEROS.
         77 WRK-IDX-DESLOCA       PIC 9(04) VALUE ZEROS.

      *    Controle: o que os informes mostram contra todas as
      *    linhas do historico no ano.
         77 WRK-DCL-BRUTO         PIC 9(10)V99 VALUE ZEROS.
         77 WRK-DCL-INSS          PIC 9(10)V99 VALUE ZEROS.
         77 WRK-DCL-IRRF          PIC 9(10)V99 VALUE ZEROS.
         77 WRK-INF-BRUTO         PIC 9(10)V99 VALUE ZEROS.
         77 WRK-INF-INSS          PIC 9(10)V99 VALUE ZEROS.
         77 WRK-INF-IRRF          PIC 9(10)V99 VALUE ZEROS.
         77 WRK-DIVERGENCIA       PIC X(01) VALUE "N".
             88 DIVERGENCIA VALUE "S".

         77 WRK-CPF               PIC 9(11) VALUE ZEROS.
         77 WRK-NOME-COMPLETO     PIC X(60) VALUE SPACES.
         77 WRK-QTD-ED            PIC ZZ.ZZ9.
         77 WRK-DIAS-ED           PIC ZZ9.
         77 WRK-VALOR-ED          PIC Z.ZZZ.ZZZ.ZZ9,99.

         01 WRK-CNPJ-X.
             05 WRK-CJ-RAIZ1       PIC 9(02).
             05 WRK-CJ-RAIZ2       PIC 9(03).
             05 WRK-CJ-RAIZ3       PIC 9(03).
             05 WRK-CJ-FILIAL      PIC 9(04).
             05 WRK-CJ-DV          PIC 9(02).
         01 WRK-CNPJ-ED.
             05 WRK-CE-RAIZ1       PIC 9(02).
             05 FILLER             PIC X(01) VALUE ".".
             05 WRK-CE-RAIZ2       PIC 9(03).
             05 FILLER             PIC X(01) VALUE ".".
             05 WRK-CE-RAIZ3       PIC 9(03).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-CE-FILIAL      PIC 9(04).
             05 FILLER             PIC X(01) VALUE "-".
             05 WRK-CE-DV          PIC 9(02).

         01 WRK-CPF-X.
             05 WRK-CP-P1          PIC 9(03).
             05 WRK-CP-P2          PIC 9(03).
             05 WRK-CP-P3          PIC 9(03).
             05 WRK-CP-DV          PIC 9(02).
         01 WRK-CPF-ED.
             05 WRK-CF-P1          PIC 9(03).
             05 FILLER             PIC X(01) VALUE ".".
             05 WRK-CF-P2          PIC 9(03).
             05 FILLER             PIC X(01) VALUE ".".
             05 WRK-CF-P3          PIC 9(03).
             05 FILLER             PIC X(01) VALUE "-".
             05 WRK-CF-DV          PIC 9(02).

         01 WRK-DATA-ED.
             05 WRK-DE-DIA         PIC 9(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-DE-MES         PIC 9(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-DE-ANO         PIC 9(04).

         01 WRK-COMP-ED.
             05 WRK-CD-MES         PIC 9(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-CD-ANO         PIC 9(04).

      *    Linha de valor dos quadros do comprovante.
         01 WRK-LINHA-VALOR.
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LV-ROTULO      PIC X(46).
             05 WRK-LV-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-LE-HISTORICO
              PERFORM 0200-LE-DECIMO13
              PERFORM 0300-LE-FERIAS
              PERFORM 8000-GRAVA-INFORMES
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-FUNCHIST
              MOVE "N" TO WRK-FIM-DECIMO13
              MOVE "N" TO WRK-FIM-GOZO
              MOVE "N" TO WRK-HA-IDENT
              MOVE "N" TO WRK-DIVERGENCIA
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-INFORME
              MOVE ZEROS TO WRK-DCL-BRUTO
              MOVE ZEROS TO WRK-DCL-INSS
              MOVE ZEROS TO WRK-DCL-IRRF
              MOVE ZEROS TO WRK-INF-BRUTO
              MOVE ZEROS TO WRK-INF-INSS
              MOVE ZEROS TO WRK-INF-IRRF
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "INFORME-REND" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              COMPUTE WRK-ANO = WRK-DS-ANO - 1
              MOVE ZEROS TO WRK-CNPJ
              MOVE "RAZAO SOCIAL NAO INFORMADA" TO WRK-RAZAO-SOCIAL
              MOVE "DEPARTAMENTO PESSOAL" TO WRK-RESPONSAVEL
              OPEN INPUT PARAMINFORME-FILE
              IF WRK-STATUS-PARAM = "00"
                  READ PARAMINFORME-FILE
                      NOT AT END
                          PERFORM 1010-APLICA-PARAMETRO
                  END-READ
                  CLOSE PARAMINFORME-FILE
              END-IF
              DISPLAY "Ano-calendario do informe : " WRK-ANO
      *    Sem a identificacao civil o informe sai com o nome curto
      *    e o CPF zerado.
              OPEN INPUT FUNCIDENT-FILE
              IF WRK-STATUS-FUNCIDENT = "00"
                  SET HA-IDENT TO TRUE
              ELSE
                  DISPLAY "Aviso: FUNCIDENT.DAT indisponivel : "
                      WRK-STATUS-FUNCIDENT
                      " - informes sem CPF"
              END-IF
              OPEN OUTPUT INFORMEREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "INFORMEREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "COMPROVANTE DE RENDIMENTOS E IRRF"
                  TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "ANO-CALENDARIO " DELIMITED BY SIZE
                  WRK-ANO DELIMITED BY SIZE
                  "   RENDIMENTOS DO TRABALHO ASSALARIADO"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

         1010-APLICA-PARAMETRO SECTION.
              IF PN-ANO NUMERIC AND PN-ANO GREATER ZERO
                  MOVE PN-ANO TO WRK-ANO
              END-IF
              IF PN-CNPJ NUMERIC
                  MOVE PN-CNPJ TO WRK-CNPJ
              END-IF
              IF PN-RAZAO-SOCIAL NOT = SPACES
                  MOVE PN-RAZAO-SOCIAL TO WRK-RAZAO-SOCIAL
              END-IF
              IF PN-RESPONSAVEL NOT = SPACES
                  MOVE PN-RESPONSAVEL TO WRK-RESPONSAVEL
              END-IF.

      *    Todas as linhas do ano entram no controle, como na
      *    declaracao mensal; o 13o (tipo D) fica fora dos
      *    rendimentos tributaveis e vem de DECIMO13.DAT.
         0100-LE-HISTORICO SECTION.
              OPEN INPUT FUNCHIST-FILE
              IF WRK-STATUS-FUNCHIST NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FUNCHIST.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FUNCHIST TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-FUNCHIST
                  READ FUNCHIST-FILE
                      AT END
                          SET FIM-FUNCHIST TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          IF FH-COMP-ANO = WRK-ANO
                              PERFORM 0110-ACUMULA-HISTORICO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FUNCHIST-FILE.

         0110-ACUMULA-HISTORICO SECTION.
              ADD FH-SALARIO TO WRK-DCL-BRUTO
              ADD FH-INSS    TO WRK-DCL-INSS
              ADD FH-IRRF    TO WRK-DCL-IRRF
              MOVE FH-CODIGO TO WRK-COD-BUSCA
              MOVE FH-NOME   TO WRK-NOME-BUSCA
              PERFORM 0150-LOCALIZA-FUNCIONARIO
              IF FH-TIPO-VERBA = "D"
                  GO TO 0110-SAIDA
              END-IF
              ADD FH-SALARIO TO TAB-IN-RENDIMENTO(WRK-IDX-ACHADO)
              ADD FH-INSS    TO TAB-IN-INSS(WRK-IDX-ACHADO)
              ADD FH-IRRF    TO TAB-IN-IRRF(WRK-IDX-ACHADO)
              IF FH-TIPO-VERBA = "R"
                  MOVE FH-COMPETENCIA
                      TO TAB-IN-RESCISAO(WRK-IDX-ACHADO)
              END-IF.
         0110-SAIDA.
              EXIT.

      *    Posicao do funcionario em WRK-IDX-ACHADO; quem ainda nao
      *    esta na tabela entra na posicao do seu codigo.
         0150-LOCALIZA-FUNCIONARIO SECTION.
              MOVE ZEROS TO WRK-IDX-ACHADO
              PERFORM VARYING TAB-IN-IDX FROM 1 BY 1
                  UNTIL TAB-IN-IDX GREATER WRK-QTD-INFORME
                      OR WRK-IDX-ACHADO GREATER ZERO
                  IF TAB-IN-CODIGO(TAB-IN-IDX) NOT LESS WRK-COD-BUSCA
                      SET WRK-IDX-ACHADO TO TAB-IN-IDX
                  END-IF
              END-PERFORM
              IF WRK-IDX-ACHADO GREATER ZERO
                  IF TAB-IN-CODIGO(WRK-IDX-ACHADO) = WRK-COD-BUSCA
                      GO TO 0150-SAIDA
                  END-IF
              ELSE
                  COMPUTE WRK-IDX-ACHADO = WRK-QTD-INFORME + 1
              END-IF
              IF WRK-QTD-INFORME NOT LESS 1000
                  DISPLAY "Mais de 1000 funcionarios no ano"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-INFORME
              PERFORM VARYING WRK-IDX-DESLOCA FROM WRK-QTD-INFORME
                  BY -1 UNTIL WRK-IDX-DESLOCA NOT GREATER
                      WRK-IDX-ACHADO
                  MOVE TAB-IN-REG(WRK-IDX-DESLOCA - 1)
                      TO TAB-IN-REG(WRK-IDX-DESLOCA)
              END-PERFORM
              MOVE WRK-COD-BUSCA  TO TAB-IN-CODIGO(WRK-IDX-ACHADO)
              MOVE WRK-NOME-BUSCA TO TAB-IN-NOME(WRK-IDX-ACHADO)
              MOVE ZEROS TO TAB-IN-RENDIMENTO(WRK-IDX-ACHADO)
              MOVE ZEROS TO TAB-IN-INSS(WRK-IDX-ACHADO)
              MOVE ZEROS TO TAB-IN-IRRF(WRK-IDX-ACHADO)
              MOVE ZEROS TO TAB-IN-13-BRUTO(WRK-IDX-ACHADO)
              MOVE ZEROS TO TAB-IN-13-INSS(WRK-IDX-ACHADO)
              MOVE ZEROS TO TAB-IN-13-IRRF(WRK-IDX-ACHADO)
              MOVE "N"   TO TAB-IN-TEM-P2(WRK-IDX-ACHADO)
              MOVE ZEROS TO TAB-IN-FER-DIAS(WRK-IDX-ACHADO)
              MOVE ZEROS TO TAB-IN-FER-VALOR(WRK-IDX-ACHADO)
              MOVE ZEROS TO TAB-IN-RESCISAO(WRK-IDX-ACHADO).
         0150-SAIDA.
              EXIT.

      *    13o pago no ano: a parcela 2 traz o 13o integral e os
      *    impostos; so a parcela 1 no ano (adiantamento) vale a
      *    metade do bruto, sem impostos. Registro sem a competencia
      *    do pagamento conta pelo ano do 13o.
         0200-LE-DECIMO13 SECTION.
              OPEN INPUT DECIMO13-FILE
              IF WRK-STATUS-DECIMO13 NOT = "00"
                  DISPLAY "DECIMO13.DAT ausente : informes sem 13o"
                  GO TO 0200-SAIDA
              END-IF
              PERFORM UNTIL FIM-DECIMO13
                  READ DECIMO13-FILE
                      AT END
                          SET FIM-DECIMO13 TO TRUE
                      NOT AT END
                          MOVE D13-ANO TO WRK-ANO-PAGTO
                          IF D13-COMPETENCIA NUMERIC
                              AND D13-COMP-ANO GREATER ZERO
                              MOVE D13-COMP-ANO TO WRK-ANO-PAGTO
                          END-IF
                          IF WRK-ANO-PAGTO = WRK-ANO
                              PERFORM 0210-ACUMULA-DECIMO13
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE DECIMO13-FILE.
         0200-SAIDA.
              EXIT.

         0210-ACUMULA-DECIMO13 SECTION.
              MOVE D13-CODIGO TO WRK-COD-BUSCA
              MOVE D13-NOME   TO WRK-NOME-BUSCA
              PERFORM 0150-LOCALIZA-FUNCIONARIO
              IF D13-PARCELA = 2
                  MOVE D13-BRUTO TO TAB-IN-13-BRUTO(WRK-IDX-ACHADO)
                  MOVE D13-INSS  TO TAB-IN-13-INSS(WRK-IDX-ACHADO)
                  MOVE D13-IRRF  TO TAB-IN-13-IRRF(WRK-IDX-ACHADO)
                  MOVE "S" TO TAB-IN-TEM-P2(WRK-IDX-ACHADO)
              ELSE
                  IF TAB-IN-TEM-P2(WRK-IDX-ACHADO) NOT = "S"
                      COMPUTE TAB-IN-13-BRUTO(WRK-IDX-ACHADO) ROUNDED
                          = D13-BRUTO / 2
                  END-IF
              END-IF.

      *    Ferias pagas no ano (competencia do pagamento): dias e
      *    bruto, ja somados nos rendimentos pela linha F do
      *    historico.
         0300-LE-FERIAS SECTION.
              OPEN INPUT FERIASGOZO-FILE
              IF WRK-STATUS-GOZO NOT = "00"
                  GO TO 0300-SAIDA
              END-IF
              PERFORM UNTIL FIM-GOZO
                  READ FERIASGOZO-FILE
                      AT END
                          SET FIM-GOZO TO TRUE
                      NOT AT END
                          IF FG-COMP-ANO = WRK-ANO
                              PERFORM 0310-ACUMULA-FERIAS
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FERIASGOZO-FILE.
         0300-SAIDA.
              EXIT.

         0310-ACUMULA-FERIAS SECTION.
              MOVE FG-CODIGO TO WRK-COD-BUSCA
              MOVE SPACES TO WRK-NOME-BUSCA
              PERFORM 0150-LOCALIZA-FUNCIONARIO
              ADD FG-DIAS TO TAB-IN-FER-DIAS(WRK-IDX-ACHADO)
              ADD FG-VALOR-BRUTO TO TAB-IN-FER-VALOR(WRK-IDX-ACHADO).

         8000-GRAVA-INFORMES SECTION.
              MOVE WRK-CNPJ TO WRK-CNPJ-X
              MOVE WRK-CJ-RAIZ1  TO WRK-CE-RAIZ1
              MOVE WRK-CJ-RAIZ2  TO WRK-CE-RAIZ2
              MOVE WRK-CJ-RAIZ3  TO WRK-CE-RAIZ3
              MOVE WRK-CJ-FILIAL TO WRK-CE-FILIAL
              MOVE WRK-CJ-DV     TO WRK-CE-DV
              MOVE WRK-DS-DIA TO WRK-DE-DIA
              MOVE WRK-DS-MES TO WRK-DE-MES
              MOVE WRK-DS-ANO TO WRK-DE-ANO
              PERFORM VARYING TAB-IN-IDX FROM 1 BY 1
                  UNTIL TAB-IN-IDX GREATER WRK-QTD-INFORME
                  PERFORM 8100-GRAVA-COMPROVANTE
              END-PERFORM
              PERFORM 8500-GRAVA-CONTROLE.

      *    Um comprovante por pagina: zerar as linhas da pagina
      *    forca o cabecalho na proxima linha impressa.
         8100-GRAVA-COMPROVANTE SECTION.
              PERFORM 8110-IDENTIFICACAO
              MOVE ZEROS TO WRK-IMP-LINHAS
              MOVE "1. FONTE PAGADORA PESSOA JURIDICA"
                  TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              STRING "   CNPJ: " DELIMITED BY SIZE
                  WRK-CNPJ-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              STRING "   NOME EMPRESARIAL: " DELIMITED BY SIZE
                  WRK-RAZAO-SOCIAL DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS"
                  TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              STRING "   CPF: " DELIMITED BY SIZE
                  WRK-CPF-ED DELIMITED BY SIZE
                  "   CODIGO: " DELIMITED BY SIZE
                  TAB-IN-CODIGO(TAB-IN-IDX) DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              STRING "   NOME: " DELIMITED BY SIZE
                  WRK-NOME-COMPLETO DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "   NATUREZA: RENDIMENTO DO TRABALHO ASSALARIADO"
                  TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO"
                  TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "   SOBRE A RENDA RETIDO NA FONTE" TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)"
                  TO WRK-LV-ROTULO
              MOVE TAB-IN-RENDIMENTO(TAB-IN-IDX) TO WRK-LV-VALOR
              PERFORM 8150-LINHA-VALOR
              MOVE "02. CONTRIBUICAO PREVIDENCIARIA OFICIAL"
                  TO WRK-LV-ROTULO
              MOVE TAB-IN-INSS(TAB-IN-IDX) TO WRK-LV-VALOR
              PERFORM 8150-LINHA-VALOR
              MOVE "03. PREVIDENCIA COMPLEMENTAR" TO WRK-LV-ROTULO
              MOVE ZEROS TO WRK-LV-VALOR
              PERFORM 8150-LINHA-VALOR
              MOVE "04. PENSAO ALIMENTICIA" TO WRK-LV-ROTULO
              MOVE ZEROS TO WRK-LV-VALOR
              PERFORM 8150-LINHA-VALOR
              MOVE "05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE"
                  TO WRK-LV-ROTULO
              MOVE TAB-IN-IRRF(TAB-IN-IDX) TO WRK-LV-VALOR
              PERFORM 8150-LINHA-VALOR
              PERFORM 8800-IMP-LINHA
              MOVE "4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS"
                  TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "   NADA A INFORMAR" TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
                  TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "01. DECIMO TERCEIRO SALARIO" TO WRK-LV-ROTULO
              MOVE TAB-IN-13-BRUTO(TAB-IN-IDX) TO WRK-LV-VALOR
              PERFORM 8150-LINHA-VALOR
              MOVE "02. IMPOSTO RETIDO SOBRE O 13o SALARIO"
                  TO WRK-LV-ROTULO
              MOVE TAB-IN-13-IRRF(TAB-IN-IDX) TO WRK-LV-VALOR
              PERFORM 8150-LINHA-VALOR
              PERFORM 8800-IMP-LINHA
              MOVE "6. RENDIMENTOS RECEBIDOS ACUMULADAMENTE"
                  TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "   NADA A INFORMAR" TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM 8200-COMPLEMENTARES
              PERFORM 8800-IMP-LINHA
              MOVE "8. RESPONSAVEL PELAS INFORMACOES" TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              STRING "   NOME: " DELIMITED BY SIZE
                  WRK-RESPONSAVEL DELIMITED BY SIZE
                  "  DATA: " DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD 1 TO WRK-JOB-GRAVADOS
              ADD TAB-IN-RENDIMENTO(TAB-IN-IDX) TO WRK-INF-BRUTO
              ADD TAB-IN-13-BRUTO(TAB-IN-IDX)   TO WRK-INF-BRUTO
              ADD TAB-IN-INSS(TAB-IN-IDX)       TO WRK-INF-INSS
              ADD TAB-IN-13-INSS(TAB-IN-IDX)    TO WRK-INF-INSS
              ADD TAB-IN-IRRF(TAB-IN-IDX)       TO WRK-INF-IRRF
              ADD TAB-IN-13-IRRF(TAB-IN-IDX)    TO WRK-INF-IRRF.

      *    CPF e nome completo de FUNCIDENT.DAT; sem cadastro, o
      *    nome do historico e o CPF zerado.
         8110-IDENTIFICACAO SECTION.
              MOVE ZEROS TO WRK-CPF
              MOVE TAB-IN-NOME(TAB-IN-IDX) TO WRK-NOME-COMPLETO
              IF HA-IDENT
                  MOVE TAB-IN-CODIGO(TAB-IN-IDX) TO FI-CODIGO
                  READ FUNCIDENT-FILE KEY IS FI-CODIGO
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          IF FI-NOME-COMPLETO NOT = SPACES
                              MOVE FI-NOME-COMPLETO
                                  TO WRK-NOME-COMPLETO
                          END-IF
                          MOVE FI-CPF TO WRK-CPF
                  END-READ
              END-IF
              MOVE WRK-CPF TO WRK-CPF-X
              MOVE WRK-CP-P1 TO WRK-CF-P1
              MOVE WRK-CP-P2 TO WRK-CF-P2
              MOVE WRK-CP-P3 TO WRK-CF-P3
              MOVE WRK-CP-DV TO WRK-CF-DV.

         8150-LINHA-VALOR SECTION.
              MOVE WRK-LINHA-VALOR TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

      *    Quadro 7: INSS do 13o, ferias pagas no ano e rescisao.
         8200-COMPLEMENTARES SECTION.
              MOVE "7. INFORMACOES COMPLEMENTARES" TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "INSS RETIDO SOBRE O 13o SALARIO" TO WRK-LV-ROTULO
              MOVE TAB-IN-13-INSS(TAB-IN-IDX) TO WRK-LV-VALOR
              PERFORM 8150-LINHA-VALOR
              IF TAB-IN-FER-DIAS(TAB-IN-IDX) GREATER ZERO
                  MOVE TAB-IN-FER-DIAS(TAB-IN-IDX) TO WRK-DIAS-ED
                  MOVE SPACES TO WRK-LV-ROTULO
                  STRING "FERIAS PAGAS NO ANO: " DELIMITED BY SIZE
                      WRK-DIAS-ED DELIMITED BY SIZE
                      " DIAS (JA NO 01)" DELIMITED BY SIZE
                      INTO WRK-LV-ROTULO
                  MOVE TAB-IN-FER-VALOR(TAB-IN-IDX) TO WRK-LV-VALOR
                  PERFORM 8150-LINHA-VALOR
              END-IF
              IF TAB-IN-RESCISAO(TAB-IN-IDX) GREATER ZERO
                  MOVE TAB-IN-RESCISAO(TAB-IN-IDX)(5:2) TO WRK-CD-MES
                  MOVE TAB-IN-RESCISAO(TAB-IN-IDX)(1:4) TO WRK-CD-ANO
                  STRING "   DESLIGADO - RESCISAO PAGA EM "
                      DELIMITED BY SIZE
                      WRK-COMP-ED DELIMITED BY SIZE
                      ", INCLUIDA NO 01" DELIMITED BY SIZE
                      INTO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF.

      *    Controle do lote: os informes somados contra todas as
      *    linhas do historico no ano (o que as declaracoes mensais
      *    levaram). Diferenca aparece quando o 13o de DECIMO13.DAT
      *    nao bate com as linhas D do historico.
         8500-GRAVA-CONTROLE SECTION.
              MOVE ZEROS TO WRK-IMP-LINHAS
              MOVE "CONTROLE DO LOTE DE INFORMES" TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-INFORME TO WRK-QTD-ED
              STRING "   INFORMES EMITIDOS : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "RENDIMENTOS + 13o DOS INFORMES" TO WRK-LV-ROTULO
              MOVE WRK-INF-BRUTO TO WRK-LV-VALOR
              PERFORM 8150-LINHA-VALOR
              MOVE "BRUTO DAS DECLARACOES MENSAIS" TO WRK-LV-ROTULO
              MOVE WRK-DCL-BRUTO TO WRK-LV-VALOR
              PERFORM 8150-LINHA-VALOR
              MOVE "INSS DOS INFORMES (COM O 13o)" TO WRK-LV-ROTULO
              MOVE WRK-INF-INSS TO WRK-LV-VALOR
              PERFORM 8150-LINHA-VALOR
              MOVE "INSS DAS DECLARACOES MENSAIS" TO WRK-LV-ROTULO
              MOVE WRK-DCL-INSS TO WRK-LV-VALOR
              PERFORM 8150-LINHA-VALOR
              MOVE "IRRF DOS INFORMES (COM O 13o)" TO WRK-LV-ROTULO
              MOVE WRK-INF-IRRF TO WRK-LV-VALOR
              PERFORM 8150-LINHA-VALOR
              MOVE "IRRF DAS DECLARACOES MENSAIS" TO WRK-LV-ROTULO
              MOVE WRK-DCL-IRRF TO WRK-LV-VALOR
              PERFORM 8150-LINHA-VALOR
              PERFORM 8800-IMP-LINHA
              IF WRK-INF-BRUTO NOT = WRK-DCL-BRUTO
                  OR WRK-INF-INSS NOT = WRK-DCL-INSS
                  OR WRK-INF-IRRF NOT = WRK-DCL-IRRF
                  SET DIVERGENCIA TO TRUE
                  MOVE "   *** DIVERGENCIA COM AS DECLARACOES MENSAIS"
                      TO WRK-IMP-LINHA
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE "   CONFERE COM AS DECLARACOES MENSAIS"
                      TO WRK-IMP-LINHA
              END-IF
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "INFORMES " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         9000-FINALIZAR SECTION.
              CLOSE INFORMEREL-FILE
              IF HA-IDENT
                  CLOSE FUNCIDENT-FILE
              END-IF
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
              DISPLAY "LINHAS DO HISTORICO : " WRK-JOB-LIDOS
              DISPLAY "INFORMES EMITIDOS   : " WRK-JOB-GRAVADOS
              IF DIVERGENCIA
                  DISPLAY "CONTROLE DIVERGE DAS DECLARACOES MENSAIS"
              END-IF
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==INFORMEREL-REG==.

       END PROGRAM INFORME.
