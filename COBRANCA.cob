      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 02/02/2025
      * Purpose: Cobranca dos titulos vencidos do contas a receber.
      *          O aging do CONTASREC mostra quem deve ha 30, 60 e
      *          90+ dias, mas as cartas eram escritas a mao. Este
      *          lote le CONTASREC.DAT, agrupa por cliente os titulos
      *          vencidos com saldo e emite uma carta por cliente
      *          pronta para impressao (CARTACOB.DAT, uma pagina por
      *          carta), com texto mais duro a cada faixa de atraso
      *          (ate 30 / 31 a 60 / 61 a 90 / 90+) e a lista dos
      *          titulos vencidos. Cada aviso enviado fica registrado
      *          por titulo e faixa em CARTASENV.DAT: o cliente so
      *          recebe nova carta quando algum titulo sobe de faixa.
      *          Cliente com titulo na faixa de retencao (PARAMREC.DAT,
      *          padrao 90+; zero desliga) sai em COBRETEM.DAT,
      *          regravado a cada execucao, para o PROGRAMA11 reter os
      *          pedidos novos dele. Resumo por cliente em
      *          COBRANCAREL.DAT (padrao IMPRESSAOCPY).
      * Tectonics: cobc
      * Mod Log:
      *   03/02/2025 - JLS - Layout de CONTASREC.DAT com a data da
      *                      remessa de cobranca ao banco
      *                      (CR-DATA-REMESSA).
      *   01/03/2025 - JLS - Titulo baixado como perda no CONTASREC
      *                      (status PERDA) nao entra mais na cobranca.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTASREC-FILE ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTASREC.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CLIENTES.
           SELECT PARAMREC-FILE ASSIGN TO "PARAMREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMREC.
           SELECT CARTASENV-FILE ASSIGN TO "CARTASENV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARTASENV.
           SELECT CARTACOB-FILE ASSIGN TO "CARTACOB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARTACOB.
           SELECT COBRETEM-FILE ASSIGN TO "COBRETEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COBRETEM.
           SELECT COBRANCAREL-FILE ASSIGN TO "COBRANCAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CLIENTES-FILE.
       01  CLIENTES-REG.
           05 CL-CODIGO              PIC 9(05).
           05 CL-NOME                PIC X(30).
           05 CL-ENDERECO            PIC X(40).
           05 CL-LIMITE-CREDITO      PIC 9(09).
           05 CL-CNPJ                PIC X(14).
           05 CL-UF-COBRANCA         PIC X(02).
           05 CL-CEP-COBRANCA        PIC 9(08).
           05 CL-SITUACAO            PIC X(01).
           05 CL-CONSOLIDA           PIC X(01).

       FD  PARAMREC-FILE.
       01  PARAMREC-REG.
           05 PR-DIAS-PRAZO           PIC 9(03).
           05 PR-MULTA-PCT            PIC 9(02)V99.
           05 PR-JUROS-DIA-PCT        PIC 9(01)V9999.
           05 PR-FAIXA-RETENCAO       PIC 9(01).

      *    Avisos ja enviados: um registro por titulo e faixa.
       FD  CARTASENV-FILE.
       01  CARTASENV-REG.
           05 CE-CLIENTE              PIC 9(05).
           05 CE-COMPETENCIA          PIC 9(06).
           05 CE-TIPO                 PIC X(01).
           05 CE-FAIXA                PIC 9(01).
           05 CE-DATA                 PIC 9(08).

       FD  CARTACOB-FILE.
       01  CARTACOB-REG               PIC X(80).

       FD  COBRETEM-FILE.
       01  COBRETEM-REG.
           05 CC-CLIENTE              PIC 9(05).
           05 CC-FAIXA                PIC 9(01).
           05 CC-SALDO-VENCIDO        PIC 9(10)V99.
           05 CC-DATA                 PIC 9(08).

       FD  COBRANCAREL-FILE.
       01  COBRANCAREL-REG            PIC X(80).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG              PIC X(91).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

           COPY EXCDIARIOCPY.

         77 WRK-STATUS-CONTASREC   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CLIENTES    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAMREC    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CARTASENV   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CARTACOB    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-COBRETEM    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL         PIC X(02) VALUE SPACES.
         77 WRK-FIM-CONTASREC      PIC X(01) VALUE "N".
             88 FIM-CONTASREC VALUE "S".
         77 WRK-FIM-CLIENTES       PIC X(01) VALUE "N".
             88 FIM-CLIENTES VALUE "S".
         77 WRK-FIM-CARTASENV      PIC X(01) VALUE "N".
             88 FIM-CARTASENV VALUE "S".

         77 WRK-DATA-SISTEMA       PIC 9(08) VALUE ZEROS.
      *    Faixa a partir da qual o cliente tem os pedidos retidos:
      *    1 ate 30, 2 31 a 60, 3 61 a 90, 4 90+; zero nao retem.
         77 WRK-FAIXA-RETENCAO     PIC 9(01) VALUE 4.

      *    Titulos vencidos com saldo, ordenados por cliente e
      *    vencimento para a quebra.
         01 TAB-TITULO.
             05 TAB-TT-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-TITULO
                 INDEXED BY TAB-TT-IDX.
                 10 TAB-TT-CHAVE.
                     15 TAB-TT-CLIENTE  PIC 9(05).
                     15 TAB-TT-VENCTO   PIC 9(08).
                 10 TAB-TT-COMPETENCIA  PIC 9(06).
                 10 TAB-TT-TIPO         PIC X(01).
                 10 TAB-TT-SALDO        PIC 9(10)V99.
                 10 TAB-TT-DIAS         PIC 9(03).
                 10 TAB-TT-FAIXA        PIC 9(01).
         77 WRK-QTD-TITULO         PIC 9(03) VALUE ZEROS.
         01 WRK-TROCA-TITULO       PIC X(36).
         77 WRK-IDX-I              PIC 9(04) VALUE ZEROS.
         77 WRK-IDX-J              PIC 9(04) VALUE ZEROS.
         77 WRK-HOUVE-TROCA        PIC X(01) VALUE "N".
             88 HOUVE-TROCA VALUE "S".

         01 TAB-CLIENTES.
             05 TAB-CL-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-CLIENTES
                 INDEXED BY TAB-CL-IDX.
                 10 TAB-CL-CODIGO      PIC 9(05).
                 10 TAB-CL-NOME        PIC X(30).
                 10 TAB-CL-ENDERECO    PIC X(40).
                 10 TAB-CL-UF          PIC X(02).
                 10 TAB-CL-CEP         PIC 9(08).
         77 WRK-QTD-CLIENTES       PIC 9(03) VALUE ZEROS.

      *    Maior faixa ja avisada por titulo (cliente, competencia e
      *    tipo), consolidada de CARTASENV.DAT.
         01 TAB-AVISO.
             05 TAB-AV-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-AVISO
                 INDEXED BY TAB-AV-IDX.
                 10 TAB-AV-CLIENTE     PIC 9(05).
                 10 TAB-AV-COMPETENCIA PIC 9(06).
                 10 TAB-AV-TIPO        PIC X(01).
                 10 TAB-AV-FAIXA       PIC 9(01).
         77 WRK-QTD-AVISO          PIC 9(04) VALUE ZEROS.
         77 WRK-FAIXA-AVISADA      PIC 9(01) VALUE ZEROS.

      *    Cliente corrente da quebra.
         77 WRK-IDX-INI            PIC 9(04) VALUE ZEROS.
         77 WRK-IDX-FIM            PIC 9(04) VALUE ZEROS.
         77 WRK-CLIENTE-ATUAL      PIC 9(05) VALUE ZEROS.
         77 WRK-FAIXA-CLIENTE      PIC 9(01) VALUE ZEROS.
         77 WRK-SALDO-CLIENTE      PIC 9(11)V99 VALUE ZEROS.
         77 WRK-AVISO-NOVO         PIC X(01) VALUE "N".
             88 AVISO-NOVO VALUE "S".
         77 WRK-CLIENTE-RETIDO     PIC X(01) VALUE "N".
             88 CLIENTE-RETIDO VALUE "S".
         77 WRK-NOME-CLIENTE       PIC X(30) VALUE SPACES.
         77 WRK-ENDERECO-CLIENTE   PIC X(40) VALUE SPACES.
         77 WRK-UF-CLIENTE         PIC X(02) VALUE SPACES.
         77 WRK-CEP-CLIENTE        PIC 9(08) VALUE ZEROS.

         77 WRK-SALDO-TITULO       PIC 9(10)V99 VALUE ZEROS.
      *    Idade do titulo em dias corridos apos o vencimento,
      *    contada dia a dia e limitada ao teto da ultima faixa.
         77 WRK-DIAS-ATRASO        PIC 9(03) VALUE ZEROS.
         01 WRK-DATA-PASSO.
             05 WRK-DP-ANO          PIC 9(04).
             05 WRK-DP-MES          PIC 9(02).
             05 WRK-DP-DIA          PIC 9(02).
         77 WRK-DIAS-NO-MES        PIC 9(02) VALUE ZEROS.
         77 WRK-QUOC-LEAP          PIC 9(04) VALUE ZEROS.
         77 WRK-RESTO-LEAP         PIC 9(04) VALUE ZEROS.

         77 WRK-QTD-VENCIDOS       PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-CARTAS         PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-RETIDOS        PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-CLIENTES-VENC  PIC 9(05) VALUE ZEROS.
         77 WRK-TOTAL-VENCIDO      PIC 9(11)V99 VALUE ZEROS.

      *    Carta: cada uma ocupa paginas inteiras de 60 linhas.
         77 WRK-CARTA-LINHAS       PIC 9(04) VALUE ZEROS.
         77 WRK-CARTA-QUOC         PIC 9(04) VALUE ZEROS.
         77 WRK-CARTA-RESTO        PIC 9(02) VALUE ZEROS.
         77 WRK-CARTA-LINHA        PIC X(80) VALUE SPACES.
         77 WRK-ASSUNTO            PIC X(40) VALUE SPACES.
         77 WRK-TEXTO-1            PIC X(50) VALUE SPACES.
         77 WRK-TEXTO-2            PIC X(50) VALUE SPACES.
         77 WRK-TEXTO-3            PIC X(50) VALUE SPACES.
         77 WRK-TEXTO-4            PIC X(50) VALUE SPACES.
         77 WRK-TEXTO-5            PIC X(50) VALUE SPACES.

         01 WRK-DATA-EXTENSO.
             05 WRK-DE-DIA          PIC X(02).
             05 FILLER              PIC X(01) VALUE "/".
             05 WRK-DE-MES          PIC X(02).
             05 FILLER              PIC X(01) VALUE "/".
             05 WRK-DE-ANO          PIC X(04).

         01 WRK-CARTA-TITULO.
             05 FILLER              PIC X(04) VALUE SPACES.
             05 WRK-CT-COMPET       PIC 9(06).
             05 FILLER              PIC X(02) VALUE SPACES.
             05 WRK-CT-TIPO         PIC X(10).
             05 FILLER              PIC X(02) VALUE SPACES.
             05 WRK-CT-VENCTO       PIC X(10).
             05 FILLER              PIC X(03) VALUE SPACES.
             05 WRK-CT-DIAS         PIC ZZ9.
             05 WRK-CT-MAIS         PIC X(01).
             05 FILLER              PIC X(05) VALUE SPACES.
             05 WRK-CT-SALDO        PIC ZZZ.ZZZ.ZZ9,99.

         01 WRK-CARTA-TOTAL.
             05 FILLER              PIC X(04) VALUE SPACES.
             05 FILLER              PIC X(40)
                 VALUE "TOTAL VENCIDO".
             05 WRK-CT-TOTAL        PIC Z.ZZZ.ZZZ.ZZ9,99.

         01 WRK-LINHA-CLIENTE.
             05 WRK-LC-CLIENTE     PIC 9(05).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LC-NOME        PIC X(25).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LC-QTD         PIC ZZ9.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LC-FAIXA       PIC X(08).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LC-SALDO       PIC ZZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LC-CARTA       PIC X(05).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LC-RETIDO      PIC X(06).

         01 WRK-LINHA-TOTAL.
             05 WRK-LT-ROTULO      PIC X(22).
             05 WRK-LT-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.

         77 WRK-QTD-ED             PIC ZZ.ZZ9.
         77 WRK-CARTAS-ED          PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0200-ORDENA-TITULOS
              PERFORM 0400-PROCESSA-CLIENTE
                  UNTIL WRK-IDX-INI GREATER WRK-QTD-TITULO
              PERFORM 8000-FECHA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-CONTASREC
              MOVE "N" TO WRK-FIM-CLIENTES
              MOVE "N" TO WRK-FIM-CARTASENV
              MOVE 4 TO WRK-FAIXA-RETENCAO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-TITULO
              MOVE ZEROS TO WRK-QTD-CLIENTES
              MOVE ZEROS TO WRK-QTD-AVISO
              MOVE ZEROS TO WRK-QTD-VENCIDOS
              MOVE ZEROS TO WRK-QTD-CARTAS
              MOVE ZEROS TO WRK-QTD-RETIDOS
              MOVE ZEROS TO WRK-QTD-CLIENTES-VENC
              MOVE ZEROS TO WRK-TOTAL-VENCIDO
              MOVE ZEROS TO WRK-CARTA-LINHAS
              MOVE 1 TO WRK-IDX-INI
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "COBRANCA" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE WRK-DATA-SISTEMA(7:2) TO WRK-DE-DIA
              MOVE WRK-DATA-SISTEMA(5:2) TO WRK-DE-MES
              MOVE WRK-DATA-SISTEMA(1:4) TO WRK-DE-ANO
              PERFORM 1050-CARREGA-PARAMETRO
              PERFORM 1060-CARREGA-CLIENTES
              PERFORM 1070-CARREGA-AVISOS
              PERFORM 1080-CARREGA-TITULOS
              OPEN EXTEND CARTASENV-FILE
              IF WRK-STATUS-CARTASENV = "35"
                  OPEN OUTPUT CARTASENV-FILE
              END-IF
              IF WRK-STATUS-CARTASENV NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CARTASENV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CARTASENV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT CARTACOB-FILE
              IF WRK-STATUS-CARTACOB NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CARTACOB.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CARTACOB TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT COBRETEM-FILE
              IF WRK-STATUS-COBRETEM NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "COBRETEM.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-COBRETEM TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT COBRANCAREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "COBRANCAREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "COBRANCA DE TITULOS VENCIDOS" TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "CLIEN  NOME                       TIT  FAIXA"
                  DELIMITED BY SIZE
                  "              SALDO  CARTA  RETIDO" DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

         1050-CARREGA-PARAMETRO SECTION.
              OPEN INPUT PARAMREC-FILE
              IF WRK-STATUS-PARAMREC = "00"
                  READ PARAMREC-FILE INTO PARAMREC-REG
                      NOT AT END
                          IF PR-FAIXA-RETENCAO NUMERIC
                              MOVE PR-FAIXA-RETENCAO
                                  TO WRK-FAIXA-RETENCAO
                          END-IF
                  END-READ
                  CLOSE PARAMREC-FILE
              END-IF
              DISPLAY "Faixa de retencao de pedidos      : "
                  WRK-FAIXA-RETENCAO.

      *    Cadastro de clientes e opcional: sem ele a carta sai so
      *    com o codigo do cliente.
         1060-CARREGA-CLIENTES SECTION.
              OPEN INPUT CLIENTES-FILE
              IF WRK-STATUS-CLIENTES NOT = "00"
                  DISPLAY "Aviso: CLIENTES.DAT indisponivel : "
                      WRK-STATUS-CLIENTES " - carta sem endereco"
              ELSE
                  PERFORM UNTIL FIM-CLIENTES
                      READ CLIENTES-FILE INTO CLIENTES-REG
                          AT END
                              SET FIM-CLIENTES TO TRUE
                          NOT AT END
                              IF WRK-QTD-CLIENTES LESS 200
                                  ADD 1 TO WRK-QTD-CLIENTES
                                  SET TAB-CL-IDX TO WRK-QTD-CLIENTES
                                  MOVE CL-CODIGO TO
                                      TAB-CL-CODIGO(TAB-CL-IDX)
                                  MOVE CL-NOME TO
                                      TAB-CL-NOME(TAB-CL-IDX)
                                  MOVE CL-ENDERECO TO
                                      TAB-CL-ENDERECO(TAB-CL-IDX)
                                  MOVE CL-UF-COBRANCA TO
                                      TAB-CL-UF(TAB-CL-IDX)
                                  IF CL-CEP-COBRANCA NOT NUMERIC
                                      MOVE ZEROS TO CL-CEP-COBRANCA
                                  END-IF
                                  MOVE CL-CEP-COBRANCA TO
                                      TAB-CL-CEP(TAB-CL-IDX)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE CLIENTES-FILE
              END-IF.

      *    Sem CARTASENV.DAT nenhum aviso foi enviado ainda.
         1070-CARREGA-AVISOS SECTION.
              OPEN INPUT CARTASENV-FILE
              IF WRK-STATUS-CARTASENV = "00"
                  PERFORM UNTIL FIM-CARTASENV
                      READ CARTASENV-FILE INTO CARTASENV-REG
                          AT END
                              SET FIM-CARTASENV TO TRUE
                          NOT AT END
                              PERFORM 1075-GUARDA-AVISO
                      END-READ
                  END-PERFORM
                  CLOSE CARTASENV-FILE
              END-IF.

         1075-GUARDA-AVISO SECTION.
              MOVE ZEROS TO WRK-IDX-I
              IF WRK-QTD-AVISO GREATER ZERO
                  SET TAB-AV-IDX TO 1
                  SEARCH TAB-AV-REG
                      AT END
                          CONTINUE
                      WHEN TAB-AV-CLIENTE(TAB-AV-IDX) = CE-CLIENTE
                          AND TAB-AV-COMPETENCIA(TAB-AV-IDX) =
                              CE-COMPETENCIA
                          AND TAB-AV-TIPO(TAB-AV-IDX) = CE-TIPO
                          SET WRK-IDX-I TO TAB-AV-IDX
                  END-SEARCH
              END-IF
              IF WRK-IDX-I = ZEROS
                  IF WRK-QTD-AVISO NOT LESS 2000
                      DISPLAY "CARTASENV.DAT maior que o limite de"
                          " 2000 titulos avisados"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-AVISO
                  MOVE WRK-QTD-AVISO TO WRK-IDX-I
                  MOVE CE-CLIENTE     TO TAB-AV-CLIENTE(WRK-IDX-I)
                  MOVE CE-COMPETENCIA TO TAB-AV-COMPETENCIA(WRK-IDX-I)
                  MOVE CE-TIPO        TO TAB-AV-TIPO(WRK-IDX-I)
                  MOVE ZEROS          TO TAB-AV-FAIXA(WRK-IDX-I)
              END-IF
              IF CE-FAIXA GREATER TAB-AV-FAIXA(WRK-IDX-I)
                  MOVE CE-FAIXA TO TAB-AV-FAIXA(WRK-IDX-I)
              END-IF.

         1080-CARREGA-TITULOS SECTION.
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
                          ADD 1 TO WRK-JOB-LIDOS
                          PERFORM 1085-AVALIA-TITULO THRU 1085-SAIDA
                  END-READ
              END-PERFORM
              CLOSE CONTASREC-FILE.

      *    So entra titulo nao quitado, nao baixado como perda, com
      *    saldo e ja vencido.
         1085-AVALIA-TITULO SECTION.
              IF CR-STATUS = "QUITADO" OR "PERDA"
                  OR CR-DATA-VENCTO NOT LESS WRK-DATA-SISTEMA
                  GO TO 1085-SAIDA
              END-IF
              IF CR-VALOR-CREDITO NOT NUMERIC
                  MOVE ZEROS TO CR-VALOR-CREDITO
              END-IF
              IF CR-TIPO NOT = "E"
                  MOVE SPACES TO CR-TIPO
              END-IF
              IF CR-VALOR-PAGO + CR-VALOR-CREDITO NOT LESS
                  CR-VALOR-ORIGINAL
                  GO TO 1085-SAIDA
              END-IF
              COMPUTE WRK-SALDO-TITULO = CR-VALOR-ORIGINAL
                  - CR-VALOR-PAGO - CR-VALOR-CREDITO
              IF WRK-QTD-TITULO NOT LESS 500
                  DISPLAY "CONTASREC.DAT com mais de 500 titulos"
                      " vencidos"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              PERFORM 0800-CONTA-ATRASO
              ADD 1 TO WRK-QTD-TITULO
              ADD 1 TO WRK-QTD-VENCIDOS
              SET TAB-TT-IDX TO WRK-QTD-TITULO
              MOVE CR-CLIENTE       TO TAB-TT-CLIENTE(TAB-TT-IDX)
              MOVE CR-DATA-VENCTO   TO TAB-TT-VENCTO(TAB-TT-IDX)
              MOVE CR-COMPETENCIA   TO TAB-TT-COMPETENCIA(TAB-TT-IDX)
              MOVE CR-TIPO          TO TAB-TT-TIPO(TAB-TT-IDX)
              MOVE WRK-SALDO-TITULO TO TAB-TT-SALDO(TAB-TT-IDX)
              MOVE WRK-DIAS-ATRASO  TO TAB-TT-DIAS(TAB-TT-IDX)
              EVALUATE TRUE
                  WHEN WRK-DIAS-ATRASO NOT GREATER 30
                      MOVE 1 TO TAB-TT-FAIXA(TAB-TT-IDX)
                  WHEN WRK-DIAS-ATRASO NOT GREATER 60
                      MOVE 2 TO TAB-TT-FAIXA(TAB-TT-IDX)
                  WHEN WRK-DIAS-ATRASO NOT GREATER 90
                      MOVE 3 TO TAB-TT-FAIXA(TAB-TT-IDX)
                  WHEN OTHER
                      MOVE 4 TO TAB-TT-FAIXA(TAB-TT-IDX)
              END-EVALUATE.
         1085-SAIDA.
              EXIT.

         0200-ORDENA-TITULOS SECTION.
              SET HOUVE-TROCA TO TRUE
              PERFORM UNTIL NOT HOUVE-TROCA
                  MOVE "N" TO WRK-HOUVE-TROCA
                  PERFORM VARYING WRK-IDX-I FROM 1 BY 1
                      UNTIL WRK-IDX-I NOT LESS WRK-QTD-TITULO
                      ADD 1 WRK-IDX-I GIVING WRK-IDX-J
                      IF TAB-TT-CHAVE(WRK-IDX-I) GREATER
                          TAB-TT-CHAVE(WRK-IDX-J)
                          MOVE TAB-TT-REG(WRK-IDX-I)
                              TO WRK-TROCA-TITULO
                          MOVE TAB-TT-REG(WRK-IDX-J)
                              TO TAB-TT-REG(WRK-IDX-I)
                          MOVE WRK-TROCA-TITULO
                              TO TAB-TT-REG(WRK-IDX-J)
                          SET HOUVE-TROCA TO TRUE
                      END-IF
                  END-PERFORM
              END-PERFORM.

      *    Quebra por cliente: faixa do cliente e a do titulo mais
      *    atrasado; carta so quando algum titulo chegou a uma faixa
      *    ainda nao avisada. A retencao vale a cada execucao,
      *    avisado ou nao.
         0400-PROCESSA-CLIENTE SECTION.
              MOVE TAB-TT-CLIENTE(WRK-IDX-INI) TO WRK-CLIENTE-ATUAL
              MOVE ZEROS TO WRK-FAIXA-CLIENTE
              MOVE ZEROS TO WRK-SALDO-CLIENTE
              MOVE "N" TO WRK-AVISO-NOVO
              MOVE "N" TO WRK-CLIENTE-RETIDO
              MOVE WRK-IDX-INI TO WRK-IDX-FIM
              PERFORM VARYING TAB-TT-IDX FROM WRK-IDX-INI BY 1
                  UNTIL TAB-TT-IDX GREATER WRK-QTD-TITULO
                  OR TAB-TT-CLIENTE(TAB-TT-IDX) NOT = WRK-CLIENTE-ATUAL
                  SET WRK-IDX-FIM TO TAB-TT-IDX
                  ADD TAB-TT-SALDO(TAB-TT-IDX) TO WRK-SALDO-CLIENTE
                  IF TAB-TT-FAIXA(TAB-TT-IDX) GREATER
                      WRK-FAIXA-CLIENTE
                      MOVE TAB-TT-FAIXA(TAB-TT-IDX)
                          TO WRK-FAIXA-CLIENTE
                  END-IF
                  PERFORM 0420-FAIXA-AVISADA
                  IF TAB-TT-FAIXA(TAB-TT-IDX) GREATER
                      WRK-FAIXA-AVISADA
                      SET AVISO-NOVO TO TRUE
                  END-IF
              END-PERFORM
              ADD 1 TO WRK-QTD-CLIENTES-VENC
              ADD WRK-SALDO-CLIENTE TO WRK-TOTAL-VENCIDO
              PERFORM 0440-DADOS-CLIENTE
              IF AVISO-NOVO
                  PERFORM 0500-EMITE-CARTA
                  PERFORM 0460-REGISTRA-AVISO
                      VARYING TAB-TT-IDX FROM WRK-IDX-INI BY 1
                      UNTIL TAB-TT-IDX GREATER WRK-IDX-FIM
              END-IF
              IF WRK-FAIXA-RETENCAO GREATER ZERO
                  AND WRK-FAIXA-CLIENTE NOT LESS WRK-FAIXA-RETENCAO
                  PERFORM 0600-RETEM-CLIENTE
              END-IF
              PERFORM 8100-LINHA-CLIENTE
              ADD 1 WRK-IDX-FIM GIVING WRK-IDX-INI.

         0420-FAIXA-AVISADA SECTION.
              MOVE ZEROS TO WRK-FAIXA-AVISADA
              IF WRK-QTD-AVISO GREATER ZERO
                  SET TAB-AV-IDX TO 1
                  SEARCH TAB-AV-REG
                      AT END
                          CONTINUE
                      WHEN TAB-AV-CLIENTE(TAB-AV-IDX) =
                          TAB-TT-CLIENTE(TAB-TT-IDX)
                          AND TAB-AV-COMPETENCIA(TAB-AV-IDX) =
                              TAB-TT-COMPETENCIA(TAB-TT-IDX)
                          AND TAB-AV-TIPO(TAB-AV-IDX) =
                              TAB-TT-TIPO(TAB-TT-IDX)
                          MOVE TAB-AV-FAIXA(TAB-AV-IDX)
                              TO WRK-FAIXA-AVISADA
                  END-SEARCH
              END-IF.

         0440-DADOS-CLIENTE SECTION.
              MOVE "CLIENTE NAO CADASTRADO" TO WRK-NOME-CLIENTE
              MOVE SPACES TO WRK-ENDERECO-CLIENTE
              MOVE SPACES TO WRK-UF-CLIENTE
              MOVE ZEROS TO WRK-CEP-CLIENTE
              IF WRK-QTD-CLIENTES GREATER ZERO
                  SET TAB-CL-IDX TO 1
                  SEARCH TAB-CL-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CL-CODIGO(TAB-CL-IDX) =
                          WRK-CLIENTE-ATUAL
                          MOVE TAB-CL-NOME(TAB-CL-IDX)
                              TO WRK-NOME-CLIENTE
                          MOVE TAB-CL-ENDERECO(TAB-CL-IDX)
                              TO WRK-ENDERECO-CLIENTE
                          MOVE TAB-CL-UF(TAB-CL-IDX)
                              TO WRK-UF-CLIENTE
                          MOVE TAB-CL-CEP(TAB-CL-IDX)
                              TO WRK-CEP-CLIENTE
                  END-SEARCH
              END-IF.

      *    Registra a faixa avisada de cada titulo listado na carta
      *    que ainda nao tinha aviso nessa faixa.
         0460-REGISTRA-AVISO SECTION.
              PERFORM 0420-FAIXA-AVISADA
              IF TAB-TT-FAIXA(TAB-TT-IDX) GREATER WRK-FAIXA-AVISADA
                  MOVE TAB-TT-CLIENTE(TAB-TT-IDX)     TO CE-CLIENTE
                  MOVE TAB-TT-COMPETENCIA(TAB-TT-IDX) TO CE-COMPETENCIA
                  MOVE TAB-TT-TIPO(TAB-TT-IDX)        TO CE-TIPO
                  MOVE TAB-TT-FAIXA(TAB-TT-IDX)       TO CE-FAIXA
                  MOVE WRK-DATA-SISTEMA               TO CE-DATA
                  WRITE CARTASENV-REG
              END-IF.

      *    Carta de cobranca: cabecalho, destinatario, texto da faixa
      *    do cliente, titulos vencidos e total, completada com
      *    linhas em branco ate o fim da pagina.
         0500-EMITE-CARTA SECTION.
              ADD 1 TO WRK-QTD-CARTAS
              ADD 1 TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-CARTA-LINHAS
              PERFORM 0520-TEXTO-DA-FAIXA
              MOVE "DEPARTAMENTO FINANCEIRO - COBRANCA"
                  TO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA
              PERFORM 0580-GRAVA-LINHA-CARTA
              STRING "DATA       : " DELIMITED BY SIZE
                  WRK-DATA-EXTENSO DELIMITED BY SIZE
                  INTO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA
              PERFORM 0580-GRAVA-LINHA-CARTA
              STRING "AO CLIENTE : " DELIMITED BY SIZE
                  WRK-CLIENTE-ATUAL DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WRK-NOME-CLIENTE DELIMITED BY SIZE
                  INTO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA
              STRING "ENDERECO   : " DELIMITED BY SIZE
                  WRK-ENDERECO-CLIENTE DELIMITED BY SIZE
                  INTO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA
              STRING "CEP        : " DELIMITED BY SIZE
                  WRK-CEP-CLIENTE DELIMITED BY SIZE
                  "   UF : " DELIMITED BY SIZE
                  WRK-UF-CLIENTE DELIMITED BY SIZE
                  INTO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA
              PERFORM 0580-GRAVA-LINHA-CARTA
              STRING "ASSUNTO    : " DELIMITED BY SIZE
                  WRK-ASSUNTO DELIMITED BY SIZE
                  INTO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA
              PERFORM 0580-GRAVA-LINHA-CARTA
              MOVE "Prezado cliente," TO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA
              PERFORM 0580-GRAVA-LINHA-CARTA
              MOVE WRK-TEXTO-1 TO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA
              MOVE WRK-TEXTO-2 TO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA
              MOVE WRK-TEXTO-3 TO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA
              MOVE WRK-TEXTO-4 TO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA
              IF WRK-TEXTO-5 NOT = SPACES
                  MOVE WRK-TEXTO-5 TO WRK-CARTA-LINHA
                  PERFORM 0580-GRAVA-LINHA-CARTA
              END-IF
              PERFORM 0580-GRAVA-LINHA-CARTA
              STRING "    COMPET  TIPO        VENCIMENTO   DIAS"
                  DELIMITED BY SIZE
                  "              SALDO" DELIMITED BY SIZE
                  INTO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA
              PERFORM 0540-LINHA-TITULO-CARTA
                  VARYING TAB-TT-IDX FROM WRK-IDX-INI BY 1
                  UNTIL TAB-TT-IDX GREATER WRK-IDX-FIM
              PERFORM 0580-GRAVA-LINHA-CARTA
              MOVE WRK-SALDO-CLIENTE TO WRK-CT-TOTAL
              MOVE WRK-CARTA-TOTAL TO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA
              PERFORM 0580-GRAVA-LINHA-CARTA
              MOVE "Atenciosamente," TO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA
              PERFORM 0580-GRAVA-LINHA-CARTA
              MOVE "DEPARTAMENTO FINANCEIRO" TO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA
              DIVIDE WRK-CARTA-LINHAS BY WRK-IMP-POR-PAG
                  GIVING WRK-CARTA-QUOC REMAINDER WRK-CARTA-RESTO
              PERFORM 0580-GRAVA-LINHA-CARTA
                  UNTIL WRK-CARTA-RESTO = ZEROS.

      *    Texto mais duro a cada faixa de atraso.
         0520-TEXTO-DA-FAIXA SECTION.
              EVALUATE WRK-FAIXA-CLIENTE
                  WHEN 1
                      MOVE "LEMBRETE DE TITULOS VENCIDOS"
                          TO WRK-ASSUNTO
                      MOVE "Informamos que os titulos abaixo constam"
                          TO WRK-TEXTO-1
                      MOVE "em aberto apos o vencimento. Pedimos a"
                          TO WRK-TEXTO-2
                      MOVE "gentileza de providenciar o pagamento."
                          TO WRK-TEXTO-3
                      MOVE "Caso ja o tenha feito, por favor"
                          TO WRK-TEXTO-4
                      MOVE "desconsidere este aviso."
                          TO WRK-TEXTO-5
                  WHEN 2
                      MOVE "SEGUNDO AVISO DE COBRANCA"
                          TO WRK-ASSUNTO
                      MOVE "Apesar do aviso anterior, os titulos abaixo"
                          TO WRK-TEXTO-1
                      MOVE "seguem em aberto ha mais de 30 dias."
                          TO WRK-TEXTO-2
                      MOVE "Solicitamos a regularizacao em ate 5 dias"
                          TO WRK-TEXTO-3
                      MOVE "uteis. O pagamento em atraso tem multa e"
                          TO WRK-TEXTO-4
                      MOVE "juros de mora conforme o contrato."
                          TO WRK-TEXTO-5
                  WHEN 3
                      MOVE "ULTIMO AVISO ANTES DA RETENCAO"
                          TO WRK-ASSUNTO
                      MOVE "Os titulos abaixo estao vencidos ha mais"
                          TO WRK-TEXTO-1
                      MOVE "de 60 dias. Sem a regularizacao em 5 dias"
                          TO WRK-TEXTO-2
                      MOVE "uteis, os novos pedidos de frete poderao"
                          TO WRK-TEXTO-3
                      MOVE "ficar retidos ate a quitacao do debito."
                          TO WRK-TEXTO-4
                      MOVE SPACES TO WRK-TEXTO-5
                  WHEN OTHER
                      MOVE "NOTIFICACAO DE DEBITO EM ATRASO"
                          TO WRK-ASSUNTO
                      MOVE "Os titulos abaixo estao vencidos ha mais"
                          TO WRK-TEXTO-1
                      MOVE "de 90 dias e os novos pedidos de frete"
                          TO WRK-TEXTO-2
                      MOVE "ficam retidos ate a quitacao. Sem o"
                          TO WRK-TEXTO-3
                      MOVE "pagamento em 10 dias, o debito sera"
                          TO WRK-TEXTO-4
                      MOVE "encaminhado a protesto e cobranca judicial."
                          TO WRK-TEXTO-5
              END-EVALUATE.

         0540-LINHA-TITULO-CARTA SECTION.
              MOVE TAB-TT-COMPETENCIA(TAB-TT-IDX) TO WRK-CT-COMPET
              IF TAB-TT-TIPO(TAB-TT-IDX) = "E"
                  MOVE "ENCARGOS" TO WRK-CT-TIPO
              ELSE
                  MOVE "FRETE" TO WRK-CT-TIPO
              END-IF
              MOVE TAB-TT-VENCTO(TAB-TT-IDX)(7:2) TO WRK-CT-VENCTO(1:2)
              MOVE "/" TO WRK-CT-VENCTO(3:1)
              MOVE TAB-TT-VENCTO(TAB-TT-IDX)(5:2) TO WRK-CT-VENCTO(4:2)
              MOVE "/" TO WRK-CT-VENCTO(6:1)
              MOVE TAB-TT-VENCTO(TAB-TT-IDX)(1:4) TO WRK-CT-VENCTO(7:4)
              MOVE TAB-TT-DIAS(TAB-TT-IDX) TO WRK-CT-DIAS
              IF TAB-TT-DIAS(TAB-TT-IDX) GREATER 120
                  MOVE "+" TO WRK-CT-MAIS
              ELSE
                  MOVE SPACES TO WRK-CT-MAIS
              END-IF
              MOVE TAB-TT-SALDO(TAB-TT-IDX) TO WRK-CT-SALDO
              MOVE WRK-CARTA-TITULO TO WRK-CARTA-LINHA
              PERFORM 0580-GRAVA-LINHA-CARTA.

         0580-GRAVA-LINHA-CARTA SECTION.
              WRITE CARTACOB-REG FROM WRK-CARTA-LINHA
              ADD 1 TO WRK-CARTA-LINHAS
              MOVE SPACES TO WRK-CARTA-LINHA
              DIVIDE WRK-CARTA-LINHAS BY WRK-IMP-POR-PAG
                  GIVING WRK-CARTA-QUOC REMAINDER WRK-CARTA-RESTO.

      *    Cliente na faixa de retencao: o PROGRAMA11 retem os
      *    pedidos novos dele enquanto constar em COBRETEM.DAT.
         0600-RETEM-CLIENTE SECTION.
              SET CLIENTE-RETIDO TO TRUE
              ADD 1 TO WRK-QTD-RETIDOS
              MOVE WRK-CLIENTE-ATUAL TO CC-CLIENTE
              MOVE WRK-FAIXA-CLIENTE TO CC-FAIXA
              MOVE WRK-SALDO-CLIENTE TO CC-SALDO-VENCIDO
              MOVE WRK-DATA-SISTEMA  TO CC-DATA
              WRITE COBRETEM-REG
              MOVE WRK-CLIENTE-ATUAL TO WRK-EXC-CHAVE
              MOVE "CLIENTE RETIDO POR COBRANCA EM ATRASO"
                  TO WRK-EXC-MOTIVO
              PERFORM 0655-GRAVA-EXCDIARIO.

         0655-GRAVA-EXCDIARIO SECTION.
              MOVE "COBRANCA" TO WRK-EXC-SISTEMA
              ACCEPT WRK-EXC-DATA FROM DATE YYYYMMDD
              ACCEPT WRK-EXC-HORA FROM TIME
              MOVE WRK-EXC-DATA       TO WRK-ER-DATA
              MOVE WRK-EXC-HORA       TO WRK-ER-HORA
              MOVE WRK-EXC-SISTEMA    TO WRK-ER-SISTEMA
              MOVE WRK-EXC-SEVERIDADE TO WRK-ER-SEVERIDADE
              MOVE WRK-EXC-CHAVE      TO WRK-ER-CHAVE
              MOVE WRK-EXC-COD-MOTIVO TO WRK-ER-COD-MOTIVO
              MOVE WRK-EXC-MOTIVO     TO WRK-ER-TEXTO
              WRITE EXCDIARIO-REG FROM WRK-EXC-REGISTRO
              MOVE "A" TO WRK-EXC-SEVERIDADE
              MOVE "9999" TO WRK-EXC-COD-MOTIVO.

      *    Dias de atraso contados dia a dia a partir do vencimento,
      *    com teto em 121 (tudo acima ja e faixa 90+).
         0800-CONTA-ATRASO SECTION.
              MOVE ZEROS TO WRK-DIAS-ATRASO
              MOVE CR-DATA-VENCTO TO WRK-DATA-PASSO
              PERFORM UNTIL WRK-DATA-PASSO NOT LESS WRK-DATA-SISTEMA
                  OR WRK-DIAS-ATRASO GREATER 120
                  PERFORM 0820-AVANCA-UM-DIA
                  ADD 1 TO WRK-DIAS-ATRASO
              END-PERFORM.

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

         8000-FECHA-RELATORIO SECTION.
              IF WRK-QTD-TITULO = ZEROS
                  MOVE "NENHUM TITULO VENCIDO EM ABERTO"
                      TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              PERFORM 8800-IMP-LINHA
              MOVE "TOTAL VENCIDO" TO WRK-LT-ROTULO
              MOVE WRK-TOTAL-VENCIDO TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-CLIENTES-VENC TO WRK-QTD-ED
              MOVE WRK-QTD-CARTAS TO WRK-CARTAS-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "CLIENTES " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  "  CARTAS " DELIMITED BY SIZE
                  WRK-CARTAS-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         8100-LINHA-CLIENTE SECTION.
              MOVE WRK-CLIENTE-ATUAL TO WRK-LC-CLIENTE
              MOVE WRK-NOME-CLIENTE  TO WRK-LC-NOME
              COMPUTE WRK-LC-QTD = WRK-IDX-FIM - WRK-IDX-INI + 1
              EVALUATE WRK-FAIXA-CLIENTE
                  WHEN 1 MOVE "ATE 30"  TO WRK-LC-FAIXA
                  WHEN 2 MOVE "31 A 60" TO WRK-LC-FAIXA
                  WHEN 3 MOVE "61 A 90" TO WRK-LC-FAIXA
                  WHEN OTHER MOVE "90+" TO WRK-LC-FAIXA
              END-EVALUATE
              MOVE WRK-SALDO-CLIENTE TO WRK-LC-SALDO
              IF AVISO-NOVO
                  MOVE "NOVA" TO WRK-LC-CARTA
              ELSE
                  MOVE "JA AV" TO WRK-LC-CARTA
              END-IF
              IF CLIENTE-RETIDO
                  MOVE "RETIDO" TO WRK-LC-RETIDO
              ELSE
                  MOVE SPACES TO WRK-LC-RETIDO
              END-IF
              MOVE WRK-LINHA-CLIENTE TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         9000-FINALIZAR SECTION.
              CLOSE CARTASENV-FILE
              CLOSE CARTACOB-FILE
              CLOSE COBRETEM-FILE
              CLOSE COBRANCAREL-FILE
              CLOSE EXCDIARIO-FILE
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
              DISPLAY "TITULOS LIDOS         : " WRK-JOB-LIDOS
              DISPLAY "TITULOS VENCIDOS      : " WRK-QTD-VENCIDOS
              DISPLAY "CARTAS EMITIDAS       : " WRK-QTD-CARTAS
              DISPLAY "CLIENTES RETIDOS      : " WRK-QTD-RETIDOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==COBRANCAREL-REG==.

       END PROGRAM COBRANCA.
