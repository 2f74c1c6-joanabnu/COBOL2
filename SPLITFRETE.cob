      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 08/03/2025
      * Purpose: Divisao unica da trilha de auditoria de frete em
      *          particoes mensais. Le o arquivo morto (FRETEAUDARQ.DAT)
      *          e a trilha viva (FRETEAUD.DAT) e grava cada registro na
      *          particao do mes do AUD-DATA (FRETEARQ<AAAAMM>.DAT e
      *          FRETEAUD<AAAAMM>.DAT), registrando cada particao no
      *          diretorio FRETEDIR.DAT. Prova a divisao: por origem,
      *          quantidade de registros e somas de AUD-VALORTOTAL e
      *          AUD-FRETE antes, no diretorio e relidas das particoes
      *          pelo diretorio. Registro com data ou valor invalido
      *          impede a divisao (fase de prova, nada e gravado). Os
      *          dois arquivos originais ficam no disco como estavam;
      *          depois da divisao nenhum programa os le. Grava
      *          SPLITFRETECTL.DAT ao terminar e recusa uma segunda
      *          execucao, ou uma primeira com o diretorio ja em uso.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLITFRETE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGEM-FILE ASSIGN TO WRK-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORIGEM.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT SPLITFRETEREL-FILE ASSIGN TO "SPLITFRETEREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT SPLITFRETECTL-FILE ASSIGN TO "SPLITFRETECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
      *    Trilha ainda inteira (viva ou arquivo morto), no desenho do
      *    FRETEAUD-REG.
       FD  ORIGEM-FILE.
       01  ORIGEM-REG.
           05 OR-DATA                 PIC 9(08).
           05 OR-DATA-X REDEFINES OR-DATA.
               10 OR-ANO              PIC 9(04).
               10 OR-MES              PIC 9(02).
               10 OR-DIA              PIC 9(02).
           05 OR-HORA                 PIC 9(08).
           05 OR-PEDIDO               PIC 9(08).
           05 OR-RESTO1               PIC X(35).
           05 OR-FRETE                PIC 9(08)V99.
           05 OR-VALORTOTAL           PIC 9(09)V99.
           05 OR-RESTO2               PIC X(81).

       FD  FRETEAUD-FILE.
       01  FRETEAUD-REG.
           05 AUD-DATA                PIC 9(08).
           05 AUD-RESTO1              PIC X(51).
           05 AUD-FRETE               PIC 9(08)V99.
           05 AUD-VALORTOTAL          PIC 9(09)V99.
           05 AUD-RESTO2              PIC X(81).

       FD  SPLITFRETEREL-FILE.
       01  SPLITFRETEREL-REG          PIC X(80).

       FD  SPLITFRETECTL-FILE.
       01  SPLITFRETECTL-REG.
           05 SC-DATA-DIVISAO         PIC 9(08).
           05 SC-HORA-DIVISAO         PIC 9(08).
           05 SC-QTD-PARTICOES        PIC 9(03).
           05 SC-QTD-REGISTROS        PIC 9(09).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG              PIC X(91).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-ORIGEM    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FRETEAUD  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CTL       PIC X(02) VALUE SPACES.
         77 WRK-NOME-ORIGEM      PIC X(20) VALUE SPACES.
         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-FIM-ORIGEM       PIC X(01) VALUE "N".
             88 FIM-ORIGEM VALUE "S".
         77 WRK-DIVISAO-OK       PIC X(01) VALUE "S".
             88 DIVISAO-OK VALUE "S".
      *    Fase "P": so le e confere as origens, sem gravar particao.
      *    Fase "G": so roda se nenhuma origem tem registro invalido,
      *    e grava as particoes.
         77 WRK-FASE             PIC X(01) VALUE "P".
             88 FASE-PROVA VALUE "P".

      *    Origens da divisao, na ordem em que a trilha foi gravada:
      *    o arquivo morto vai para as particoes "A" e a trilha viva
      *    para as "V". Antes = lido da origem; diretorio = somado em
      *    FRETEDIR.DAT; relido = lido das particoes pelo diretorio.
         01 TAB-ORIGEM.
             05 TAB-OR-REG OCCURS 2 TIMES
                 INDEXED BY TAB-OR-IDX.
                 10 TAB-OR-ARQUIVO     PIC X(20).
                 10 TAB-OR-LOCAL       PIC X(01).
                 10 TAB-OR-LIDOS       PIC 9(09).
                 10 TAB-OR-INVALIDOS   PIC 9(09).
                 10 TAB-OR-VALOR       PIC 9(13)V99.
                 10 TAB-OR-FRETE       PIC 9(11)V99.
                 10 TAB-OR-DIR-QTD     PIC 9(09).
                 10 TAB-OR-DIR-VALOR   PIC 9(13)V99.
                 10 TAB-OR-DIR-FRETE   PIC 9(11)V99.
                 10 TAB-OR-RELIDOS     PIC 9(09).
                 10 TAB-OR-REL-VALOR   PIC 9(13)V99.
                 10 TAB-OR-REL-FRETE   PIC 9(11)V99.
                 10 TAB-OR-SITUACAO    PIC X(10).

      *    Faixa de anos da trilha, para reler o diretorio um ano por
      *    vez (a lista da FRETEPART tem limite de 300 particoes).
         77 WRK-COMP-MIN         PIC 9(06) VALUE ZEROS.
         77 WRK-COMP-MAX         PIC 9(06) VALUE ZEROS.
         77 WRK-ANO              PIC 9(04) VALUE ZEROS.
         77 WRK-ANO-MIN          PIC 9(04) VALUE ZEROS.
         77 WRK-ANO-MAX          PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-PARTICOES    PIC 9(03) VALUE ZEROS.
         77 WRK-QTD-PART-ERRO    PIC 9(03) VALUE ZEROS.

      *    Particao em releitura.
         77 WRK-PT-RELIDOS       PIC 9(09) VALUE ZEROS.
         77 WRK-PT-VALOR         PIC 9(13)V99 VALUE ZEROS.
         77 WRK-PT-FRETE         PIC 9(11)V99 VALUE ZEROS.

         01 WRK-LINHA-PART.
             05 WRK-LP-ARQUIVO     PIC X(20).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-DIR-QTD     PIC ZZZ.ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-RELIDOS     PIC ZZZ.ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-VALOR       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LP-SITUACAO    PIC X(10).

         01 WRK-LINHA-REL.
             05 WRK-RL-ROTULO      PIC X(20).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-RL-QTD         PIC ZZZ.ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-RL-VALOR       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-RL-FRETE       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 1010-MONTA-TABELA
              MOVE "P" TO WRK-FASE
              PERFORM VARYING TAB-OR-IDX FROM 1 BY 1
                  UNTIL TAB-OR-IDX GREATER 2
                  PERFORM 0100-DIVIDE-ORIGEM
              END-PERFORM
              IF DIVISAO-OK AND WRK-COMP-MAX GREATER ZEROS
                  MOVE "G" TO WRK-FASE
                  PERFORM VARYING TAB-OR-IDX FROM 1 BY 1
                      UNTIL TAB-OR-IDX GREATER 2
                      PERFORM 0100-DIVIDE-ORIGEM
                  END-PERFORM
                  PERFORM 0300-RELE-PARTICOES
                  PERFORM 0400-PROVA-DIVISAO
              END-IF
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "S" TO WRK-DIVISAO-OK
              MOVE "P" TO WRK-FASE
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-COMP-MIN
              MOVE ZEROS TO WRK-COMP-MAX
              MOVE ZEROS TO WRK-QTD-PARTICOES
              MOVE ZEROS TO WRK-QTD-PART-ERRO
              MOVE "N" TO WRK-TRILHA-ABERTA
              MOVE "V" TO WRK-FP-GR-LOCAL.

         0010-CABECALHO SECTION.
              MOVE "DIVIDE-FRETEAUD" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

      *    Dividir de novo somaria a trilha inteira outra vez nas
      *    particoes; e com o diretorio ja em uso (Programa11 gravando
      *    em particao) a trilha antiga ficaria misturada com a nova.
         1000-INICIALIZAR SECTION.
              OPEN INPUT SPLITFRETECTL-FILE
              IF WRK-STATUS-CTL = "00"
                  READ SPLITFRETECTL-FILE
                      AT END
                          MOVE ZEROS TO SC-DATA-DIVISAO
                  END-READ
                  CLOSE SPLITFRETECTL-FILE
                  DISPLAY "Divisao da trilha de frete ja executada em "
                      SC-DATA-DIVISAO " - nada a fazer"
                  MOVE 8 TO RETURN-CODE
                  PERFORM 9900-RODAPE
                  GOBACK
              END-IF
              MOVE ZEROS TO WRK-FP-COMP-DE
              MOVE 999999 TO WRK-FP-COMP-ATE
              MOVE "T" TO WRK-FP-ESCOPO
              MOVE "L" TO WRK-FP-FUNCAO
              MOVE RETURN-CODE TO WRK-FP-RETORNO
              CALL "FRETEPART" USING WRK-PARM-PART
              IF WRK-FP-RESULTADO = "0"
                  AND WRK-FP-QTD-PART GREATER ZEROS
                  DISPLAY "FRETEDIR.DAT ja tem " WRK-FP-QTD-PART
                      " particoes - divisao nao executada"
                  MOVE 8 TO RETURN-CODE
                  PERFORM 9900-RODAPE
                  GOBACK
              END-IF
              IF WRK-FP-RESULTADO NOT = "0"
                  AND WRK-FP-STATUS NOT = "35"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FRETEDIR.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-FP-STATUS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT SPLITFRETEREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "SPLITFRETEREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              MOVE "DIVISAO DA TRILHA DE FRETE EM PARTICOES MENSAIS"
                  TO SPLITFRETEREL-REG
              WRITE SPLITFRETEREL-REG
              MOVE SPACES TO SPLITFRETEREL-REG
              STRING "DATA : " DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
                  INTO SPLITFRETEREL-REG
              WRITE SPLITFRETEREL-REG
              MOVE SPACES TO SPLITFRETEREL-REG
              WRITE SPLITFRETEREL-REG.

         1010-MONTA-TABELA SECTION.
              MOVE "FRETEAUDARQ.DAT" TO TAB-OR-ARQUIVO(1)
              MOVE "A" TO TAB-OR-LOCAL(1)
              MOVE "FRETEAUD.DAT" TO TAB-OR-ARQUIVO(2)
              MOVE "V" TO TAB-OR-LOCAL(2)
              PERFORM VARYING TAB-OR-IDX FROM 1 BY 1
                  UNTIL TAB-OR-IDX GREATER 2
                  MOVE ZEROS TO TAB-OR-LIDOS(TAB-OR-IDX)
                  MOVE ZEROS TO TAB-OR-INVALIDOS(TAB-OR-IDX)
                  MOVE ZEROS TO TAB-OR-VALOR(TAB-OR-IDX)
                  MOVE ZEROS TO TAB-OR-FRETE(TAB-OR-IDX)
                  MOVE ZEROS TO TAB-OR-DIR-QTD(TAB-OR-IDX)
                  MOVE ZEROS TO TAB-OR-DIR-VALOR(TAB-OR-IDX)
                  MOVE ZEROS TO TAB-OR-DIR-FRETE(TAB-OR-IDX)
                  MOVE ZEROS TO TAB-OR-RELIDOS(TAB-OR-IDX)
                  MOVE ZEROS TO TAB-OR-REL-VALOR(TAB-OR-IDX)
                  MOVE ZEROS TO TAB-OR-REL-FRETE(TAB-OR-IDX)
                  MOVE SPACES TO TAB-OR-SITUACAO(TAB-OR-IDX)
              END-PERFORM.

      *    Uma origem: na fase de prova conta, soma e confere cada
      *    registro; na fase de gravacao grava cada um na particao do
      *    seu mes. Registro devolvido com data retroativa (DEVFRETE)
      *    volta para a particao do mes dele.
         0100-DIVIDE-ORIGEM SECTION.
              MOVE TAB-OR-ARQUIVO(TAB-OR-IDX) TO WRK-NOME-ORIGEM
              MOVE "N" TO WRK-FIM-ORIGEM
              OPEN INPUT ORIGEM-FILE
              IF WRK-STATUS-ORIGEM NOT = "00"
                  MOVE "AUSENTE" TO TAB-OR-SITUACAO(TAB-OR-IDX)
                  GO TO 0100-SAIDA
              END-IF
              IF NOT FASE-PROVA
                  MOVE TAB-OR-LOCAL(TAB-OR-IDX) TO WRK-FP-GR-LOCAL
              END-IF
              PERFORM UNTIL FIM-ORIGEM
                  READ ORIGEM-FILE
                      AT END
                          SET FIM-ORIGEM TO TRUE
                      NOT AT END
                          IF FASE-PROVA
                              PERFORM 0110-CONFERE-REGISTRO
                          ELSE
                              MOVE ORIGEM-REG TO FRETEAUD-REG
                              PERFORM 7800-GRAVA-TRILHA
                              ADD 1 TO WRK-JOB-GRAVADOS
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ORIGEM-FILE
              IF NOT FASE-PROVA
                  PERFORM 7840-FECHA-GRAVACAO
                  MOVE "V" TO WRK-FP-GR-LOCAL
                  IF RETURN-CODE NOT = 0
                      MOVE "N" TO WRK-DIVISAO-OK
                  END-IF
              END-IF.
         0100-SAIDA.
              EXIT.

         0110-CONFERE-REGISTRO SECTION.
              ADD 1 TO TAB-OR-LIDOS(TAB-OR-IDX)
              ADD 1 TO WRK-JOB-LIDOS
              IF OR-DATA NOT NUMERIC
                  OR OR-MES LESS 1 OR OR-MES GREATER 12
                  OR OR-FRETE NOT NUMERIC
                  OR OR-VALORTOTAL NOT NUMERIC
                  ADD 1 TO TAB-OR-INVALIDOS(TAB-OR-IDX)
                  ADD 1 TO WRK-JOB-REJEITADOS
                  MOVE "N" TO WRK-DIVISAO-OK
                  MOVE OR-PEDIDO TO WRK-EXC-CHAVE
                  MOVE "E" TO WRK-EXC-SEVERIDADE
                  MOVE "DATA OU VALOR INVALIDO NA TRILHA"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
                  GO TO 0110-SAIDA
              END-IF
              ADD OR-VALORTOTAL TO TAB-OR-VALOR(TAB-OR-IDX)
              ADD OR-FRETE TO TAB-OR-FRETE(TAB-OR-IDX)
              IF WRK-COMP-MIN = ZEROS
                  OR OR-DATA(1:6) LESS WRK-COMP-MIN
                  MOVE OR-DATA(1:6) TO WRK-COMP-MIN
              END-IF
              IF OR-DATA(1:6) GREATER WRK-COMP-MAX
                  MOVE OR-DATA(1:6) TO WRK-COMP-MAX
              END-IF.
         0110-SAIDA.
              EXIT.

      *    Releitura pelo diretorio, um ano por vez: cada particao e
      *    conferida contra a sua linha em FRETEDIR.DAT e somada na
      *    origem do seu local.
         0300-RELE-PARTICOES SECTION.
              MOVE SPACES TO SPLITFRETEREL-REG
              STRING "PARTICAO               DIRETORIO   "
                  DELIMITED BY SIZE
                  "  RELIDOS          VALOR TOTAL SITUACAO"
                  DELIMITED BY SIZE
                  INTO SPLITFRETEREL-REG
              WRITE SPLITFRETEREL-REG
              MOVE WRK-COMP-MIN(1:4) TO WRK-ANO-MIN
              MOVE WRK-COMP-MAX(1:4) TO WRK-ANO-MAX
              PERFORM VARYING WRK-ANO FROM WRK-ANO-MIN BY 1
                  UNTIL WRK-ANO GREATER WRK-ANO-MAX
                  PERFORM 0310-RELE-ANO
              END-PERFORM
              MOVE SPACES TO SPLITFRETEREL-REG
              WRITE SPLITFRETEREL-REG.

         0310-RELE-ANO SECTION.
              COMPUTE WRK-FP-COMP-DE = WRK-ANO * 100 + 1
              COMPUTE WRK-FP-COMP-ATE = WRK-ANO * 100 + 12
              MOVE "T" TO WRK-FP-ESCOPO
              PERFORM 7700-ABRE-TRILHA
              IF WRK-FP-RESULTADO NOT = "0"
                  DISPLAY "Erro ao ler FRETEDIR.DAT : " WRK-FP-STATUS
                      " - ano " WRK-ANO
                  MOVE "N" TO WRK-DIVISAO-OK
                  GO TO 0310-SAIDA
              END-IF
              MOVE ZEROS TO WRK-PT-RELIDOS
              MOVE ZEROS TO WRK-PT-VALOR
              MOVE ZEROS TO WRK-PT-FRETE
              PERFORM UNTIL FIM-TRILHA
                  READ FRETEAUD-FILE
                      AT END
                          PERFORM 0320-CONFERE-PARTICAO
                          PERFORM 7720-PROXIMA-PARTICAO
                      NOT AT END
                          ADD 1 TO WRK-PT-RELIDOS
                          ADD AUD-VALORTOTAL TO WRK-PT-VALOR
                          ADD AUD-FRETE TO WRK-PT-FRETE
                  END-READ
              END-PERFORM.
         0310-SAIDA.
              EXIT.

         0320-CONFERE-PARTICAO SECTION.
              ADD 1 TO WRK-QTD-PARTICOES
              IF WRK-FP-PT-LOCAL(WRK-FP-IDX) = "A"
                  SET TAB-OR-IDX TO 1
              ELSE
                  SET TAB-OR-IDX TO 2
              END-IF
              ADD WRK-FP-PT-QTD(WRK-FP-IDX)
                  TO TAB-OR-DIR-QTD(TAB-OR-IDX)
              ADD WRK-FP-PT-VALOR(WRK-FP-IDX)
                  TO TAB-OR-DIR-VALOR(TAB-OR-IDX)
              ADD WRK-FP-PT-FRETE(WRK-FP-IDX)
                  TO TAB-OR-DIR-FRETE(TAB-OR-IDX)
              ADD WRK-PT-RELIDOS TO TAB-OR-RELIDOS(TAB-OR-IDX)
              ADD WRK-PT-VALOR TO TAB-OR-REL-VALOR(TAB-OR-IDX)
              ADD WRK-PT-FRETE TO TAB-OR-REL-FRETE(TAB-OR-IDX)
              MOVE WRK-FP-PT-ARQUIVO(WRK-FP-IDX) TO WRK-LP-ARQUIVO
              MOVE WRK-FP-PT-QTD(WRK-FP-IDX) TO WRK-LP-DIR-QTD
              MOVE WRK-PT-RELIDOS TO WRK-LP-RELIDOS
              MOVE WRK-PT-VALOR TO WRK-LP-VALOR
              IF WRK-PT-RELIDOS NOT = WRK-FP-PT-QTD(WRK-FP-IDX)
                  OR WRK-PT-VALOR NOT = WRK-FP-PT-VALOR(WRK-FP-IDX)
                  OR WRK-PT-FRETE NOT = WRK-FP-PT-FRETE(WRK-FP-IDX)
                  MOVE "DIVERGENTE" TO WRK-LP-SITUACAO
                  ADD 1 TO WRK-QTD-PART-ERRO
              ELSE
                  MOVE "CONFERIDA" TO WRK-LP-SITUACAO
              END-IF
              WRITE SPLITFRETEREL-REG FROM WRK-LINHA-PART
              MOVE ZEROS TO WRK-PT-RELIDOS
              MOVE ZEROS TO WRK-PT-VALOR
              MOVE ZEROS TO WRK-PT-FRETE.

      *    Por origem, antes = diretorio = relido, em quantidade, valor
      *    total e frete. Registro invalido ja parou na fase de prova.
         0400-PROVA-DIVISAO SECTION.
              IF WRK-QTD-PART-ERRO GREATER ZEROS
                  MOVE "N" TO WRK-DIVISAO-OK
              END-IF
              PERFORM VARYING TAB-OR-IDX FROM 1 BY 1
                  UNTIL TAB-OR-IDX GREATER 2
                  IF TAB-OR-SITUACAO(TAB-OR-IDX) = SPACES
                      PERFORM 0410-PROVA-ORIGEM
                  END-IF
              END-PERFORM.

         0410-PROVA-ORIGEM SECTION.
              IF TAB-OR-DIR-QTD(TAB-OR-IDX)
                  NOT = TAB-OR-LIDOS(TAB-OR-IDX)
                  OR TAB-OR-RELIDOS(TAB-OR-IDX)
                  NOT = TAB-OR-LIDOS(TAB-OR-IDX)
                  OR TAB-OR-DIR-VALOR(TAB-OR-IDX)
                  NOT = TAB-OR-VALOR(TAB-OR-IDX)
                  OR TAB-OR-REL-VALOR(TAB-OR-IDX)
                  NOT = TAB-OR-VALOR(TAB-OR-IDX)
                  OR TAB-OR-DIR-FRETE(TAB-OR-IDX)
                  NOT = TAB-OR-FRETE(TAB-OR-IDX)
                  OR TAB-OR-REL-FRETE(TAB-OR-IDX)
                  NOT = TAB-OR-FRETE(TAB-OR-IDX)
                  MOVE "DIVERGENTE" TO TAB-OR-SITUACAO(TAB-OR-IDX)
                  MOVE "N" TO WRK-DIVISAO-OK
                  MOVE TAB-OR-ARQUIVO(TAB-OR-IDX) TO WRK-EXC-CHAVE
                  MOVE "E" TO WRK-EXC-SEVERIDADE
                  MOVE "PROVA DA DIVISAO NAO BATEU"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
              ELSE
                  MOVE "DIVIDIDO" TO TAB-OR-SITUACAO(TAB-OR-IDX)
              END-IF.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "DIVIDE-FRETE" TO WRK-EXC-SISTEMA
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

         8000-GRAVA-RELATORIO SECTION.
              MOVE SPACES TO SPLITFRETEREL-REG
              STRING "ORIGEM / PROVA          REGISTROS"
                  DELIMITED BY SIZE
                  "          VALOR TOTAL             FRETE"
                  DELIMITED BY SIZE
                  INTO SPLITFRETEREL-REG
              WRITE SPLITFRETEREL-REG
              PERFORM VARYING TAB-OR-IDX FROM 1 BY 1
                  UNTIL TAB-OR-IDX GREATER 2
                  PERFORM 8010-LINHAS-ORIGEM
              END-PERFORM
              MOVE SPACES TO SPLITFRETEREL-REG
              STRING "PARTICOES RELIDAS : " DELIMITED BY SIZE
                  WRK-QTD-PARTICOES DELIMITED BY SIZE
                  "   DIVERGENTES : " DELIMITED BY SIZE
                  WRK-QTD-PART-ERRO DELIMITED BY SIZE
                  INTO SPLITFRETEREL-REG
              WRITE SPLITFRETEREL-REG
              MOVE SPACES TO SPLITFRETEREL-REG
              WRITE SPLITFRETEREL-REG
              IF DIVISAO-OK
                  MOVE "PROVA DA DIVISAO : OK" TO SPLITFRETEREL-REG
              ELSE
                  MOVE "PROVA DA DIVISAO : FALHOU - VER DIVERGENTES"
                      TO SPLITFRETEREL-REG
              END-IF
              WRITE SPLITFRETEREL-REG
              PERFORM 8100-GRAVA-CONTROLE.

         8010-LINHAS-ORIGEM SECTION.
              IF TAB-OR-SITUACAO(TAB-OR-IDX) = SPACES
                  IF TAB-OR-INVALIDOS(TAB-OR-IDX) GREATER ZEROS
                      MOVE "INVALIDO" TO TAB-OR-SITUACAO(TAB-OR-IDX)
                  ELSE
                      MOVE "PENDENTE" TO TAB-OR-SITUACAO(TAB-OR-IDX)
                  END-IF
              END-IF
              MOVE SPACES TO SPLITFRETEREL-REG
              STRING TAB-OR-ARQUIVO(TAB-OR-IDX) DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  TAB-OR-SITUACAO(TAB-OR-IDX) DELIMITED BY SIZE
                  INTO SPLITFRETEREL-REG
              WRITE SPLITFRETEREL-REG
              MOVE "  ANTES" TO WRK-RL-ROTULO
              MOVE TAB-OR-LIDOS(TAB-OR-IDX) TO WRK-RL-QTD
              MOVE TAB-OR-VALOR(TAB-OR-IDX) TO WRK-RL-VALOR
              MOVE TAB-OR-FRETE(TAB-OR-IDX) TO WRK-RL-FRETE
              WRITE SPLITFRETEREL-REG FROM WRK-LINHA-REL
              IF TAB-OR-INVALIDOS(TAB-OR-IDX) GREATER ZEROS
                  MOVE "  INVALIDOS" TO WRK-RL-ROTULO
                  MOVE TAB-OR-INVALIDOS(TAB-OR-IDX) TO WRK-RL-QTD
                  MOVE ZEROS TO WRK-RL-VALOR
                  MOVE ZEROS TO WRK-RL-FRETE
                  WRITE SPLITFRETEREL-REG FROM WRK-LINHA-REL
              END-IF
              MOVE "  DIRETORIO" TO WRK-RL-ROTULO
              MOVE TAB-OR-DIR-QTD(TAB-OR-IDX) TO WRK-RL-QTD
              MOVE TAB-OR-DIR-VALOR(TAB-OR-IDX) TO WRK-RL-VALOR
              MOVE TAB-OR-DIR-FRETE(TAB-OR-IDX) TO WRK-RL-FRETE
              WRITE SPLITFRETEREL-REG FROM WRK-LINHA-REL
              MOVE "  RELIDO" TO WRK-RL-ROTULO
              MOVE TAB-OR-RELIDOS(TAB-OR-IDX) TO WRK-RL-QTD
              MOVE TAB-OR-REL-VALOR(TAB-OR-IDX) TO WRK-RL-VALOR
              MOVE TAB-OR-REL-FRETE(TAB-OR-IDX) TO WRK-RL-FRETE
              WRITE SPLITFRETEREL-REG FROM WRK-LINHA-REL.

      *    So uma divisao provada fecha a porta para nova execucao.
      *    Com registro invalido nada foi gravado e o operador pode
      *    corrigir a origem e rodar outra vez; com divergencia depois
      *    da gravacao o diretorio ja tem linhas e a nova execucao e
      *    recusada ate as particoes serem conferidas.
         8100-GRAVA-CONTROLE SECTION.
              IF NOT DIVISAO-OK
                  MOVE 8 TO RETURN-CODE
                  GO TO 8100-SAIDA
              END-IF
              OPEN OUTPUT SPLITFRETECTL-FILE
              IF WRK-STATUS-CTL = "00"
                  MOVE WRK-DATA-SISTEMA   TO SC-DATA-DIVISAO
                  MOVE WRK-HORA-SISTEMA   TO SC-HORA-DIVISAO
                  MOVE WRK-QTD-PARTICOES  TO SC-QTD-PARTICOES
                  MOVE WRK-JOB-GRAVADOS   TO SC-QTD-REGISTROS
                  WRITE SPLITFRETECTL-REG
                  CLOSE SPLITFRETECTL-FILE
              END-IF.
         8100-SAIDA.
              EXIT.

         9000-FINALIZAR SECTION.
              CLOSE SPLITFRETEREL-FILE
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
              DISPLAY "PARTICOES GRAVADAS   : " WRK-QTD-PARTICOES
              DISPLAY "REGISTROS LIDOS      : " WRK-JOB-LIDOS
              DISPLAY "REGISTROS GRAVADOS   : " WRK-JOB-GRAVADOS
              DISPLAY "==========================================".

           COPY FRETELECPY.
           COPY FRETEGRCPY.
       END PROGRAM SPLITFRETE.
