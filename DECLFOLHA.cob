      *          DECLFOLHAREL.DAT.
      * Tectonics: cobc
      * Mod Log:
      *   04/02/2025 - JLS - Layout de FUNCHIST.DAT com o tipo da verba
      *                      e os encargos do empregador (FGTS, INSS
      *                      patronal e terceiros) no fim do registro.
      *   06/02/2025 - JLS - Detalhe com CPF, PIS e nome completo de
      *                      FUNCIDENT.DAT (registro de 160 posicoes);
      *                      controle conta os detalhes sem CPF ou PIS.
      *   07/03/2025 - JLS - Layout do FUNCIDENT.DAT acompanha o e-mail
      *                      do funcionario (FI-EMAIL) no final.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLFOLHA.
           SELECT DECLFOLHAREL-FILE ASSIGN TO "DECLFOLHAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT FUNCIDENT-FILE ASSIGN TO "FUNCIDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-CODIGO
               ALTERNATE RECORD KEY IS FI-CPF WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-FUNCIDENT.

       DATA DIVISION.
       FILE SECTION.
           05 FH-INSS                PIC 9(06)V99.
           05 FH-IRRF                PIC 9(06)V99.
           05 FH-SALARIO-LIQUIDO     PIC 9(06)V99.
           05 FH-TIPO-VERBA          PIC X(01).
           05 FH-FGTS                PIC 9(06)V99.
           05 FH-INSS-EMPRESA        PIC 9(06)V99.
           05 FH-TERCEIROS           PIC 9(06)V99.

       FD  PARAMDECL-FILE.
       01  PARAMDECL-REG.
           05 DP-CODIGO              PIC X(04).
           05 DP-NOME                PIC X(20).

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

       FD  DECLFOLHA-FILE.
       01  DECLFOLHA-REG             PIC X(160).

       FD  DECLFOLHAREL-FILE.
       01  DECLFOLHAREL-REG          PIC X(80).
         77 WRK-STATUS-DEPTOS     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-DECL       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FUNCIDENT  PIC X(02) VALUE SPACES.
         77 WRK-HA-IDENT          PIC X(01) VALUE "N".
             88 HA-IDENT VALUE "S".
         77 WRK-QTD-SEM-DOC       PIC 9(06) VALUE ZEROS.
         77 WRK-FIM-FUNCHIST      PIC X(01) VALUE "N".
             88 FIM-FUNCHIST VALUE "S".
         77 WRK-FIM-DEPTOS        PIC X(01) VALUE "N".
             05 WRK-DH-COMPETENCIA PIC 9(06).
             05 WRK-DH-DATA        PIC 9(08).
             05 FILLER             PIC X(16) VALUE "DECLARACAO FOLHA".
             05 FILLER             PIC X(129) VALUE SPACES.
         01 WRK-DECL-DETALHE.
             05 FILLER             PIC X(01) VALUE "D".
             05 WRK-DD-CODIGO      PIC 9(04).
             05 WRK-DD-CPF         PIC 9(11).
             05 WRK-DD-PIS         PIC 9(11).
             05 WRK-DD-NOME        PIC X(60).
             05 WRK-DD-DEPTO       PIC X(04).
             05 WRK-DD-DEPTO-NOME  PIC X(20).
             05 WRK-DD-BRUTO       PIC 9(08)V99.
             05 WRK-DD-INSS        PIC 9(08)V99.
             05 WRK-DD-IRRF        PIC 9(08)V99.
             05 WRK-DD-LIQUIDO     PIC 9(08)V99.
             05 FILLER             PIC X(09) VALUE SPACES.
         01 WRK-DECL-TRAILER.
             05 FILLER             PIC X(01) VALUE "T".
             05 WRK-DT-QTD         PIC 9(06).
             05 WRK-DT-SOMA-INSS   PIC 9(10)V99.
             05 WRK-DT-SOMA-IRRF   PIC 9(10)V99.
             05 WRK-DT-SOMA-LIQ    PIC 9(10)V99.
             05 FILLER             PIC X(105) VALUE SPACES.

         77 WRK-QTD-DETALHES      PIC 9(06) VALUE ZEROS.
         77 WRK-SOMA-BRUTO        PIC 9(10)V99 VALUE ZEROS.
              MOVE ZEROS TO WRK-SOMA-BRUTO
              MOVE ZEROS TO WRK-SOMA-INSS
              MOVE ZEROS TO WRK-SOMA-IRRF
              MOVE ZEROS TO WRK-SOMA-LIQ
              MOVE "N" TO WRK-HA-IDENT
              MOVE ZEROS TO WRK-QTD-SEM-DOC.

         0010-CABECALHO SECTION.
              MOVE "DECLARA-FOLHA" TO WRK-JOB-NOME
              END-IF
              DISPLAY "Competencia da declaracao : " WRK-COMPETENCIA
              PERFORM 1055-CARREGA-DEPTOS
      *    Sem a identificacao civil a declaracao sai com o nome
      *    curto e documentos zerados, contados no controle.
              OPEN INPUT FUNCIDENT-FILE
              IF WRK-STATUS-FUNCIDENT = "00"
                  SET HA-IDENT TO TRUE
              ELSE
                  DISPLAY "Aviso: FUNCIDENT.DAT indisponivel : "
                      WRK-STATUS-FUNCIDENT
                      " - declaracao sem CPF/PIS"
              END-IF
              OPEN INPUT FUNCHIST-FILE
              IF WRK-STATUS-FUNCHIST NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID

         0150-GRAVA-DETALHE SECTION.
              PERFORM 0160-NOME-DEPTO
              PERFORM 0170-IDENTIFICACAO
              MOVE FH-DEPTO   TO WRK-DD-DEPTO
              MOVE WRK-NOME-DEPTO TO WRK-DD-DEPTO-NOME
              MOVE FH-SALARIO TO WRK-DD-BRUTO
                  END-SEARCH
              END-IF.

      *    Nome completo, CPF e PIS do cadastro de identificacao;
      *    funcionario sem CPF ou sem PIS vai para a contagem de
      *    pendencias do relatorio de controle.
         0170-IDENTIFICACAO SECTION.
              MOVE FH-CODIGO  TO WRK-DD-CODIGO
              MOVE FH-NOME    TO WRK-DD-NOME
              MOVE ZEROS      TO WRK-DD-CPF
              MOVE ZEROS      TO WRK-DD-PIS
              IF HA-IDENT
                  MOVE FH-CODIGO TO FI-CODIGO
                  READ FUNCIDENT-FILE KEY IS FI-CODIGO
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          IF FI-NOME-COMPLETO NOT = SPACES
                              MOVE FI-NOME-COMPLETO TO WRK-DD-NOME
                          END-IF
                          MOVE FI-CPF TO WRK-DD-CPF
                          MOVE FI-PIS TO WRK-DD-PIS
                  END-READ
              END-IF
              IF WRK-DD-CPF = ZEROS OR WRK-DD-PIS = ZEROS
                  ADD 1 TO WRK-QTD-SEM-DOC
              END-IF.

         0300-GRAVA-TRAILER SECTION.
              MOVE WRK-QTD-DETALHES TO WRK-DT-QTD
              MOVE WRK-SOMA-BRUTO   TO WRK-DT-SOMA-BRUTO
              MOVE WRK-SOMA-IRRF    TO WRK-DT-SOMA-IRRF
              MOVE WRK-SOMA-LIQ     TO WRK-DT-SOMA-LIQ
              WRITE DECLFOLHA-REG FROM WRK-DECL-TRAILER
              CLOSE DECLFOLHA-FILE
              IF HA-IDENT
                  CLOSE FUNCIDENT-FILE
              END-IF.

         8000-RELATORIO-CONTROLE SECTION.
              MOVE "CONTROLE DA DECLARACAO MENSAL DA FOLHA"
              MOVE "SOMA LIQUIDO" TO WRK-RL-ROTULO
              MOVE WRK-SOMA-LIQ TO WRK-RL-VALOR
              WRITE DECLFOLHAREL-REG FROM WRK-LINHA-REL
              IF WRK-QTD-SEM-DOC GREATER ZERO
                  MOVE WRK-QTD-SEM-DOC TO WRK-QTD-ED
                  MOVE SPACES TO DECLFOLHAREL-REG
                  STRING "DETALHES SEM CPF OU PIS : " DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO DECLFOLHAREL-REG
                  WRITE DECLFOLHAREL-REG
                  MOVE 4 TO RETURN-CODE
              END-IF
              IF WRK-QTD-DETALHES = ZEROS
                  MOVE "NENHUM DETALHE PARA A COMPETENCIA"
                      TO DECLFOLHAREL-REG
