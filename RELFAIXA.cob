      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 13/02/2025
      * Purpose: Relatorio de aderencia a faixa salarial do cargo.
      *          Lista, agrupado por departamento (FM-DEPTO do mestre
      *          e nomes de DEPTOS.DAT), cada funcionario do mestre
      *          com o cargo (FUNCCARGO.DAT), o salario, a faixa do
      *          cargo em CARGOS.DAT (minimo, medio e maximo), o
      *          salario em percentual do ponto medio da faixa e a
      *          situacao: ABAIXO, DENTRO ou ACIMA da faixa, SEM
      *          CARGO ou CARGO N/CAD (codigo fora do cadastro). Cada
      *          departamento fecha com a quantidade, os fora da
      *          faixa e o percentual medio do ponto medio. Sai no
      *          padrao de paginacao de IMPRESSAOCPY (FAIXAREL.DAT).
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFAIXA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCM-FILE ASSIGN TO "FUNCM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-CODIGO
               FILE STATUS IS WRK-STATUS-FUNCM.
           SELECT FUNCCARGO-FILE ASSIGN TO "FUNCCARGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-CODIGO
               FILE STATUS IS WRK-STATUS-FUNCCARGO.
           SELECT CARGOS-FILE ASSIGN TO "CARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGOS.
           SELECT DEPTOS-FILE ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPTOS.
           SELECT FAIXAREL-FILE ASSIGN TO "FAIXAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCM-FILE.
       01  FUNCM-REG.
           05 FM-CODIGO              PIC 9(04).
           05 FM-NOME                PIC X(15).
           05 FM-SALARIO             PIC 9(06).
           05 FM-DEPTO               PIC X(04).
           05 FM-INSS                PIC 9(06)V99.
           05 FM-IRRF                PIC 9(06)V99.
           05 FM-SALARIO-LIQUIDO     PIC 9(06)V99.
           05 FM-BANCO               PIC 9(03).
           05 FM-AGENCIA             PIC 9(04).
           05 FM-CONTA               PIC 9(08).
           05 FM-ADMISSAO            PIC 9(08).

       FD  FUNCCARGO-FILE.
       01  FUNCCARGO-REG.
           05 FC-CODIGO              PIC 9(04).
           05 FC-CARGO               PIC X(04).
           05 FC-APROVADOR           PIC X(08).
           05 FC-DATA-APROVACAO      PIC 9(08).
           05 FC-ATUALIZACAO         PIC 9(08).

       FD  CARGOS-FILE.
       01  CARGOS-REG.
           05 CG-CODIGO              PIC X(04).
           05 CG-TITULO              PIC X(30).
           05 CG-MINIMO              PIC 9(06).
           05 CG-MEDIO               PIC 9(06).
           05 CG-MAXIMO              PIC 9(06).

       FD  DEPTOS-FILE.
       01  DEPTOS-REG.
           05 DP-CODIGO              PIC X(04).
           05 DP-NOME                PIC X(20).

       FD  FAIXAREL-FILE.
       01  FAIXAREL-REG              PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         77 WRK-STATUS-FUNCM      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FUNCCARGO  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CARGOS     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-DEPTOS     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-FIM-MESTRE        PIC X(01) VALUE "N".
             88 FIM-MESTRE VALUE "S".
         77 WRK-FIM-CARGOS        PIC X(01) VALUE "N".
             88 FIM-CARGOS VALUE "S".
         77 WRK-FIM-DEPTOS        PIC X(01) VALUE "N".
             88 FIM-DEPTOS VALUE "S".
         77 WRK-HA-FUNCCARGO      PIC X(01) VALUE "N".
             88 HA-FUNCCARGO VALUE "S".
         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.

         01 TAB-CARGOS.
             05 TAB-CG-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-CARGOS
                 INDEXED BY TAB-CG-IDX.
                 10 TAB-CG-CODIGO     PIC X(04).
                 10 TAB-CG-MINIMO     PIC 9(06).
                 10 TAB-CG-MEDIO      PIC 9(06).
                 10 TAB-CG-MAXIMO     PIC 9(06).
         77 WRK-QTD-CARGOS        PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-CARGO       PIC X(01) VALUE "N".
             88 ACHOU-CARGO VALUE "S".

      *    Funcionarios do mestre com o cargo e a faixa; situacao
      *    B abaixo, D dentro, A acima, S sem cargo, N cargo fora
      *    do cadastro.
         01 TAB-FUNC.
             05 TAB-FU-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-FUNC
                 INDEXED BY TAB-FU-IDX.
                 10 TAB-FU-DEPTO      PIC X(04).
                 10 TAB-FU-CODIGO     PIC 9(04).
                 10 TAB-FU-NOME       PIC X(15).
                 10 TAB-FU-CARGO      PIC X(04).
                 10 TAB-FU-SALARIO    PIC 9(06).
                 10 TAB-FU-MINIMO     PIC 9(06).
                 10 TAB-FU-MEDIO      PIC 9(06).
                 10 TAB-FU-MAXIMO     PIC 9(06).
                 10 TAB-FU-PERC       PIC 9(03)V9.
                 10 TAB-FU-SITUACAO   PIC X(01).
         77 WRK-QTD-FUNC          PIC 9(04) VALUE ZEROS.
         77 WRK-PERC-MEDIO        PIC 9(03)V9 VALUE ZEROS.

      *    Departamentos com funcionarios, na ordem em que aparecem.
         01 TAB-GRUPO.
             05 TAB-GR-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-GRUPO
                 INDEXED BY TAB-GR-IDX.
                 10 TAB-GR-DEPTO      PIC X(04).
                 10 TAB-GR-QTD        PIC 9(04).
                 10 TAB-GR-COM-CARGO  PIC 9(04).
                 10 TAB-GR-FORA       PIC 9(04).
                 10 TAB-GR-SOMA-PERC  PIC 9(07)V9.
         77 WRK-QTD-GRUPO         PIC 9(02) VALUE ZEROS.
         77 WRK-ACHOU-GRUPO       PIC X(01) VALUE "N".
             88 ACHOU-GRUPO VALUE "S".
         77 WRK-TOTAL-FORA        PIC 9(04) VALUE ZEROS.
         77 WRK-TOTAL-SEM-CARGO   PIC 9(04) VALUE ZEROS.

         01 TAB-DEPTOS.
             05 TAB-DP-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-DEPTOS
                 INDEXED BY TAB-DP-IDX.
                 10 TAB-DP-CODIGO     PIC X(04).
                 10 TAB-DP-NOME       PIC X(20).
         77 WRK-QTD-DEPTOS        PIC 9(02) VALUE ZEROS.
         77 WRK-NOME-DEPTO        PIC X(20) VALUE SPACES.
         77 WRK-QTD-ED            PIC ZZ.ZZ9.
         77 WRK-PERC-ED           PIC ZZ9,9.

         01 WRK-LINHA-FUNC.
             05 WRK-LF-CODIGO      PIC 9(04).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-NOME        PIC X(15).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-CARGO       PIC X(04).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-SALARIO     PIC ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-MINIMO      PIC ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-MEDIO       PIC ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-MAXIMO      PIC ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LF-PERC        PIC ZZ9,9.
             05 FILLER             PIC X(02) VALUE "% ".
             05 WRK-LF-SITUACAO    PIC X(12).

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-VARRE-MESTRE
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-MESTRE
              MOVE "N" TO WRK-FIM-CARGOS
              MOVE "N" TO WRK-FIM-DEPTOS
              MOVE "N" TO WRK-HA-FUNCCARGO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-CARGOS
              MOVE ZEROS TO WRK-QTD-FUNC
              MOVE ZEROS TO WRK-QTD-GRUPO
              MOVE ZEROS TO WRK-QTD-DEPTOS
              MOVE ZEROS TO WRK-TOTAL-FORA
              MOVE ZEROS TO WRK-TOTAL-SEM-CARGO
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "REL-FAIXA" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-CARGOS
              PERFORM 1055-CARREGA-DEPTOS
              OPEN INPUT FUNCM-FILE
              IF WRK-STATUS-FUNCM NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FUNCM.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FUNCM TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN INPUT FUNCCARGO-FILE
              IF WRK-STATUS-FUNCCARGO = "00"
                  SET HA-FUNCCARGO TO TRUE
              ELSE
                  DISPLAY "Aviso: FUNCCARGO.DAT indisponivel (status "
                      WRK-STATUS-FUNCCARGO ") - todos sem cargo"
              END-IF
              OPEN OUTPUT FAIXAREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FAIXAREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "ADERENCIA A FAIXA SALARIAL DO CARGO"
                  TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "COD  NOME            CARGO SALARIO  MINIMO"
                  DELIMITED BY SIZE
                  "   MEDIO  MAXIMO %MEDIO SITUACAO"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

      *    Sem CARGOS.DAT todo cargo informado sai como CARGO N/CAD.
         1050-CARREGA-CARGOS SECTION.
              OPEN INPUT CARGOS-FILE
              IF WRK-STATUS-CARGOS = "00"
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
                                  MOVE CG-MEDIO
                                      TO TAB-CG-MEDIO(TAB-CG-IDX)
                                  MOVE CG-MAXIMO
                                      TO TAB-CG-MAXIMO(TAB-CG-IDX)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE CARGOS-FILE
              ELSE
                  DISPLAY "Aviso: CARGOS.DAT indisponivel (status "
                      WRK-STATUS-CARGOS ")"
              END-IF.

         1055-CARREGA-DEPTOS SECTION.
              OPEN INPUT DEPTOS-FILE
              IF WRK-STATUS-DEPTOS = "00"
                  PERFORM UNTIL FIM-DEPTOS
                      READ DEPTOS-FILE INTO DEPTOS-REG
                          AT END
                              SET FIM-DEPTOS TO TRUE
                          NOT AT END
                              IF WRK-QTD-DEPTOS LESS 50
                                  ADD 1 TO WRK-QTD-DEPTOS
                                  MOVE DP-CODIGO TO
                                      TAB-DP-CODIGO(WRK-QTD-DEPTOS)
                                  MOVE DP-NOME TO
                                      TAB-DP-NOME(WRK-QTD-DEPTOS)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE DEPTOS-FILE
              END-IF.

         0100-VARRE-MESTRE SECTION.
              MOVE LOW-VALUES TO FM-CODIGO
              START FUNCM-FILE KEY NOT LESS FM-CODIGO
                  INVALID KEY
                      SET FIM-MESTRE TO TRUE
              END-START
              PERFORM UNTIL FIM-MESTRE
                  READ FUNCM-FILE NEXT
                      AT END
                          SET FIM-MESTRE TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          PERFORM 0150-GUARDA-FUNCIONARIO
                  END-READ
              END-PERFORM
              CLOSE FUNCM-FILE
              IF HA-FUNCCARGO
                  CLOSE FUNCCARGO-FILE
              END-IF.

         0150-GUARDA-FUNCIONARIO SECTION.
              IF WRK-QTD-FUNC NOT LESS 1000
                  DISPLAY "Mais de 1000 funcionarios no mestre"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              ADD 1 TO WRK-QTD-FUNC
              SET TAB-FU-IDX TO WRK-QTD-FUNC
              MOVE FM-DEPTO   TO TAB-FU-DEPTO(TAB-FU-IDX)
              MOVE FM-CODIGO  TO TAB-FU-CODIGO(TAB-FU-IDX)
              MOVE FM-NOME    TO TAB-FU-NOME(TAB-FU-IDX)
              MOVE FM-SALARIO TO TAB-FU-SALARIO(TAB-FU-IDX)
              MOVE SPACES     TO TAB-FU-CARGO(TAB-FU-IDX)
              MOVE ZEROS      TO TAB-FU-MINIMO(TAB-FU-IDX)
              MOVE ZEROS      TO TAB-FU-MEDIO(TAB-FU-IDX)
              MOVE ZEROS      TO TAB-FU-MAXIMO(TAB-FU-IDX)
              MOVE ZEROS      TO TAB-FU-PERC(TAB-FU-IDX)
              MOVE "S"        TO TAB-FU-SITUACAO(TAB-FU-IDX)
              PERFORM 0160-LOCALIZA-GRUPO
              ADD 1 TO TAB-GR-QTD(TAB-GR-IDX)
              IF HA-FUNCCARGO
                  MOVE FM-CODIGO TO FC-CODIGO
                  READ FUNCCARGO-FILE
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE FC-CARGO TO TAB-FU-CARGO(TAB-FU-IDX)
                  END-READ
              END-IF
              IF TAB-FU-CARGO(TAB-FU-IDX) = SPACES
                  ADD 1 TO WRK-TOTAL-SEM-CARGO
                  GO TO 0150-SAIDA
              END-IF
              MOVE "N" TO WRK-ACHOU-CARGO
              IF WRK-QTD-CARGOS GREATER ZERO
                  SET TAB-CG-IDX TO 1
                  SEARCH TAB-CG-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CG-CODIGO(TAB-CG-IDX) =
                          TAB-FU-CARGO(TAB-FU-IDX)
                          SET ACHOU-CARGO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-CARGO
                  MOVE "N" TO TAB-FU-SITUACAO(TAB-FU-IDX)
                  ADD 1 TO WRK-TOTAL-SEM-CARGO
                  GO TO 0150-SAIDA
              END-IF
              MOVE TAB-CG-MINIMO(TAB-CG-IDX)
                  TO TAB-FU-MINIMO(TAB-FU-IDX)
              MOVE TAB-CG-MEDIO(TAB-CG-IDX)
                  TO TAB-FU-MEDIO(TAB-FU-IDX)
              MOVE TAB-CG-MAXIMO(TAB-CG-IDX)
                  TO TAB-FU-MAXIMO(TAB-FU-IDX)
              IF TAB-CG-MEDIO(TAB-CG-IDX) GREATER ZERO
                  COMPUTE WRK-PERC-MEDIO ROUNDED =
                      FM-SALARIO * 100 / TAB-CG-MEDIO(TAB-CG-IDX)
                      ON SIZE ERROR
                          MOVE 999,9 TO WRK-PERC-MEDIO
                  END-COMPUTE
                  MOVE WRK-PERC-MEDIO TO TAB-FU-PERC(TAB-FU-IDX)
              END-IF
              EVALUATE TRUE
                  WHEN FM-SALARIO LESS TAB-CG-MINIMO(TAB-CG-IDX)
                      MOVE "B" TO TAB-FU-SITUACAO(TAB-FU-IDX)
                      ADD 1 TO TAB-GR-FORA(TAB-GR-IDX)
                      ADD 1 TO WRK-TOTAL-FORA
                  WHEN FM-SALARIO GREATER TAB-CG-MAXIMO(TAB-CG-IDX)
                      MOVE "A" TO TAB-FU-SITUACAO(TAB-FU-IDX)
                      ADD 1 TO TAB-GR-FORA(TAB-GR-IDX)
                      ADD 1 TO WRK-TOTAL-FORA
                  WHEN OTHER
                      MOVE "D" TO TAB-FU-SITUACAO(TAB-FU-IDX)
              END-EVALUATE
              ADD 1 TO TAB-GR-COM-CARGO(TAB-GR-IDX)
              ADD TAB-FU-PERC(TAB-FU-IDX)
                  TO TAB-GR-SOMA-PERC(TAB-GR-IDX).
         0150-SAIDA.
              EXIT.

         0160-LOCALIZA-GRUPO SECTION.
              MOVE "N" TO WRK-ACHOU-GRUPO
              IF WRK-QTD-GRUPO GREATER ZERO
                  SET TAB-GR-IDX TO 1
                  SEARCH TAB-GR-REG
                      AT END
                          CONTINUE
                      WHEN TAB-GR-DEPTO(TAB-GR-IDX) = FM-DEPTO
                          SET ACHOU-GRUPO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-GRUPO
                  IF WRK-QTD-GRUPO NOT LESS 50
                      DISPLAY "Mais de 50 departamentos no mestre"
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                  END-IF
                  ADD 1 TO WRK-QTD-GRUPO
                  SET TAB-GR-IDX TO WRK-QTD-GRUPO
                  MOVE FM-DEPTO TO TAB-GR-DEPTO(TAB-GR-IDX)
                  MOVE ZEROS TO TAB-GR-QTD(TAB-GR-IDX)
                  MOVE ZEROS TO TAB-GR-COM-CARGO(TAB-GR-IDX)
                  MOVE ZEROS TO TAB-GR-FORA(TAB-GR-IDX)
                  MOVE ZEROS TO TAB-GR-SOMA-PERC(TAB-GR-IDX)
              END-IF.

         8000-GRAVA-RELATORIO SECTION.
              PERFORM VARYING TAB-GR-IDX FROM 1 BY 1
                  UNTIL TAB-GR-IDX GREATER WRK-QTD-GRUPO
                  PERFORM 8100-GRAVA-GRUPO
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-SEM-CARGO TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "SEM CARGO OU CARGO N/CAD : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-TOTAL-FORA TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "FORA DA FAIXA " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         8100-GRAVA-GRUPO SECTION.
              PERFORM 8050-NOME-DEPTO
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "DEPTO " DELIMITED BY SIZE
                  TAB-GR-DEPTO(TAB-GR-IDX) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WRK-NOME-DEPTO DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM VARYING TAB-FU-IDX FROM 1 BY 1
                  UNTIL TAB-FU-IDX GREATER WRK-QTD-FUNC
                  IF TAB-FU-DEPTO(TAB-FU-IDX) =
                      TAB-GR-DEPTO(TAB-GR-IDX)
                      PERFORM 8200-GRAVA-FUNCIONARIO
                  END-IF
              END-PERFORM
              MOVE TAB-GR-QTD(TAB-GR-IDX) TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "  FUNCIONARIOS : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE TAB-GR-FORA(TAB-GR-IDX) TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "  FORA DA FAIXA: " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE ZEROS TO WRK-PERC-MEDIO
              IF TAB-GR-COM-CARGO(TAB-GR-IDX) GREATER ZERO
                  COMPUTE WRK-PERC-MEDIO ROUNDED =
                      TAB-GR-SOMA-PERC(TAB-GR-IDX) /
                      TAB-GR-COM-CARGO(TAB-GR-IDX)
              END-IF
              MOVE WRK-PERC-MEDIO TO WRK-PERC-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "  MEDIA DO PONTO MEDIO : " DELIMITED BY SIZE
                  WRK-PERC-ED DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         8050-NOME-DEPTO SECTION.
              MOVE "SEM DEPTO" TO WRK-NOME-DEPTO
              IF WRK-QTD-DEPTOS GREATER ZERO
                  SET TAB-DP-IDX TO 1
                  SEARCH TAB-DP-REG
                      AT END
                          CONTINUE
                      WHEN TAB-DP-CODIGO(TAB-DP-IDX) =
                          TAB-GR-DEPTO(TAB-GR-IDX)
                          MOVE TAB-DP-NOME(TAB-DP-IDX)
                              TO WRK-NOME-DEPTO
                  END-SEARCH
              END-IF.

         8200-GRAVA-FUNCIONARIO SECTION.
              MOVE TAB-FU-CODIGO(TAB-FU-IDX)  TO WRK-LF-CODIGO
              MOVE TAB-FU-NOME(TAB-FU-IDX)    TO WRK-LF-NOME
              MOVE TAB-FU-CARGO(TAB-FU-IDX)   TO WRK-LF-CARGO
              MOVE TAB-FU-SALARIO(TAB-FU-IDX) TO WRK-LF-SALARIO
              MOVE TAB-FU-MINIMO(TAB-FU-IDX)  TO WRK-LF-MINIMO
              MOVE TAB-FU-MEDIO(TAB-FU-IDX)   TO WRK-LF-MEDIO
              MOVE TAB-FU-MAXIMO(TAB-FU-IDX)  TO WRK-LF-MAXIMO
              MOVE TAB-FU-PERC(TAB-FU-IDX)    TO WRK-LF-PERC
              EVALUATE TAB-FU-SITUACAO(TAB-FU-IDX)
                  WHEN "B"
                      MOVE "ABAIXO" TO WRK-LF-SITUACAO
                  WHEN "D"
                      MOVE "DENTRO" TO WRK-LF-SITUACAO
                  WHEN "A"
                      MOVE "ACIMA" TO WRK-LF-SITUACAO
                  WHEN "N"
                      MOVE "CARGO N/CAD" TO WRK-LF-SITUACAO
                  WHEN OTHER
                      MOVE "SEM CARGO" TO WRK-LF-SITUACAO
              END-EVALUATE
              MOVE WRK-LINHA-FUNC TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD 1 TO WRK-JOB-GRAVADOS.

         9000-FINALIZAR SECTION.
              CLOSE FAIXAREL-FILE
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
              DISPLAY "FUNCIONARIOS LIDOS  : " WRK-JOB-LIDOS
              DISPLAY "FORA DA FAIXA       : " WRK-TOTAL-FORA
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==FAIXAREL-REG==.

       END PROGRAM RELFAIXA.
