      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 07/02/2025
      * Purpose: Relatorio mensal dos funcionarios afastados. Para o
      *          mes pedido em PARAMRH.DAT (AAAAMM; na falta, o mes
      *          corrente) lista, agrupado por departamento (FM-DEPTO
      *          do mestre e nomes de DEPTOS.DAT; quem nao esta no
      *          mestre sai como SEM DEPTO), cada afastamento de
      *          AFASTAMENTOS.DAT que alcanca o mes: codigo, nome,
      *          tipo (AFASTCPY ou PARAMAFAST.DAT), inicio, retorno
      *          previsto, dias afastados ate o fim do mes (ou ate o
      *          retorno) e a situacao -- AFASTADO, ou RETORNOU quando
      *          o retorno efetivo caiu dentro do mes. Sai no padrao
      *          de paginacao de IMPRESSAOCPY (AFASTREL.DAT).
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAFAST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFASTAMENTOS-FILE ASSIGN TO "AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFAST.
           SELECT PARAMAFAST-FILE ASSIGN TO "PARAMAFAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMAFAST.
           SELECT FUNCM-FILE ASSIGN TO "FUNCM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-CODIGO
               FILE STATUS IS WRK-STATUS-FUNCM.
           SELECT DEPTOS-FILE ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPTOS.
           SELECT PARAMRH-FILE ASSIGN TO "PARAMRH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT AFASTREL-FILE ASSIGN TO "AFASTREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  DEPTOS-FILE.
       01  DEPTOS-REG.
           05 DP-CODIGO              PIC X(04).
           05 DP-NOME                PIC X(20).

       FD  PARAMRH-FILE.
       01  PARAMRH-REG.
           05 PH-COMPETENCIA         PIC 9(06).

       FD  AFASTREL-FILE.
       01  AFASTREL-REG              PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

           COPY AFASTCPY.

         77 WRK-STATUS-AFAST      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FUNCM      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-DEPTOS     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAM      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-FIM-AFAST         PIC X(01) VALUE "N".
             88 FIM-AFAST VALUE "S".
         77 WRK-FIM-DEPTOS        PIC X(01) VALUE "N".
             88 FIM-DEPTOS VALUE "S".

         77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-INICIO-MES        PIC 9(08) VALUE ZEROS.
         77 WRK-FIM-MES           PIC 9(08) VALUE ZEROS.

      *    Afastamentos que alcancam o mes, com o departamento e o
      *    nome do mestre.
         01 TAB-AUSENTE.
             05 TAB-AU-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-AUSENTE
                 INDEXED BY TAB-AU-IDX.
                 10 TAB-AU-DEPTO      PIC X(04).
                 10 TAB-AU-CODIGO     PIC 9(04).
                 10 TAB-AU-NOME       PIC X(15).
                 10 TAB-AU-TIPO       PIC X(01).
                 10 TAB-AU-INICIO     PIC 9(08).
                 10 TAB-AU-PREVISTO   PIC 9(08).
                 10 TAB-AU-RETORNO    PIC 9(08).
         77 WRK-QTD-AUSENTE       PIC 9(03) VALUE ZEROS.

      *    Departamentos com afastados, na ordem em que aparecem.
         01 TAB-GRUPO.
             05 TAB-GR-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-GRUPO
                 INDEXED BY TAB-GR-IDX.
                 10 TAB-GR-DEPTO      PIC X(04).
                 10 TAB-GR-QTD        PIC 9(04).
         77 WRK-QTD-GRUPO         PIC 9(02) VALUE ZEROS.
         77 WRK-ACHOU-GRUPO       PIC X(01) VALUE "N".
             88 ACHOU-GRUPO VALUE "S".
         77 WRK-DEPTO-FUNC        PIC X(04) VALUE SPACES.
         77 WRK-NOME-FUNC         PIC X(15) VALUE SPACES.

         01 TAB-DEPTOS.
             05 TAB-DP-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-DEPTOS
                 INDEXED BY TAB-DP-IDX.
                 10 TAB-DP-CODIGO     PIC X(04).
                 10 TAB-DP-NOME       PIC X(20).
         77 WRK-QTD-DEPTOS        PIC 9(02) VALUE ZEROS.
         77 WRK-NOME-DEPTO        PIC X(20) VALUE SPACES.
         77 WRK-DESCRICAO-TIPO    PIC X(20) VALUE SPACES.

      *    Dias afastados no mes comercial de 30 dias, do inicio ate
      *    a vespera do retorno ou o fim do mes.
         01 WRK-AFD-DATA.
             05 WRK-AFD-ANO        PIC 9(04).
             05 WRK-AFD-MES        PIC 9(02).
             05 WRK-AFD-DIA        PIC 9(02).
         77 WRK-AFD-SERIAL        PIC 9(06) VALUE ZEROS.
         77 WRK-AF-SERIAL-INI     PIC 9(06) VALUE ZEROS.
         77 WRK-DIAS-AFAST        PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-ED            PIC ZZ.ZZ9.

         01 WRK-DATA-ED.
             05 WRK-DE-DIA         PIC 9(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-DE-MES         PIC 9(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-DE-ANO         PIC 9(04).

         01 WRK-LINHA-AUS.
             05 WRK-LA-CODIGO      PIC 9(04).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LA-NOME        PIC X(15).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LA-TIPO        PIC X(20).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LA-INICIO      PIC X(10).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LA-PREVISTO    PIC X(10).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LA-DIAS        PIC ZZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LA-SITUACAO    PIC X(08).

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-SELECIONA-AFASTADOS
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-AFAST
              MOVE "N" TO WRK-FIM-DEPTOS
              MOVE "N" TO WRK-FIM-PARAMAFAST
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-AUSENTE
              MOVE ZEROS TO WRK-QTD-GRUPO
              MOVE ZEROS TO WRK-QTD-DEPTOS
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "REL-AFAST" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA
              OPEN INPUT PARAMRH-FILE
              IF WRK-STATUS-PARAM = "00"
                  READ PARAMRH-FILE INTO PARAMRH-REG
                      NOT AT END
                          IF PH-COMPETENCIA GREATER ZERO
                              MOVE PH-COMPETENCIA TO WRK-COMPETENCIA
                          END-IF
                  END-READ
                  CLOSE PARAMRH-FILE
              END-IF
              DISPLAY "Competencia do relatorio : " WRK-COMPETENCIA
              COMPUTE WRK-INICIO-MES = WRK-COMPETENCIA * 100 + 1
              COMPUTE WRK-FIM-MES = WRK-COMPETENCIA * 100 + 31
              PERFORM 1050-CARREGA-TIPOS-AFAST
              PERFORM 1055-CARREGA-DEPTOS
              OPEN OUTPUT AFASTREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "AFASTREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "FUNCIONARIOS AFASTADOS NO MES" TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "COD  NOME            TIPO                 INICIO"
                  DELIMITED BY SIZE
                  "     RET.PREV.  DIAS SITUACAO"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

      *    Sem PARAMAFAST.DAT (ou sem linha valida nele) vale a
      *    tabela padrao de AFASTCPY.
         1050-CARREGA-TIPOS-AFAST SECTION.
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

      *    Alcanca o mes o afastamento iniciado ate o fim do mes e
      *    sem retorno efetivo, ou com retorno depois do dia 1. Sem
      *    AFASTAMENTOS.DAT o relatorio sai vazio.
         0100-SELECIONA-AFASTADOS SECTION.
              OPEN INPUT AFASTAMENTOS-FILE
              IF WRK-STATUS-AFAST NOT = "00"
                  DISPLAY "AFASTAMENTOS.DAT ausente : nenhum"
                      " afastamento cadastrado"
                  GO TO 0100-SAIDA
              END-IF
              OPEN INPUT FUNCM-FILE
              PERFORM UNTIL FIM-AFAST
                  READ AFASTAMENTOS-FILE
                      AT END
                          SET FIM-AFAST TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          IF AF-INICIO NOT GREATER WRK-FIM-MES
                              AND (AF-RETORNO-REAL = ZEROS
                              OR AF-RETORNO-REAL GREATER
                                  WRK-INICIO-MES)
                              PERFORM 0150-GUARDA-AUSENTE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE AFASTAMENTOS-FILE
              IF WRK-STATUS-FUNCM = "00"
                  CLOSE FUNCM-FILE
              END-IF.
         0100-SAIDA.
              EXIT.

         0150-GUARDA-AUSENTE SECTION.
              IF WRK-QTD-AUSENTE NOT LESS 500
                  DISPLAY "Mais de 500 afastados no mes"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              MOVE "SEM " TO WRK-DEPTO-FUNC
              MOVE "NAO CADASTRADO" TO WRK-NOME-FUNC
              IF WRK-STATUS-FUNCM = "00"
                  MOVE AF-CODIGO-FUNC TO FM-CODIGO
                  READ FUNCM-FILE
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE FM-DEPTO TO WRK-DEPTO-FUNC
                          MOVE FM-NOME TO WRK-NOME-FUNC
                  END-READ
              END-IF
              ADD 1 TO WRK-QTD-AUSENTE
              SET TAB-AU-IDX TO WRK-QTD-AUSENTE
              MOVE WRK-DEPTO-FUNC  TO TAB-AU-DEPTO(TAB-AU-IDX)
              MOVE AF-CODIGO-FUNC  TO TAB-AU-CODIGO(TAB-AU-IDX)
              MOVE WRK-NOME-FUNC   TO TAB-AU-NOME(TAB-AU-IDX)
              MOVE AF-TIPO-AFAST   TO TAB-AU-TIPO(TAB-AU-IDX)
              MOVE AF-INICIO       TO TAB-AU-INICIO(TAB-AU-IDX)
              MOVE AF-RETORNO-PREV TO TAB-AU-PREVISTO(TAB-AU-IDX)
              MOVE AF-RETORNO-REAL TO TAB-AU-RETORNO(TAB-AU-IDX)
              MOVE "N" TO WRK-ACHOU-GRUPO
              IF WRK-QTD-GRUPO GREATER ZERO
                  SET TAB-GR-IDX TO 1
                  SEARCH TAB-GR-REG
                      AT END
                          CONTINUE
                      WHEN TAB-GR-DEPTO(TAB-GR-IDX) = WRK-DEPTO-FUNC
                          SET ACHOU-GRUPO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-GRUPO
                  ADD 1 TO WRK-QTD-GRUPO
                  SET TAB-GR-IDX TO WRK-QTD-GRUPO
                  MOVE WRK-DEPTO-FUNC TO TAB-GR-DEPTO(TAB-GR-IDX)
                  MOVE ZEROS TO TAB-GR-QTD(TAB-GR-IDX)
              END-IF
              ADD 1 TO TAB-GR-QTD(TAB-GR-IDX).

         8000-GRAVA-RELATORIO SECTION.
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "COMPETENCIA " DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM VARYING TAB-GR-IDX FROM 1 BY 1
                  UNTIL TAB-GR-IDX GREATER WRK-QTD-GRUPO
                  PERFORM 8100-GRAVA-GRUPO
              END-PERFORM
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-AUSENTE TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "AFASTADOS NO MES " DELIMITED BY SIZE
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
              PERFORM VARYING TAB-AU-IDX FROM 1 BY 1
                  UNTIL TAB-AU-IDX GREATER WRK-QTD-AUSENTE
                  IF TAB-AU-DEPTO(TAB-AU-IDX) =
                      TAB-GR-DEPTO(TAB-GR-IDX)
                      PERFORM 8200-GRAVA-AUSENTE
                  END-IF
              END-PERFORM
              MOVE TAB-GR-QTD(TAB-GR-IDX) TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "  AFASTADOS NO DEPTO : " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
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

         8200-GRAVA-AUSENTE SECTION.
              MOVE "TIPO NAO CADASTRADO" TO WRK-DESCRICAO-TIPO
              SET TAB-TA-IDX TO 1
              SEARCH TAB-TA-REG
                  AT END
                      CONTINUE
                  WHEN TAB-TA-TIPO(TAB-TA-IDX) =
                          TAB-AU-TIPO(TAB-AU-IDX)
                      MOVE TAB-TA-DESCRICAO(TAB-TA-IDX)
                          TO WRK-DESCRICAO-TIPO
              END-SEARCH
              MOVE TAB-AU-INICIO(TAB-AU-IDX) TO WRK-AFD-DATA
              PERFORM 8210-SERIAL-DATA
              MOVE WRK-AFD-SERIAL TO WRK-AF-SERIAL-INI
              MOVE WRK-AFD-ANO TO WRK-DE-ANO
              MOVE WRK-AFD-MES TO WRK-DE-MES
              MOVE TAB-AU-INICIO(TAB-AU-IDX)(7:2) TO WRK-DE-DIA
              MOVE WRK-DATA-ED TO WRK-LA-INICIO
              MOVE TAB-AU-PREVISTO(TAB-AU-IDX) TO WRK-AFD-DATA
              MOVE WRK-AFD-ANO TO WRK-DE-ANO
              MOVE WRK-AFD-MES TO WRK-DE-MES
              MOVE WRK-AFD-DIA TO WRK-DE-DIA
              MOVE WRK-DATA-ED TO WRK-LA-PREVISTO
              IF TAB-AU-RETORNO(TAB-AU-IDX) = ZEROS
                  OR TAB-AU-RETORNO(TAB-AU-IDX) GREATER WRK-FIM-MES
                  MOVE WRK-FIM-MES TO WRK-AFD-DATA
                  PERFORM 8210-SERIAL-DATA
                  ADD 1 TO WRK-AFD-SERIAL
                  MOVE "AFASTADO" TO WRK-LA-SITUACAO
              ELSE
                  MOVE TAB-AU-RETORNO(TAB-AU-IDX) TO WRK-AFD-DATA
                  PERFORM 8210-SERIAL-DATA
                  MOVE "RETORNOU" TO WRK-LA-SITUACAO
              END-IF
              COMPUTE WRK-DIAS-AFAST =
                  WRK-AFD-SERIAL - WRK-AF-SERIAL-INI
              MOVE TAB-AU-CODIGO(TAB-AU-IDX) TO WRK-LA-CODIGO
              MOVE TAB-AU-NOME(TAB-AU-IDX)   TO WRK-LA-NOME
              MOVE WRK-DESCRICAO-TIPO        TO WRK-LA-TIPO
              MOVE WRK-DIAS-AFAST            TO WRK-LA-DIAS
              MOVE WRK-LINHA-AUS TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD 1 TO WRK-JOB-GRAVADOS.

      *    Serial comercial da data em WRK-AFD-DATA: meses de 30
      *    dias, dia 31 contado como 30.
         8210-SERIAL-DATA SECTION.
              IF WRK-AFD-DIA GREATER 30
                  MOVE 30 TO WRK-AFD-DIA
              END-IF
              COMPUTE WRK-AFD-SERIAL = WRK-AFD-ANO * 360 +
                  (WRK-AFD-MES - 1) * 30 + WRK-AFD-DIA.

         9000-FINALIZAR SECTION.
              CLOSE AFASTREL-FILE
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
              DISPLAY "AFASTAMENTOS LIDOS  : " WRK-JOB-LIDOS
              DISPLAY "AFASTADOS NO MES    : " WRK-QTD-AUSENTE
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==AFASTREL-REG==.

       END PROGRAM RELAFAST.
