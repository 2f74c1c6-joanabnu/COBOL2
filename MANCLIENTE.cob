      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 15/01/2025
      * Purpose: Cadastro de clientes (CLIENTES.DAT) com manutencao
      *          por arquivo de movimentos A/C/D (CLIENTEMOV.DAT), no
      *          mesmo fluxo do MANTRANSP. O cadastro era lido pelo
      *          calculo, cotacao, faturamento e extrato mas so era
      *          mudado num editor de texto, sem rastro de quem subiu
      *          um limite de credito. Valida codigo, nome, CNPJ pelos
      *          digitos verificadores, UF e CEP de cobranca, situacao
      *          (ativo, bloqueado, inativo) e o operador, grava
      *          antes/depois de cada mudanca em CLIENTEAUD.DAT (com a
      *          marca de mudanca de limite) e rejeita movimento
      *          invalido em CLIENTEEXC.DAT e EXCDIARIO.DAT. Cliente
      *          bloqueado tem pedido e cotacao recusados pelo
      *          PROGRAMA11 e pelo COTAFRETE.
      * Tectonics: cobc
      * Mod Log:
      *   27/01/2025 - JLS - Indicador de consolidacao de carga (S/N) no
      *                      movimento e no cadastro, com antes/depois
      *                      em CLIENTEAUD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANCLIENTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTEMOV-FILE ASSIGN TO "CLIENTEMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CLIENTEMOV.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CLIENTES.
           SELECT CLIENTEEXC-FILE ASSIGN TO "CLIENTEEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CLIENTEEXC.
           SELECT CLIENTEAUD-FILE ASSIGN TO "CLIENTEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CLIENTEAUD.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTEMOV-FILE.
       01  CLIENTEMOV-REG.
           05 CM-TIPO-MOVTO          PIC X(01).
           05 CM-CODIGO              PIC 9(05).
           05 CM-NOME                PIC X(30).
           05 CM-ENDERECO            PIC X(40).
           05 CM-LIMITE-CREDITO      PIC 9(09).
           05 CM-CNPJ                PIC X(14).
           05 CM-UF-COBRANCA         PIC X(02).
           05 CM-CEP-COBRANCA        PIC 9(08).
           05 CM-SITUACAO            PIC X(01).
           05 CM-OPERADOR            PIC X(08).
           05 CM-CONSOLIDA           PIC X(01).

      *    Situacao: "A" ativo, "B" bloqueado, "I" inativo. Registro
      *    anterior ao cadastro (situacao em branco) conta como ativo.
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

       FD  CLIENTEEXC-FILE.
       01  CLIENTEEXC-REG.
           05 EX-TIPO-MOVTO          PIC X(01).
           05 EX-CODIGO              PIC 9(05).
           05 EX-NOME                PIC X(30).
           05 EX-OPERADOR            PIC X(08).
           05 EX-MOTIVO              PIC X(30).

       FD  CLIENTEAUD-FILE.
       01  CLIENTEAUD-REG.
           05 CA-DATA                PIC 9(08).
           05 CA-HORA                PIC 9(08).
           05 CA-TIPO                PIC X(12).
           05 CA-CODIGO              PIC 9(05).
           05 CA-OPERADOR            PIC X(08).
           05 CA-MUDOU-LIMITE        PIC X(01).
           05 CA-NOME-ANTES          PIC X(30).
           05 CA-NOME-DEPOIS         PIC X(30).
           05 CA-ENDERECO-ANTES      PIC X(40).
           05 CA-ENDERECO-DEPOIS     PIC X(40).
           05 CA-LIMITE-ANTES        PIC 9(09).
           05 CA-LIMITE-DEPOIS       PIC 9(09).
           05 CA-CNPJ-ANTES          PIC X(14).
           05 CA-CNPJ-DEPOIS         PIC X(14).
           05 CA-UF-ANTES            PIC X(02).
           05 CA-UF-DEPOIS           PIC X(02).
           05 CA-CEP-ANTES           PIC 9(08).
           05 CA-CEP-DEPOIS          PIC 9(08).
           05 CA-SITUACAO-ANTES      PIC X(01).
           05 CA-SITUACAO-DEPOIS     PIC X(01).
           05 CA-CONSOLIDA-ANTES     PIC X(01).
           05 CA-CONSOLIDA-DEPOIS    PIC X(01).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG             PIC X(91).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.

         01 WRK-PARM-BKP.
             05 WRK-BKP-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-BKP-RETORNO    PIC 9(02) VALUE ZEROS.

         77 WRK-STATUS-CLIENTEMOV PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CLIENTES   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CLIENTEEXC PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CLIENTEAUD PIC X(02) VALUE SPACES.
         77 WRK-FIM-CLIENTEMOV    PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-CLIENTEMOV VALUE "S".
         77 WRK-FIM-CLIENTES      PIC X(01) VALUE "N".
             88 FIM-CLIENTES VALUE "S".

         77 WRK-MOVTO-VALIDO      PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO            PIC X(30) VALUE SPACES.

         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA      PIC 9(08) VALUE ZEROS.

         77 WRK-UF-COBRANCA       PIC X(02) VALUE SPACES.
             88 UF-CONHECIDA VALUE "AC" "AL" "AM" "AP" "BA" "CE"
                 "DF" "ES" "GO" "MA" "MG" "MS" "MT" "PA" "PB" "PE"
                 "PI" "PR" "RJ" "RN" "RO" "RR" "RS" "SC" "SE" "SP"
                 "TO".
         77 WRK-SITUACAO          PIC X(01) VALUE SPACES.
             88 SITUACAO-VALIDA VALUE "A" "B" "I".
      *    Consolidacao de carga: "S" junta os pedidos do dia para o
      *    mesmo destino num so frete no PROGRAMA11; branco vale "N".
         77 WRK-CONSOLIDA         PIC X(01) VALUE SPACES.
             88 CONSOLIDA-VALIDA VALUE "S" "N".

      *    CNPJ: 12 digitos de raiz/filial e 2 verificadores, modulo
      *    11 com os pesos 5..2,9..2 (primeiro) e 6..2,9..2
      *    (segundo); resto menor que 2 da digito zero.
         01 WRK-CNPJ.
             05 WRK-CNPJ-DIG       PIC 9(01) OCCURS 14 TIMES.
         01 WRK-PESOS-CNPJ-X       PIC X(13) VALUE "6543298765432".
         01 WRK-PESOS-CNPJ REDEFINES WRK-PESOS-CNPJ-X.
             05 WRK-PESO-CNPJ      PIC 9(01) OCCURS 13 TIMES.
         77 WRK-CNPJ-VALIDO       PIC X(01) VALUE "N".
             88 CNPJ-VALIDO VALUE "S".
         77 WRK-IDX-CNPJ          PIC 9(02) VALUE ZEROS.
         77 WRK-SOMA-CNPJ         PIC 9(05) VALUE ZEROS.
         77 WRK-QUOC-CNPJ         PIC 9(05) VALUE ZEROS.
         77 WRK-RESTO-CNPJ        PIC 9(02) VALUE ZEROS.
         77 WRK-DV1-CNPJ          PIC 9(01) VALUE ZEROS.
         77 WRK-DV2-CNPJ          PIC 9(01) VALUE ZEROS.

      *    Copia do cadastro mantida em memoria, com status "A"
      *    (ativo no arquivo) ou "E" (excluido), como a tabela do
      *    MANTRANSP.
         01 TAB-CLIENTES.
             05 TAB-CL-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-CLIENTES
                 INDEXED BY TAB-CL-IDX.
                 10 TAB-CL-CODIGO      PIC 9(05).
                 10 TAB-CL-NOME        PIC X(30).
                 10 TAB-CL-ENDERECO    PIC X(40).
                 10 TAB-CL-LIMITE      PIC 9(09).
                 10 TAB-CL-CNPJ        PIC X(14).
                 10 TAB-CL-UF          PIC X(02).
                 10 TAB-CL-CEP         PIC 9(08).
                 10 TAB-CL-SITUACAO    PIC X(01).
                 10 TAB-CL-CONSOLIDA   PIC X(01).
                 10 TAB-CL-STATUS      PIC X(01).
         77 WRK-QTD-CLIENTES      PIC 9(03) VALUE ZEROS.
         77 WRK-LIMITE-CLIENTES   PIC 9(03) VALUE 200.
         77 WRK-ACHOU-CLIENTE     PIC X(01) VALUE "N".
             88 ACHOU-CLIENTE VALUE "S".
         77 WRK-TOTAL-ATIVOS      PIC 9(03) VALUE ZEROS.
         77 WRK-TOTAL-BLOQUEADOS  PIC 9(03) VALUE ZEROS.
         77 WRK-QTD-MUDA-LIMITE   PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0200-RECEBEMOVTO THRU 0200-EXIT
                  UNTIL FIM-ARQUIVO-CLIENTEMOV
              PERFORM 0700-GRAVA-CADASTRO-FINAL
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-CLIENTEMOV
              MOVE "N" TO WRK-FIM-CLIENTES
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE "N" TO WRK-ACHOU-CLIENTE
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-CLIENTES
              MOVE ZEROS TO WRK-TOTAL-ATIVOS
              MOVE ZEROS TO WRK-TOTAL-BLOQUEADOS
              MOVE ZEROS TO WRK-QTD-MUDA-LIMITE.

         0010-CABECALHO SECTION.
              MOVE "MANUT-CLIENTE" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              PERFORM 1060-CARREGA-CLIENTES-ANTERIOR
              OPEN INPUT CLIENTEMOV-FILE
              IF WRK-STATUS-CLIENTEMOV NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CLIENTEMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CLIENTEMOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT CLIENTEEXC-FILE
              IF WRK-STATUS-CLIENTEEXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CLIENTEEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CLIENTEEXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND CLIENTEAUD-FILE
              IF WRK-STATUS-CLIENTEAUD = "35"
                  OPEN OUTPUT CLIENTEAUD-FILE
              END-IF
              IF WRK-STATUS-CLIENTEAUD NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CLIENTEAUD.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CLIENTEAUD TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              IF WRK-STATUS-EXCDIARIO NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "EXCDIARIO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXCDIARIO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM 1100-LER-MOVTO.

      *    O cadastro pode nao existir na primeira carga: comeca
      *    vazio e os movimentos de inclusao o populam.
         1060-CARREGA-CLIENTES-ANTERIOR SECTION.
              OPEN INPUT CLIENTES-FILE
              IF WRK-STATUS-CLIENTES = "00"
                  PERFORM UNTIL FIM-CLIENTES
                      READ CLIENTES-FILE INTO CLIENTES-REG
                          AT END
                              SET FIM-CLIENTES TO TRUE
                          NOT AT END
                              IF WRK-QTD-CLIENTES NOT LESS
                                  WRK-LIMITE-CLIENTES
                                  DISPLAY "CLIENTES.DAT excede o limite"
                                      " de " WRK-LIMITE-CLIENTES
                                      " clientes"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-CLIENTES
                              SET TAB-CL-IDX TO WRK-QTD-CLIENTES
                              MOVE CL-CODIGO TO
                                  TAB-CL-CODIGO(TAB-CL-IDX)
                              MOVE CL-NOME TO
                                  TAB-CL-NOME(TAB-CL-IDX)
                              MOVE CL-ENDERECO TO
                                  TAB-CL-ENDERECO(TAB-CL-IDX)
                              MOVE CL-LIMITE-CREDITO TO
                                  TAB-CL-LIMITE(TAB-CL-IDX)
                              MOVE CL-CNPJ TO
                                  TAB-CL-CNPJ(TAB-CL-IDX)
                              MOVE CL-UF-COBRANCA TO
                                  TAB-CL-UF(TAB-CL-IDX)
                              MOVE CL-CEP-COBRANCA TO
                                  TAB-CL-CEP(TAB-CL-IDX)
                              MOVE CL-SITUACAO TO
                                  TAB-CL-SITUACAO(TAB-CL-IDX)
                              IF CL-SITUACAO = SPACE
                                  MOVE "A" TO
                                      TAB-CL-SITUACAO(TAB-CL-IDX)
                              END-IF
                              MOVE CL-CONSOLIDA TO
                                  TAB-CL-CONSOLIDA(TAB-CL-IDX)
                              IF CL-CONSOLIDA NOT = "S"
                                  MOVE "N" TO
                                      TAB-CL-CONSOLIDA(TAB-CL-IDX)
                              END-IF
                              MOVE "A" TO
                                  TAB-CL-STATUS(TAB-CL-IDX)
                      END-READ
                  END-PERFORM
                  CLOSE CLIENTES-FILE
              END-IF.

         1100-LER-MOVTO SECTION.
              READ CLIENTEMOV-FILE
                  AT END
                      SET FIM-ARQUIVO-CLIENTEMOV TO TRUE
              END-READ.

         0200-RECEBEMOVTO SECTION.
              PERFORM 0210-VALIDA-MOVTO
              IF MOVTO-VALIDO
                  PERFORM 0400-APLICA-MOVIMENTO
                  ADD 1 TO WRK-JOB-GRAVADOS
              ELSE
                  PERFORM 0250-GRAVA-EXCECAO
              END-IF
              ADD 1 TO WRK-JOB-LIDOS
              PERFORM 1100-LER-MOVTO.
         0200-EXIT.
              EXIT.

         0210-VALIDA-MOVTO SECTION.
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE SPACES TO WRK-MOTIVO
              MOVE CM-UF-COBRANCA TO WRK-UF-COBRANCA
              MOVE CM-SITUACAO TO WRK-SITUACAO
              MOVE CM-CONSOLIDA TO WRK-CONSOLIDA
              IF CM-CONSOLIDA = SPACE
                  MOVE "N" TO WRK-CONSOLIDA
              END-IF
              EVALUATE TRUE
                  WHEN CM-TIPO-MOVTO NOT = "A" AND
                       CM-TIPO-MOVTO NOT = "C" AND
                       CM-TIPO-MOVTO NOT = "D"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TIPO DE MOVIMENTO INVALIDO" TO WRK-MOTIVO
                  WHEN CM-CODIGO IS NOT NUMERIC
                      OR CM-CODIGO = ZEROS
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "CODIGO INVALIDO" TO WRK-MOTIVO
                  WHEN CM-OPERADOR = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO
                  WHEN CM-TIPO-MOVTO = "D"
                      CONTINUE
                  WHEN CM-NOME = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "NOME NAO INFORMADO" TO WRK-MOTIVO
                  WHEN CM-LIMITE-CREDITO IS NOT NUMERIC
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "LIMITE DE CREDITO INVALIDO" TO WRK-MOTIVO
                  WHEN NOT UF-CONHECIDA
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "UF DE COBRANCA DESCONHECIDA" TO WRK-MOTIVO
                  WHEN CM-CEP-COBRANCA IS NOT NUMERIC
                      OR CM-CEP-COBRANCA = ZEROS
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "CEP DE COBRANCA INVALIDO" TO WRK-MOTIVO
                  WHEN NOT SITUACAO-VALIDA
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SITUACAO INVALIDA" TO WRK-MOTIVO
                  WHEN NOT CONSOLIDA-VALIDA
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "CONSOLIDACAO INVALIDA" TO WRK-MOTIVO
              END-EVALUATE
              IF MOVTO-VALIDO AND CM-TIPO-MOVTO NOT = "D"
                  PERFORM 0230-VALIDA-CNPJ
                  IF NOT CNPJ-VALIDO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "CNPJ INVALIDO" TO WRK-MOTIVO
                  END-IF
              END-IF
              IF MOVTO-VALIDO
                  PERFORM 0220-LOCALIZA-CLIENTE
                  EVALUATE TRUE
                      WHEN CM-TIPO-MOVTO = "A"
                              AND ACHOU-CLIENTE
                              AND TAB-CL-STATUS(TAB-CL-IDX) = "A"
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "CLIENTE JA CADASTRADO"
                              TO WRK-MOTIVO
                      WHEN CM-TIPO-MOVTO = "A"
                              AND NOT ACHOU-CLIENTE
                              AND WRK-QTD-CLIENTES NOT LESS
                                  WRK-LIMITE-CLIENTES
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "CADASTRO CHEIO" TO WRK-MOTIVO
                      WHEN (CM-TIPO-MOVTO = "C" OR CM-TIPO-MOVTO = "D")
                              AND (NOT ACHOU-CLIENTE
                              OR TAB-CL-STATUS(TAB-CL-IDX) NOT = "A")
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "CLIENTE NAO CADASTRADO"
                              TO WRK-MOTIVO
                  END-EVALUATE
              END-IF.

         0220-LOCALIZA-CLIENTE SECTION.
              MOVE "N" TO WRK-ACHOU-CLIENTE
              IF WRK-QTD-CLIENTES GREATER ZERO
                  SET TAB-CL-IDX TO 1
                  SEARCH TAB-CL-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CL-CODIGO(TAB-CL-IDX) = CM-CODIGO
                          SET ACHOU-CLIENTE TO TRUE
                  END-SEARCH
              END-IF.

      *    Os dois digitos verificadores sao recalculados a partir dos
      *    12 primeiros e comparados com os informados.
         0230-VALIDA-CNPJ SECTION.
              MOVE "N" TO WRK-CNPJ-VALIDO
              IF CM-CNPJ IS NOT NUMERIC OR CM-CNPJ = ZEROS
                  GO TO 0230-SAIDA
              END-IF
              MOVE CM-CNPJ TO WRK-CNPJ
              MOVE ZEROS TO WRK-SOMA-CNPJ
              PERFORM VARYING WRK-IDX-CNPJ FROM 1 BY 1
                  UNTIL WRK-IDX-CNPJ GREATER 12
                  COMPUTE WRK-SOMA-CNPJ = WRK-SOMA-CNPJ +
                      WRK-CNPJ-DIG(WRK-IDX-CNPJ) *
                      WRK-PESO-CNPJ(WRK-IDX-CNPJ + 1)
              END-PERFORM
              DIVIDE WRK-SOMA-CNPJ BY 11 GIVING WRK-QUOC-CNPJ
                  REMAINDER WRK-RESTO-CNPJ
              IF WRK-RESTO-CNPJ LESS 2
                  MOVE ZERO TO WRK-DV1-CNPJ
              ELSE
                  COMPUTE WRK-DV1-CNPJ = 11 - WRK-RESTO-CNPJ
              END-IF
              MOVE ZEROS TO WRK-SOMA-CNPJ
              PERFORM VARYING WRK-IDX-CNPJ FROM 1 BY 1
                  UNTIL WRK-IDX-CNPJ GREATER 13
                  COMPUTE WRK-SOMA-CNPJ = WRK-SOMA-CNPJ +
                      WRK-CNPJ-DIG(WRK-IDX-CNPJ) *
                      WRK-PESO-CNPJ(WRK-IDX-CNPJ)
              END-PERFORM
              DIVIDE WRK-SOMA-CNPJ BY 11 GIVING WRK-QUOC-CNPJ
                  REMAINDER WRK-RESTO-CNPJ
              IF WRK-RESTO-CNPJ LESS 2
                  MOVE ZERO TO WRK-DV2-CNPJ
              ELSE
                  COMPUTE WRK-DV2-CNPJ = 11 - WRK-RESTO-CNPJ
              END-IF
              IF WRK-DV1-CNPJ = WRK-CNPJ-DIG(13)
                  AND WRK-DV2-CNPJ = WRK-CNPJ-DIG(14)
                  SET CNPJ-VALIDO TO TRUE
              END-IF.
         0230-SAIDA.
              EXIT.

         0250-GRAVA-EXCECAO SECTION.
              MOVE CM-TIPO-MOVTO TO EX-TIPO-MOVTO
              MOVE CM-CODIGO     TO EX-CODIGO
              MOVE CM-NOME       TO EX-NOME
              MOVE CM-OPERADOR   TO EX-OPERADOR
              MOVE WRK-MOTIVO    TO EX-MOTIVO
              WRITE CLIENTEEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE CM-CODIGO  TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "MANUT-CLIENTE" TO WRK-EXC-SISTEMA
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

      *    Toda mudanca vai para CLIENTEAUD.DAT com o registro inteiro
      *    antes e depois; CA-MUDOU-LIMITE separa as que mexeram no
      *    limite de credito.
         0400-APLICA-MOVIMENTO SECTION.
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              MOVE SPACES TO CLIENTEAUD-REG
              MOVE WRK-DATA-SISTEMA TO CA-DATA
              MOVE WRK-HORA-SISTEMA TO CA-HORA
              MOVE CM-CODIGO        TO CA-CODIGO
              MOVE CM-OPERADOR      TO CA-OPERADOR
              MOVE ZEROS TO CA-LIMITE-ANTES
              MOVE ZEROS TO CA-LIMITE-DEPOIS
              MOVE ZEROS TO CA-CEP-ANTES
              MOVE ZEROS TO CA-CEP-DEPOIS
              IF CM-TIPO-MOVTO NOT = "A"
                  PERFORM 0410-GUARDA-ANTES
              END-IF
              EVALUATE CM-TIPO-MOVTO
                  WHEN "A"
                      IF ACHOU-CLIENTE
                          CONTINUE
                      ELSE
                          ADD 1 TO WRK-QTD-CLIENTES
                          SET TAB-CL-IDX TO WRK-QTD-CLIENTES
                          MOVE CM-CODIGO
                              TO TAB-CL-CODIGO(TAB-CL-IDX)
                      END-IF
                      PERFORM 0420-ATUALIZA-TABELA
                      MOVE "A" TO TAB-CL-STATUS(TAB-CL-IDX)
                      MOVE "INCLUSAO" TO CA-TIPO
                      PERFORM 0430-GUARDA-DEPOIS
                  WHEN "C"
                      PERFORM 0420-ATUALIZA-TABELA
                      MOVE "ALTERACAO" TO CA-TIPO
                      PERFORM 0430-GUARDA-DEPOIS
                  WHEN "D"
                      MOVE "E" TO TAB-CL-STATUS(TAB-CL-IDX)
                      MOVE "EXCLUSAO" TO CA-TIPO
              END-EVALUATE
              IF CA-LIMITE-ANTES NOT = CA-LIMITE-DEPOIS
                  MOVE "S" TO CA-MUDOU-LIMITE
                  ADD 1 TO WRK-QTD-MUDA-LIMITE
              ELSE
                  MOVE "N" TO CA-MUDOU-LIMITE
              END-IF
              WRITE CLIENTEAUD-REG.

         0410-GUARDA-ANTES SECTION.
              MOVE TAB-CL-NOME(TAB-CL-IDX)     TO CA-NOME-ANTES
              MOVE TAB-CL-ENDERECO(TAB-CL-IDX) TO CA-ENDERECO-ANTES
              MOVE TAB-CL-LIMITE(TAB-CL-IDX)   TO CA-LIMITE-ANTES
              MOVE TAB-CL-CNPJ(TAB-CL-IDX)     TO CA-CNPJ-ANTES
              MOVE TAB-CL-UF(TAB-CL-IDX)       TO CA-UF-ANTES
              MOVE TAB-CL-CEP(TAB-CL-IDX)      TO CA-CEP-ANTES
              MOVE TAB-CL-SITUACAO(TAB-CL-IDX) TO CA-SITUACAO-ANTES
              MOVE TAB-CL-CONSOLIDA(TAB-CL-IDX) TO CA-CONSOLIDA-ANTES.

         0420-ATUALIZA-TABELA SECTION.
              MOVE CM-NOME           TO TAB-CL-NOME(TAB-CL-IDX)
              MOVE CM-ENDERECO       TO TAB-CL-ENDERECO(TAB-CL-IDX)
              MOVE CM-LIMITE-CREDITO TO TAB-CL-LIMITE(TAB-CL-IDX)
              MOVE CM-CNPJ           TO TAB-CL-CNPJ(TAB-CL-IDX)
              MOVE CM-UF-COBRANCA    TO TAB-CL-UF(TAB-CL-IDX)
              MOVE CM-CEP-COBRANCA   TO TAB-CL-CEP(TAB-CL-IDX)
              MOVE CM-SITUACAO       TO TAB-CL-SITUACAO(TAB-CL-IDX)
              MOVE WRK-CONSOLIDA     TO TAB-CL-CONSOLIDA(TAB-CL-IDX).

         0430-GUARDA-DEPOIS SECTION.
              MOVE CM-NOME           TO CA-NOME-DEPOIS
              MOVE CM-ENDERECO       TO CA-ENDERECO-DEPOIS
              MOVE CM-LIMITE-CREDITO TO CA-LIMITE-DEPOIS
              MOVE CM-CNPJ           TO CA-CNPJ-DEPOIS
              MOVE CM-UF-COBRANCA    TO CA-UF-DEPOIS
              MOVE CM-CEP-COBRANCA   TO CA-CEP-DEPOIS
              MOVE CM-SITUACAO       TO CA-SITUACAO-DEPOIS
              MOVE WRK-CONSOLIDA     TO CA-CONSOLIDA-DEPOIS.

         0700-GRAVA-CADASTRO-FINAL SECTION.
              MOVE "CLIENTES.DAT" TO WRK-BKP-ARQUIVO
              CALL "GERABKP" USING WRK-PARM-BKP
              OPEN OUTPUT CLIENTES-FILE
              IF WRK-STATUS-CLIENTES NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CLIENTES.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CLIENTES TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-CL-IDX FROM 1 BY 1
                  UNTIL TAB-CL-IDX GREATER WRK-QTD-CLIENTES
                  IF TAB-CL-STATUS(TAB-CL-IDX) = "A"
                      MOVE TAB-CL-CODIGO(TAB-CL-IDX)   TO CL-CODIGO
                      MOVE TAB-CL-NOME(TAB-CL-IDX)     TO CL-NOME
                      MOVE TAB-CL-ENDERECO(TAB-CL-IDX) TO CL-ENDERECO
                      MOVE TAB-CL-LIMITE(TAB-CL-IDX)
                          TO CL-LIMITE-CREDITO
                      MOVE TAB-CL-CNPJ(TAB-CL-IDX)     TO CL-CNPJ
                      MOVE TAB-CL-UF(TAB-CL-IDX)
                          TO CL-UF-COBRANCA
                      MOVE TAB-CL-CEP(TAB-CL-IDX)
                          TO CL-CEP-COBRANCA
                      MOVE TAB-CL-SITUACAO(TAB-CL-IDX) TO CL-SITUACAO
                      MOVE TAB-CL-CONSOLIDA(TAB-CL-IDX)
                          TO CL-CONSOLIDA
                      WRITE CLIENTES-REG
                      ADD 1 TO WRK-TOTAL-ATIVOS
                      IF TAB-CL-SITUACAO(TAB-CL-IDX) = "B"
                          ADD 1 TO WRK-TOTAL-BLOQUEADOS
                      END-IF
                  END-IF
              END-PERFORM
              CLOSE CLIENTES-FILE.

         9000-FINALIZAR SECTION.
              CLOSE CLIENTEMOV-FILE
              CLOSE CLIENTEEXC-FILE
              CLOSE CLIENTEAUD-FILE
              CLOSE EXCDIARIO-FILE
              DISPLAY "Total de clientes no cadastro        : "
                  WRK-TOTAL-ATIVOS
              DISPLAY "Clientes bloqueados                  : "
                  WRK-TOTAL-BLOQUEADOS
              DISPLAY "Mudancas de limite de credito        : "
                  WRK-QTD-MUDA-LIMITE
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
              DISPLAY "MOVIMENTOS LIDOS      : " WRK-JOB-LIDOS
              DISPLAY "MOVIMENTOS APLICADOS  : " WRK-JOB-GRAVADOS
              DISPLAY "MOVIMENTOS REJEITADOS : " WRK-JOB-REJEITADOS
              DISPLAY "==========================================".
       END PROGRAM MANCLIENTE.
