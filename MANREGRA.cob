      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 28/02/2025
      * Purpose: Manutencao das regras de lancamento contabil
      *          (REGRASLANC.DAT), de onde o GERALANC tira a conta a
      *          debito, a conta a credito e o historico de cada
      *          evento (salario bruto, INSS retido, receita de
      *          frete, provisao de 13o...). Cada regra tem vigencia:
      *          vale a de maior vigencia ate a data do lancamento, e
      *          mudar uma conta e incluir uma regra nova com a data
      *          em que passa a valer. A mudanca chega por movimento
      *          (REGRAMOV.DAT: operador, acao I=inclui, A=altera,
      *          E=exclui, evento, vigencia, contas e historico),
      *          validada contra o catalogo de eventos (REGRALANCCPY)
      *          e o plano de contas -- conta existente e ativa, no
      *          lado que o evento lanca -- e aplicada com antes/
      *          depois, data e operador em REGRAAUD.DAT; rejeicao em
      *          REGRAEXC.DAT e EXCDIARIO.DAT. Regra ja em vigor nao
      *          se altera nem se exclui, e regra nova nao entra com
      *          vigencia passada: o que o razao ja usou fica como
      *          estava. Toda execucao termina com a verificacao da
      *          regra em vigor de cada evento em REGRAVERREL.DAT,
      *          retorno 4 em qualquer achado.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANREGRA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRASLANC-FILE ASSIGN TO "REGRASLANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REGRAS.
           SELECT REGRAMOV-FILE ASSIGN TO "REGRAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT PLANOCONTAS-FILE ASSIGN TO "PLANOCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANO.
           SELECT REGRAAUD-FILE ASSIGN TO "REGRAAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUD.
           SELECT REGRAEXC-FILE ASSIGN TO "REGRAEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT REGRAVERREL-FILE ASSIGN TO "REGRAVERREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  REGRASLANC-FILE.
       01  REGRASLANC-REG.
           05 RG-EVENTO              PIC X(10).
           05 RG-VIGENCIA            PIC 9(08).
           05 RG-CONTA-DEBITO        PIC 9(04).
           05 RG-CONTA-CREDITO       PIC 9(04).
           05 RG-HISTORICO           PIC X(30).

       FD  REGRAMOV-FILE.
       01  REGRAMOV-REG.
           05 RM-OPERADOR            PIC X(08).
           05 RM-ACAO                PIC X(01).
           05 RM-EVENTO              PIC X(10).
           05 RM-VIGENCIA            PIC 9(08).
           05 RM-VIGENCIA-R REDEFINES RM-VIGENCIA.
               10 RM-VIG-ANO         PIC 9(04).
               10 RM-VIG-MES         PIC 9(02).
               10 RM-VIG-DIA         PIC 9(02).
           05 RM-CONTA-DEBITO        PIC 9(04).
           05 RM-CONTA-CREDITO       PIC 9(04).
           05 RM-HISTORICO           PIC X(30).

       FD  PLANOCONTAS-FILE.
       01  PLANOCONTAS-REG.
           05 PL-CONTA               PIC 9(04).
           05 PL-DESCRICAO           PIC X(30).
           05 PL-TIPO                PIC X(01).
           05 PL-ATIVO               PIC X(01).

       FD  REGRAAUD-FILE.
       01  REGRAAUD-REG.
           05 RA-DATA                PIC 9(08).
           05 RA-HORA                PIC 9(08).
           05 RA-OPERADOR            PIC X(08).
           05 RA-ACAO                PIC X(01).
           05 RA-EVENTO              PIC X(10).
           05 RA-VIGENCIA            PIC 9(08).
           05 RA-DEBITO-ANTES        PIC 9(04).
           05 RA-CREDITO-ANTES       PIC 9(04).
           05 RA-HISTORICO-ANTES     PIC X(30).
           05 RA-DEBITO-DEPOIS       PIC 9(04).
           05 RA-CREDITO-DEPOIS      PIC 9(04).
           05 RA-HISTORICO-DEPOIS    PIC X(30).

       FD  REGRAEXC-FILE.
       01  REGRAEXC-REG.
           05 EX-OPERADOR            PIC X(08).
           05 EX-ACAO                PIC X(01).
           05 EX-EVENTO              PIC X(10).
           05 EX-VIGENCIA            PIC X(08).
           05 EX-MOTIVO              PIC X(30).

       FD  REGRAVERREL-FILE.
       01  REGRAVERREL-REG           PIC X(80).

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

           COPY REGRALANCCPY.

         77 WRK-STATUS-REGRAS    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-MOV       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PLANO     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL       PIC X(02) VALUE SPACES.
         77 WRK-FIM-ARQUIVO      PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".
         77 WRK-FIM-MOV          PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-TEM-MOVTOS       PIC X(01) VALUE "S".
             88 TEM-MOVTOS VALUE "S".

         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-MOVTO-VALIDO     PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO           PIC X(30) VALUE SPACES.

      *    Regras em memoria, regravadas em ordem de evento e
      *    vigencia quando algum movimento e aplicado.
         01 TAB-REGRAS.
             05 TAB-RG-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-REGRAS
                 INDEXED BY TAB-RG-IDX.
                 10 TAB-RG-CHAVE.
                     15 TAB-RG-EVENTO    PIC X(10).
                     15 TAB-RG-VIGENCIA  PIC 9(08).
                 10 TAB-RG-DEBITO     PIC 9(04).
                 10 TAB-RG-CREDITO    PIC 9(04).
                 10 TAB-RG-HISTORICO  PIC X(30).
         77 WRK-QTD-REGRAS       PIC 9(03) VALUE ZEROS.
         77 WRK-IDX-REGRA        PIC 9(03) VALUE ZEROS.
         77 WRK-IDX-TROCA        PIC 9(03) VALUE ZEROS.
         77 WRK-REGRA-TROCA      PIC X(56) VALUE SPACES.
         77 WRK-ACHOU-REGRA      PIC X(01) VALUE "N".
             88 ACHOU-REGRA VALUE "S".
         77 WRK-ACHOU-EVENTO     PIC X(01) VALUE "N".
             88 ACHOU-EVENTO VALUE "S".
         77 WRK-HOUVE-TROCA      PIC X(01) VALUE "N".
             88 HOUVE-TROCA VALUE "S".

      *    Plano de contas: conta de regra precisa existir e estar
      *    ativa.
         01 TAB-PLANO.
             05 TAB-PL-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-PLANO
                 INDEXED BY TAB-PL-IDX.
                 10 TAB-PL-CONTA      PIC 9(04).
                 10 TAB-PL-ATIVO      PIC X(01).
         77 WRK-QTD-PLANO        PIC 9(03) VALUE ZEROS.
         77 WRK-CONTA-TESTE      PIC 9(04) VALUE ZEROS.
         77 WRK-CONTA-OK         PIC X(01) VALUE "S".
             88 CONTA-OK VALUE "S".

      *    Contas e historico da regra antes do movimento, para a
      *    auditoria.
         77 WRK-DEBITO-ANTES     PIC 9(04) VALUE ZEROS.
         77 WRK-CREDITO-ANTES    PIC 9(04) VALUE ZEROS.
         77 WRK-HISTORICO-ANTES  PIC X(30) VALUE SPACES.

      *    Verificacao: regra em vigor hoje de cada evento.
         77 WRK-IDX-VER          PIC 9(02) VALUE ZEROS.
         77 WRK-QTD-ACHADOS      PIC 9(03) VALUE ZEROS.
         77 WRK-VG-VIGENCIA      PIC 9(08) VALUE ZEROS.
         77 WRK-VG-DEBITO        PIC 9(04) VALUE ZEROS.
         77 WRK-VG-CREDITO       PIC 9(04) VALUE ZEROS.
         77 WRK-HA-VIGENTE       PIC X(01) VALUE "N".
             88 HA-VIGENTE VALUE "S".
         77 WRK-LADO             PIC X(01) VALUE SPACES.
         77 WRK-DEBITO-TESTE     PIC 9(04) VALUE ZEROS.
         77 WRK-CREDITO-TESTE    PIC 9(04) VALUE ZEROS.

         01 WRK-LINHA-VER.
             05 WRK-LV-EVENTO      PIC X(10).
             05 FILLER             PIC X(01) VALUE SPACE.
             05 WRK-LV-VIGENCIA    PIC X(08).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LV-DEBITO      PIC X(04).
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LV-CREDITO     PIC X(04).
             05 FILLER             PIC X(04) VALUE SPACES.
             05 WRK-LV-SITUACAO    PIC X(30).

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              IF TEM-MOVTOS
                  PERFORM 0200-RECEBEMOVTO THRU 0200-EXIT
                      UNTIL FIM-ARQUIVO-MOV
              END-IF
              IF WRK-JOB-GRAVADOS GREATER ZERO
                  PERFORM 0700-REGRAVA-REGRAS
              END-IF
              PERFORM 0800-VERIFICA-REGRAS
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              MOVE "N" TO WRK-FIM-MOV
              MOVE "S" TO WRK-TEM-MOVTOS
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-REGRAS
              MOVE ZEROS TO WRK-QTD-PLANO
              MOVE ZEROS TO WRK-QTD-ACHADOS.

         0010-CABECALHO SECTION.
              MOVE "MANUT-REGRA" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              PERFORM 1050-CARREGA-PLANO
              PERFORM 1060-CARREGA-REGRAS
      *    Sem movimentos o programa roda so a verificacao.
              OPEN INPUT REGRAMOV-FILE
              IF WRK-STATUS-MOV NOT = "00"
                  DISPLAY "Aviso: REGRAMOV.DAT indisponivel (status "
                      WRK-STATUS-MOV ") - so verificacao"
                  MOVE "N" TO WRK-TEM-MOVTOS
                  SET FIM-ARQUIVO-MOV TO TRUE
              END-IF
              IF TEM-MOVTOS
                  OPEN OUTPUT REGRAEXC-FILE
                  IF WRK-STATUS-EXC NOT = "00"
                      MOVE "A002" TO WRK-MSG-ID
                      MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                      MOVE "REGRAEXC.DAT" TO WRK-MSG-ARQUIVO
                      MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                      CALL "TRATAMSG" USING WRK-PARM-MSG
                      GOBACK
                  END-IF
                  OPEN EXTEND REGRAAUD-FILE
                  IF WRK-STATUS-AUD = "35"
                      OPEN OUTPUT REGRAAUD-FILE
                  END-IF
                  IF WRK-STATUS-AUD NOT = "00"
                      MOVE "A002" TO WRK-MSG-ID
                      MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                      MOVE "REGRAAUD.DAT" TO WRK-MSG-ARQUIVO
                      MOVE WRK-STATUS-AUD TO WRK-MSG-STATUS
                      CALL "TRATAMSG" USING WRK-PARM-MSG
                      GOBACK
                  END-IF
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
              IF TEM-MOVTOS
                  PERFORM 1100-LER-MOVTO
              END-IF.

      *    Sem o plano de contas nao ha como validar conta nenhuma:
      *    o arquivo e obrigatorio.
         1050-CARREGA-PLANO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT PLANOCONTAS-FILE
              IF WRK-STATUS-PLANO NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PLANOCONTAS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PLANO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ PLANOCONTAS-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-PLANO NOT LESS 100
                              DISPLAY "PLANOCONTAS.DAT maior que o"
                                  " limite de 100 contas"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-PLANO
                          MOVE PL-CONTA TO TAB-PL-CONTA(WRK-QTD-PLANO)
                          MOVE PL-ATIVO TO TAB-PL-ATIVO(WRK-QTD-PLANO)
                  END-READ
              END-PERFORM
              CLOSE PLANOCONTAS-FILE.

      *    Arquivo de regras ainda inexistente comeca vazio: a
      *    primeira carga entra por movimento, como as seguintes.
         1060-CARREGA-REGRAS SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT REGRASLANC-FILE
              IF WRK-STATUS-REGRAS NOT = "00"
                  DISPLAY "Aviso: REGRASLANC.DAT indisponivel (status "
                      WRK-STATUS-REGRAS ") - sem regras"
                  GO TO 1060-SAIDA
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ REGRASLANC-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-REGRAS NOT LESS 500
                              DISPLAY "REGRASLANC.DAT maior que o"
                                  " limite de 500 regras"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-REGRAS
                          MOVE REGRASLANC-REG
                              TO TAB-RG-REG(WRK-QTD-REGRAS)
                  END-READ
              END-PERFORM
              CLOSE REGRASLANC-FILE.
         1060-SAIDA.
              EXIT.

         1100-LER-MOVTO SECTION.
              READ REGRAMOV-FILE
                  AT END
                      SET FIM-ARQUIVO-MOV TO TRUE
              END-READ.

         0200-RECEBEMOVTO SECTION.
              PERFORM 0210-VALIDA-MOVTO
              IF MOVTO-VALIDO
                  PERFORM 0400-APLICA-MOVIMENTO
              END-IF
              IF MOVTO-VALIDO
                  ADD 1 TO WRK-JOB-GRAVADOS
              ELSE
                  PERFORM 0250-GRAVA-EXCECAO
              END-IF
              ADD 1 TO WRK-JOB-LIDOS
              PERFORM 1100-LER-MOVTO.
         0200-EXIT.
              EXIT.

      *    Regra ja em vigor fica como esta (o razao ja a usou);
      *    a mudanca entra como regra nova, com vigencia de hoje em
      *    diante.
         0210-VALIDA-MOVTO SECTION.
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE SPACES TO WRK-MOTIVO
              PERFORM 0220-LOCALIZA-EVENTO
              PERFORM 0225-LOCALIZA-REGRA
              EVALUATE TRUE
                  WHEN RM-OPERADOR = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO
                  WHEN RM-ACAO NOT = "I" AND RM-ACAO NOT = "A"
                      AND RM-ACAO NOT = "E"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "ACAO INVALIDA" TO WRK-MOTIVO
                  WHEN NOT ACHOU-EVENTO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "EVENTO FORA DO CATALOGO" TO WRK-MOTIVO
                  WHEN RM-VIGENCIA NOT NUMERIC
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "VIGENCIA INVALIDA" TO WRK-MOTIVO
                  WHEN RM-VIG-MES LESS 1 OR RM-VIG-MES GREATER 12
                      OR RM-VIG-DIA LESS 1 OR RM-VIG-DIA GREATER 31
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "VIGENCIA INVALIDA" TO WRK-MOTIVO
                  WHEN RM-ACAO = "I" AND ACHOU-REGRA
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "REGRA JA CADASTRADA" TO WRK-MOTIVO
                  WHEN RM-ACAO = "I"
                      AND RM-VIGENCIA LESS WRK-DATA-SISTEMA
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "VIGENCIA RETROATIVA" TO WRK-MOTIVO
                  WHEN RM-ACAO NOT = "I" AND NOT ACHOU-REGRA
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "REGRA NAO CADASTRADA" TO WRK-MOTIVO
                  WHEN RM-ACAO NOT = "I"
                      AND RM-VIGENCIA NOT GREATER WRK-DATA-SISTEMA
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "REGRA JA EM VIGOR" TO WRK-MOTIVO
              END-EVALUATE
              IF MOVTO-VALIDO AND RM-ACAO NOT = "E"
                  PERFORM 0230-VALIDA-CONTAS
              END-IF.

         0220-LOCALIZA-EVENTO SECTION.
              MOVE "N" TO WRK-ACHOU-EVENTO
              SET TAB-EL-IDX TO 1
              SEARCH TAB-EL-REG
                  AT END
                      CONTINUE
                  WHEN TAB-EL-EVENTO(TAB-EL-IDX) = RM-EVENTO
                      SET ACHOU-EVENTO TO TRUE
              END-SEARCH.

         0225-LOCALIZA-REGRA SECTION.
              MOVE "N" TO WRK-ACHOU-REGRA
              IF WRK-QTD-REGRAS GREATER ZERO
                  SET TAB-RG-IDX TO 1
                  SEARCH TAB-RG-REG
                      AT END
                          CONTINUE
                      WHEN TAB-RG-EVENTO(TAB-RG-IDX) = RM-EVENTO
                          AND TAB-RG-VIGENCIA(TAB-RG-IDX) =
                              RM-VIGENCIA
                          SET ACHOU-REGRA TO TRUE
                          SET WRK-IDX-REGRA TO TAB-RG-IDX
                  END-SEARCH
              END-IF.

      *    Evento so de debito leva so a conta a debito, so de
      *    credito so a de credito, e o de partida completa as duas,
      *    diferentes; conta informada precisa estar ativa no plano.
         0230-VALIDA-CONTAS SECTION.
              MOVE TAB-EL-LADO(TAB-EL-IDX) TO WRK-LADO
              MOVE RM-CONTA-DEBITO TO WRK-DEBITO-TESTE
              MOVE RM-CONTA-CREDITO TO WRK-CREDITO-TESTE
              PERFORM 0235-CONFERE-LADO
              IF WRK-MOTIVO NOT = SPACES
                  MOVE "N" TO WRK-MOVTO-VALIDO
                  GO TO 0230-SAIDA
              END-IF
              IF RM-HISTORICO = SPACES
                  MOVE "N" TO WRK-MOVTO-VALIDO
                  MOVE "HISTORICO EM BRANCO" TO WRK-MOTIVO
              END-IF.
         0230-SAIDA.
              EXIT.

      *    Usada tambem na verificacao: deixa o motivo em branco
      *    quando as contas servem ao lado do evento.
         0235-CONFERE-LADO SECTION.
              MOVE SPACES TO WRK-MOTIVO
              EVALUATE TRUE
                  WHEN WRK-LADO = "D"
                      AND (WRK-DEBITO-TESTE = ZEROS
                      OR WRK-CREDITO-TESTE NOT = ZEROS)
                      MOVE "CONTAS NAO CONFEREM COM O LADO"
                          TO WRK-MOTIVO
                  WHEN WRK-LADO = "C"
                      AND (WRK-CREDITO-TESTE = ZEROS
                      OR WRK-DEBITO-TESTE NOT = ZEROS)
                      MOVE "CONTAS NAO CONFEREM COM O LADO"
                          TO WRK-MOTIVO
                  WHEN WRK-LADO = "A"
                      AND (WRK-DEBITO-TESTE = ZEROS
                      OR WRK-CREDITO-TESTE = ZEROS)
                      MOVE "CONTAS NAO CONFEREM COM O LADO"
                          TO WRK-MOTIVO
                  WHEN WRK-LADO = "A"
                      AND WRK-DEBITO-TESTE = WRK-CREDITO-TESTE
                      MOVE "DEBITO E CREDITO IGUAIS" TO WRK-MOTIVO
              END-EVALUATE
              IF WRK-MOTIVO = SPACES
                  AND WRK-DEBITO-TESTE NOT = ZEROS
                  MOVE WRK-DEBITO-TESTE TO WRK-CONTA-TESTE
                  PERFORM 0240-CONTA-ATIVA
                  IF NOT CONTA-OK
                      MOVE "CONTA INATIVA OU FORA DO PLANO"
                          TO WRK-MOTIVO
                  END-IF
              END-IF
              IF WRK-MOTIVO = SPACES
                  AND WRK-CREDITO-TESTE NOT = ZEROS
                  MOVE WRK-CREDITO-TESTE TO WRK-CONTA-TESTE
                  PERFORM 0240-CONTA-ATIVA
                  IF NOT CONTA-OK
                      MOVE "CONTA INATIVA OU FORA DO PLANO"
                          TO WRK-MOTIVO
                  END-IF
              END-IF.

         0240-CONTA-ATIVA SECTION.
              MOVE "N" TO WRK-CONTA-OK
              IF WRK-QTD-PLANO GREATER ZERO
                  SET TAB-PL-IDX TO 1
                  SEARCH TAB-PL-REG
                      AT END
                          CONTINUE
                      WHEN TAB-PL-CONTA(TAB-PL-IDX) = WRK-CONTA-TESTE
                          IF TAB-PL-ATIVO(TAB-PL-IDX) = "S"
                              MOVE "S" TO WRK-CONTA-OK
                          END-IF
                  END-SEARCH
              END-IF.

         0250-GRAVA-EXCECAO SECTION.
              MOVE RM-OPERADOR  TO EX-OPERADOR
              MOVE RM-ACAO      TO EX-ACAO
              MOVE RM-EVENTO    TO EX-EVENTO
              MOVE RM-VIGENCIA  TO EX-VIGENCIA
              MOVE WRK-MOTIVO   TO EX-MOTIVO
              WRITE REGRAEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE RM-EVENTO TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO  TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "MANUT-REGRA" TO WRK-EXC-SISTEMA
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

      *    Aplica o movimento na tabela em memoria e grava o
      *    antes/depois na auditoria; o arquivo e regravado uma vez
      *    so, no fim.
         0400-APLICA-MOVIMENTO SECTION.
              MOVE ZEROS TO WRK-DEBITO-ANTES
              MOVE ZEROS TO WRK-CREDITO-ANTES
              MOVE SPACES TO WRK-HISTORICO-ANTES
              IF ACHOU-REGRA
                  MOVE TAB-RG-DEBITO(WRK-IDX-REGRA)
                      TO WRK-DEBITO-ANTES
                  MOVE TAB-RG-CREDITO(WRK-IDX-REGRA)
                      TO WRK-CREDITO-ANTES
                  MOVE TAB-RG-HISTORICO(WRK-IDX-REGRA)
                      TO WRK-HISTORICO-ANTES
              END-IF
              EVALUATE RM-ACAO
                  WHEN "I"
                      IF WRK-QTD-REGRAS NOT LESS 500
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "TABELA DE REGRAS CHEIA"
                              TO WRK-MOTIVO
                          GO TO 0400-SAIDA
                      END-IF
                      ADD 1 TO WRK-QTD-REGRAS
                      MOVE WRK-QTD-REGRAS TO WRK-IDX-REGRA
                      MOVE RM-EVENTO
                          TO TAB-RG-EVENTO(WRK-IDX-REGRA)
                      MOVE RM-VIGENCIA
                          TO TAB-RG-VIGENCIA(WRK-IDX-REGRA)
                      PERFORM 0410-MOVE-CONTAS
                  WHEN "A"
                      PERFORM 0410-MOVE-CONTAS
                  WHEN "E"
                      PERFORM 0420-EXCLUI-REGRA
              END-EVALUATE
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              MOVE WRK-DATA-SISTEMA    TO RA-DATA
              MOVE WRK-HORA-SISTEMA    TO RA-HORA
              MOVE RM-OPERADOR         TO RA-OPERADOR
              MOVE RM-ACAO             TO RA-ACAO
              MOVE RM-EVENTO           TO RA-EVENTO
              MOVE RM-VIGENCIA         TO RA-VIGENCIA
              MOVE WRK-DEBITO-ANTES    TO RA-DEBITO-ANTES
              MOVE WRK-CREDITO-ANTES   TO RA-CREDITO-ANTES
              MOVE WRK-HISTORICO-ANTES TO RA-HISTORICO-ANTES
              IF RM-ACAO = "E"
                  MOVE ZEROS TO RA-DEBITO-DEPOIS
                  MOVE ZEROS TO RA-CREDITO-DEPOIS
                  MOVE SPACES TO RA-HISTORICO-DEPOIS
              ELSE
                  MOVE RM-CONTA-DEBITO  TO RA-DEBITO-DEPOIS
                  MOVE RM-CONTA-CREDITO TO RA-CREDITO-DEPOIS
                  MOVE RM-HISTORICO     TO RA-HISTORICO-DEPOIS
              END-IF
              WRITE REGRAAUD-REG.
         0400-SAIDA.
              EXIT.

         0410-MOVE-CONTAS SECTION.
              MOVE RM-CONTA-DEBITO TO TAB-RG-DEBITO(WRK-IDX-REGRA)
              MOVE RM-CONTA-CREDITO TO TAB-RG-CREDITO(WRK-IDX-REGRA)
              MOVE RM-HISTORICO TO TAB-RG-HISTORICO(WRK-IDX-REGRA).

         0420-EXCLUI-REGRA SECTION.
              PERFORM VARYING WRK-IDX-TROCA FROM WRK-IDX-REGRA BY 1
                  UNTIL WRK-IDX-TROCA NOT LESS WRK-QTD-REGRAS
                  MOVE TAB-RG-REG(WRK-IDX-TROCA + 1)
                      TO TAB-RG-REG(WRK-IDX-TROCA)
              END-PERFORM
              SUBTRACT 1 FROM WRK-QTD-REGRAS.

      *    Regrava em ordem de evento e vigencia, para a leitura e a
      *    conferencia a olho.
         0700-REGRAVA-REGRAS SECTION.
              MOVE "S" TO WRK-HOUVE-TROCA
              PERFORM UNTIL NOT HOUVE-TROCA
                  MOVE "N" TO WRK-HOUVE-TROCA
                  PERFORM VARYING WRK-IDX-TROCA FROM 1 BY 1
                      UNTIL WRK-IDX-TROCA NOT LESS WRK-QTD-REGRAS
                      IF TAB-RG-CHAVE(WRK-IDX-TROCA) GREATER
                          TAB-RG-CHAVE(WRK-IDX-TROCA + 1)
                          MOVE TAB-RG-REG(WRK-IDX-TROCA)
                              TO WRK-REGRA-TROCA
                          MOVE TAB-RG-REG(WRK-IDX-TROCA + 1)
                              TO TAB-RG-REG(WRK-IDX-TROCA)
                          MOVE WRK-REGRA-TROCA
                              TO TAB-RG-REG(WRK-IDX-TROCA + 1)
                          SET HOUVE-TROCA TO TRUE
                      END-IF
                  END-PERFORM
              END-PERFORM
              OPEN OUTPUT REGRASLANC-FILE
              IF WRK-STATUS-REGRAS NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "REGRASLANC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REGRAS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING WRK-IDX-REGRA FROM 1 BY 1
                  UNTIL WRK-IDX-REGRA GREATER WRK-QTD-REGRAS
                  MOVE TAB-RG-REG(WRK-IDX-REGRA) TO REGRASLANC-REG
                  WRITE REGRASLANC-REG
              END-PERFORM
              CLOSE REGRASLANC-FILE.

      *    Verificacao: cada evento do catalogo precisa de regra em
      *    vigor hoje, com as contas do seu lado ativas no plano --
      *    e o que o GERALANC exige para rodar.
         0800-VERIFICA-REGRAS SECTION.
              OPEN OUTPUT REGRAVERREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "REGRAVERREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE "VERIFICACAO DAS REGRAS DE LANCAMENTO EM VIGOR"
                  TO REGRAVERREL-REG
              WRITE REGRAVERREL-REG
              MOVE SPACES TO REGRAVERREL-REG
              WRITE REGRAVERREL-REG
              MOVE "EVENTO     VIGENCIA  DEBITO CREDITO SITUACAO"
                  TO REGRAVERREL-REG
              WRITE REGRAVERREL-REG
              PERFORM VARYING WRK-IDX-VER FROM 1 BY 1
                  UNTIL WRK-IDX-VER GREATER WRK-QTD-EVENTOS-LANC
                  PERFORM 0850-VERIFICA-EVENTO
              END-PERFORM
              MOVE SPACES TO REGRAVERREL-REG
              WRITE REGRAVERREL-REG
              IF WRK-QTD-ACHADOS = ZEROS
                  MOVE "  NENHUM PROBLEMA ENCONTRADO"
                      TO REGRAVERREL-REG
                  WRITE REGRAVERREL-REG
              ELSE
                  MOVE 4 TO RETURN-CODE
              END-IF
              CLOSE REGRAVERREL-FILE.

         0850-VERIFICA-EVENTO SECTION.
              MOVE "N" TO WRK-HA-VIGENTE
              MOVE ZEROS TO WRK-VG-VIGENCIA
              MOVE ZEROS TO WRK-VG-DEBITO
              MOVE ZEROS TO WRK-VG-CREDITO
              PERFORM VARYING TAB-RG-IDX FROM 1 BY 1
                  UNTIL TAB-RG-IDX GREATER WRK-QTD-REGRAS
                  IF TAB-RG-EVENTO(TAB-RG-IDX) =
                      TAB-EL-EVENTO(WRK-IDX-VER)
                      AND TAB-RG-VIGENCIA(TAB-RG-IDX)
                          NOT GREATER WRK-DATA-SISTEMA
                      AND TAB-RG-VIGENCIA(TAB-RG-IDX)
                          NOT LESS WRK-VG-VIGENCIA
                      SET HA-VIGENTE TO TRUE
                      MOVE TAB-RG-VIGENCIA(TAB-RG-IDX)
                          TO WRK-VG-VIGENCIA
                      MOVE TAB-RG-DEBITO(TAB-RG-IDX) TO WRK-VG-DEBITO
                      MOVE TAB-RG-CREDITO(TAB-RG-IDX)
                          TO WRK-VG-CREDITO
                  END-IF
              END-PERFORM
              MOVE TAB-EL-EVENTO(WRK-IDX-VER) TO WRK-LV-EVENTO
              IF NOT HA-VIGENTE
                  MOVE SPACES TO WRK-LV-VIGENCIA
                  MOVE SPACES TO WRK-LV-DEBITO
                  MOVE SPACES TO WRK-LV-CREDITO
                  MOVE "SEM REGRA EM VIGOR" TO WRK-LV-SITUACAO
                  PERFORM 0860-GRAVA-ACHADO
                  GO TO 0850-SAIDA
              END-IF
              MOVE WRK-VG-VIGENCIA TO WRK-LV-VIGENCIA
              MOVE WRK-VG-DEBITO TO WRK-LV-DEBITO
              MOVE WRK-VG-CREDITO TO WRK-LV-CREDITO
              MOVE TAB-EL-LADO(WRK-IDX-VER) TO WRK-LADO
              MOVE WRK-VG-DEBITO TO WRK-DEBITO-TESTE
              MOVE WRK-VG-CREDITO TO WRK-CREDITO-TESTE
              PERFORM 0235-CONFERE-LADO
              IF WRK-MOTIVO NOT = SPACES
                  MOVE WRK-MOTIVO TO WRK-LV-SITUACAO
                  PERFORM 0860-GRAVA-ACHADO
              ELSE
                  MOVE "OK" TO WRK-LV-SITUACAO
                  WRITE REGRAVERREL-REG FROM WRK-LINHA-VER
              END-IF.
         0850-SAIDA.
              EXIT.

         0860-GRAVA-ACHADO SECTION.
              ADD 1 TO WRK-QTD-ACHADOS
              WRITE REGRAVERREL-REG FROM WRK-LINHA-VER
              MOVE WRK-LV-EVENTO TO WRK-EXC-CHAVE
              MOVE WRK-LV-SITUACAO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         9000-FINALIZAR SECTION.
              IF TEM-MOVTOS
                  CLOSE REGRAMOV-FILE
                  CLOSE REGRAEXC-FILE
                  CLOSE REGRAAUD-FILE
              END-IF
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
              DISPLAY "MOVIMENTOS LIDOS      : " WRK-JOB-LIDOS
              DISPLAY "MOVIMENTOS APLICADOS  : " WRK-JOB-GRAVADOS
              DISPLAY "MOVIMENTOS REJEITADOS : " WRK-JOB-REJEITADOS
              DISPLAY "ACHADOS NA VERIFICACAO: " WRK-QTD-ACHADOS
              DISPLAY "==========================================".
       END PROGRAM MANREGRA.
