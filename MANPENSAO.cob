      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 12/02/2025
      * Purpose: Cadastro de pensoes alimenticias por ordem judicial
      *          (PENSAO.DAT) com manutencao por arquivo de movimentos
      *          A/C/D (PENSAOMOV.DAT), no mesmo fluxo do MANBENEF.
      *          Cada ordem tem o codigo do funcionario, o numero da
      *          ordem (um funcionario pode ter mais de uma), o nome
      *          e o CPF do beneficiario, banco, agencia e conta do
      *          credito, a regra de calculo (L percentual do
      *          liquido, B percentual do bruto, F valor fixo) com o
      *          percentual ou o valor, e a vigencia: data de inicio
      *          e data de fim (zeros = sem fim). O fechamento da
      *          folha desconta a pensao depois do INSS e do IRRF e
      *          credita o beneficiario na remessa bancaria; a
      *          rescisao aplica a mesma ordem. Antes/depois de cada
      *          mudanca (regra, valor, conta e fim) sai em
      *          PENSAOAUD.DAT; movimento invalido em PENSAOEXC.DAT e
      *          EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANPENSAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENSAOMOV-FILE ASSIGN TO "PENSAOMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT PENSAO-FILE ASSIGN TO "PENSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PENSAO.
           SELECT PENSAOEXC-FILE ASSIGN TO "PENSAOEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT PENSAOAUD-FILE ASSIGN TO "PENSAOAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUD.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PENSAOMOV-FILE.
       01  PENSAOMOV-REG.
           05 PV-TIPO-MOVTO          PIC X(01).
           05 PV-CODIGO-FUNC         PIC 9(04).
           05 PV-ORDEM               PIC 9(02).
           05 PV-BENEFICIARIO        PIC X(30).
           05 PV-CPF                 PIC 9(11).
           05 PV-BANCO               PIC 9(03).
           05 PV-AGENCIA             PIC 9(04).
           05 PV-CONTA               PIC 9(08).
           05 PV-REGRA               PIC X(01).
           05 PV-PERCENTUAL          PIC 9(03)V99.
           05 PV-VALOR-FIXO          PIC 9(07)V99.
           05 PV-INICIO              PIC 9(08).
           05 PV-INICIO-X REDEFINES PV-INICIO.
               10 PV-INI-ANO         PIC 9(04).
               10 PV-INI-MES         PIC 9(02).
               10 PV-INI-DIA         PIC 9(02).
           05 PV-FIM                 PIC 9(08).
           05 PV-FIM-X REDEFINES PV-FIM.
               10 PV-FIM-ANO         PIC 9(04).
               10 PV-FIM-MES         PIC 9(02).
               10 PV-FIM-DIA         PIC 9(02).

       FD  PENSAO-FILE.
       01  PENSAO-REG.
           05 PE-CODIGO-FUNC         PIC 9(04).
           05 PE-ORDEM               PIC 9(02).
           05 PE-BENEFICIARIO        PIC X(30).
           05 PE-CPF                 PIC 9(11).
           05 PE-BANCO               PIC 9(03).
           05 PE-AGENCIA             PIC 9(04).
           05 PE-CONTA               PIC 9(08).
           05 PE-REGRA               PIC X(01).
           05 PE-PERCENTUAL          PIC 9(03)V99.
           05 PE-VALOR-FIXO          PIC 9(07)V99.
           05 PE-INICIO              PIC 9(08).
           05 PE-FIM                 PIC 9(08).

       FD  PENSAOEXC-FILE.
       01  PENSAOEXC-REG.
           05 EX-TIPO-MOVTO          PIC X(01).
           05 EX-CODIGO-FUNC         PIC X(04).
           05 EX-ORDEM               PIC X(02).
           05 EX-MOTIVO              PIC X(30).

       FD  PENSAOAUD-FILE.
       01  PENSAOAUD-REG.
           05 PA-DATA                PIC 9(08).
           05 PA-HORA                PIC 9(08).
           05 PA-TIPO                PIC X(12).
           05 PA-CODIGO-FUNC         PIC 9(04).
           05 PA-ORDEM               PIC 9(02).
           05 PA-REGRA-ANTES         PIC X(01).
           05 PA-REGRA-DEPOIS        PIC X(01).
           05 PA-PERC-ANTES          PIC 9(03)V99.
           05 PA-PERC-DEPOIS         PIC 9(03)V99.
           05 PA-VALOR-ANTES         PIC 9(07)V99.
           05 PA-VALOR-DEPOIS        PIC 9(07)V99.
           05 PA-CONTA-ANTES         PIC 9(15).
           05 PA-CONTA-DEPOIS        PIC 9(15).
           05 PA-FIM-ANTES           PIC 9(08).
           05 PA-FIM-DEPOIS          PIC 9(08).

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

         01 WRK-PARM-VALDOC.
             05 WRK-VD-TIPO        PIC X(01) VALUE SPACES.
             05 WRK-VD-NUMERO      PIC 9(11) VALUE ZEROS.
             05 WRK-VD-VALIDO      PIC X(01) VALUE "N".
             05 WRK-VD-RETORNO     PIC 9(02) VALUE ZEROS.

         77 WRK-STATUS-MOV       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PENSAO    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD       PIC X(02) VALUE SPACES.
         77 WRK-FIM-MOV          PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-FIM-PENSAO       PIC X(01) VALUE "N".
             88 FIM-PENSAO VALUE "S".

         77 WRK-MOVTO-VALIDO     PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO           PIC X(30) VALUE SPACES.

         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-QTD-VENCIDOS     PIC 9(04) VALUE ZEROS.

      *    Conta do beneficiario numa chave so (banco, agencia e
      *    conta) para a auditoria.
         01 WRK-CONTA-AUD.
             05 WRK-CA-BANCO       PIC 9(03).
             05 WRK-CA-AGENCIA     PIC 9(04).
             05 WRK-CA-CONTA       PIC 9(08).
         01 WRK-CONTA-AUD-N REDEFINES WRK-CONTA-AUD PIC 9(15).

      *    Copia do cadastro mantida em memoria, com status de linha
      *    "A" (presente) ou "E" (excluida), como no MANBENEF.
         01 TAB-PENSAO.
             05 TAB-PE-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-PENSAO
                 INDEXED BY TAB-PE-IDX.
                 10 TAB-PE-CODIGO-FUNC PIC 9(04).
                 10 TAB-PE-ORDEM       PIC 9(02).
                 10 TAB-PE-BENEFICIARIO PIC X(30).
                 10 TAB-PE-CPF         PIC 9(11).
                 10 TAB-PE-BANCO       PIC 9(03).
                 10 TAB-PE-AGENCIA     PIC 9(04).
                 10 TAB-PE-CONTA       PIC 9(08).
                 10 TAB-PE-REGRA       PIC X(01).
                 10 TAB-PE-PERCENTUAL  PIC 9(03)V99.
                 10 TAB-PE-VALOR-FIXO  PIC 9(07)V99.
                 10 TAB-PE-INICIO      PIC 9(08).
                 10 TAB-PE-FIM         PIC 9(08).
                 10 TAB-PE-STATUS      PIC X(01).
         77 WRK-QTD-PENSAO       PIC 9(04) VALUE ZEROS.
         77 WRK-LIMITE-PENSAO    PIC 9(04) VALUE 500.
         77 WRK-ACHOU-PENSAO     PIC X(01) VALUE "N".
             88 ACHOU-PENSAO VALUE "S".
         77 WRK-TOTAL-ATIVOS     PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0200-RECEBEMOVTO THRU 0200-EXIT
                  UNTIL FIM-ARQUIVO-MOV
              PERFORM 0700-GRAVA-CADASTRO-FINAL
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-MOV
              MOVE "N" TO WRK-FIM-PENSAO
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE "N" TO WRK-ACHOU-PENSAO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-PENSAO
              MOVE ZEROS TO WRK-TOTAL-ATIVOS
              MOVE ZEROS TO WRK-QTD-VENCIDOS.

         0010-CABECALHO SECTION.
              MOVE "MANUT-PENSAO" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              PERFORM 1060-CARREGA-PENSAO-ANTERIOR
              OPEN INPUT PENSAOMOV-FILE
              IF WRK-STATUS-MOV NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PENSAOMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT PENSAOEXC-FILE
              IF WRK-STATUS-EXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PENSAOEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND PENSAOAUD-FILE
              IF WRK-STATUS-AUD = "35"
                  OPEN OUTPUT PENSAOAUD-FILE
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              PERFORM 1100-LER-MOVTO.

         1060-CARREGA-PENSAO-ANTERIOR SECTION.
              OPEN INPUT PENSAO-FILE
              IF WRK-STATUS-PENSAO = "00"
                  PERFORM UNTIL FIM-PENSAO
                      READ PENSAO-FILE INTO PENSAO-REG
                          AT END
                              SET FIM-PENSAO TO TRUE
                          NOT AT END
                              IF WRK-QTD-PENSAO NOT LESS
                                  WRK-LIMITE-PENSAO
                                  DISPLAY "PENSAO.DAT excede o"
                                      " limite de " WRK-LIMITE-PENSAO
                                      " ordens"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-PENSAO
                              SET TAB-PE-IDX TO WRK-QTD-PENSAO
                              MOVE PE-CODIGO-FUNC TO
                                  TAB-PE-CODIGO-FUNC(TAB-PE-IDX)
                              MOVE PE-ORDEM TO
                                  TAB-PE-ORDEM(TAB-PE-IDX)
                              PERFORM 1065-COPIA-ORDEM
                              MOVE "A" TO
                                  TAB-PE-STATUS(TAB-PE-IDX)
                      END-READ
                  END-PERFORM
                  CLOSE PENSAO-FILE
              END-IF.

         1065-COPIA-ORDEM SECTION.
              MOVE PE-BENEFICIARIO TO TAB-PE-BENEFICIARIO(TAB-PE-IDX)
              MOVE PE-CPF          TO TAB-PE-CPF(TAB-PE-IDX)
              MOVE PE-BANCO        TO TAB-PE-BANCO(TAB-PE-IDX)
              MOVE PE-AGENCIA      TO TAB-PE-AGENCIA(TAB-PE-IDX)
              MOVE PE-CONTA        TO TAB-PE-CONTA(TAB-PE-IDX)
              MOVE PE-REGRA        TO TAB-PE-REGRA(TAB-PE-IDX)
              MOVE PE-PERCENTUAL   TO TAB-PE-PERCENTUAL(TAB-PE-IDX)
              MOVE PE-VALOR-FIXO   TO TAB-PE-VALOR-FIXO(TAB-PE-IDX)
              MOVE PE-INICIO       TO TAB-PE-INICIO(TAB-PE-IDX)
              MOVE PE-FIM          TO TAB-PE-FIM(TAB-PE-IDX).

         1100-LER-MOVTO SECTION.
              READ PENSAOMOV-FILE
                  AT END
                      SET FIM-ARQUIVO-MOV TO TRUE
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

      *    Exclusao so precisa da chave; na alteracao todos os
      *    campos vem de novo, como na inclusao. Encerrar uma ordem
      *    e uma alteracao com a data de fim. Percentual so na regra
      *    L ou B, valor fixo so na regra F.
         0210-VALIDA-MOVTO SECTION.
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE SPACES TO WRK-MOTIVO
              EVALUATE TRUE
                  WHEN PV-TIPO-MOVTO NOT = "A" AND
                       PV-TIPO-MOVTO NOT = "C" AND
                       PV-TIPO-MOVTO NOT = "D"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TIPO DE MOVIMENTO INVALIDO" TO WRK-MOTIVO
                  WHEN PV-CODIGO-FUNC NOT NUMERIC
                      OR PV-CODIGO-FUNC = ZEROS
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "CODIGO DE FUNCIONARIO INVALIDO"
                          TO WRK-MOTIVO
                  WHEN PV-ORDEM NOT NUMERIC
                      OR PV-ORDEM = ZEROS
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "NUMERO DA ORDEM INVALIDO" TO WRK-MOTIVO
                  WHEN PV-TIPO-MOVTO = "D"
                      CONTINUE
                  WHEN PV-BENEFICIARIO = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "BENEFICIARIO NAO INFORMADO" TO WRK-MOTIVO
                  WHEN PV-BANCO NOT NUMERIC OR PV-BANCO = ZEROS
                      OR PV-AGENCIA NOT NUMERIC OR PV-AGENCIA = ZEROS
                      OR PV-CONTA NOT NUMERIC OR PV-CONTA = ZEROS
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "DADOS BANCARIOS INVALIDOS" TO WRK-MOTIVO
                  WHEN PV-REGRA NOT = "L" AND
                       PV-REGRA NOT = "B" AND
                       PV-REGRA NOT = "F"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "REGRA DE CALCULO INVALIDA" TO WRK-MOTIVO
                  WHEN PV-REGRA NOT = "F"
                      AND (PV-PERCENTUAL NOT NUMERIC
                      OR PV-PERCENTUAL = ZEROS
                      OR PV-PERCENTUAL GREATER 100)
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "PERCENTUAL INVALIDO" TO WRK-MOTIVO
                  WHEN PV-REGRA = "F"
                      AND (PV-VALOR-FIXO NOT NUMERIC
                      OR PV-VALOR-FIXO = ZEROS)
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "VALOR FIXO INVALIDO" TO WRK-MOTIVO
                  WHEN PV-INICIO NOT NUMERIC
                      OR PV-INI-MES LESS 1 OR PV-INI-MES GREATER 12
                      OR PV-INI-DIA LESS 1 OR PV-INI-DIA GREATER 31
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "DATA DE INICIO INVALIDA" TO WRK-MOTIVO
                  WHEN PV-FIM NOT NUMERIC
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "DATA DE FIM INVALIDA" TO WRK-MOTIVO
                  WHEN PV-FIM NOT = ZEROS
                      AND (PV-FIM-MES LESS 1 OR PV-FIM-MES GREATER 12
                      OR PV-FIM-DIA LESS 1 OR PV-FIM-DIA GREATER 31)
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "DATA DE FIM INVALIDA" TO WRK-MOTIVO
                  WHEN PV-FIM NOT = ZEROS AND PV-FIM LESS PV-INICIO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "FIM ANTERIOR AO INICIO" TO WRK-MOTIVO
              END-EVALUATE
              IF MOVTO-VALIDO AND PV-TIPO-MOVTO NOT = "D"
                  PERFORM 0215-VALIDA-CPF
              END-IF
              IF MOVTO-VALIDO
                  PERFORM 0220-LOCALIZA-PENSAO
                  EVALUATE TRUE
                      WHEN PV-TIPO-MOVTO = "A"
                              AND ACHOU-PENSAO
                              AND TAB-PE-STATUS(TAB-PE-IDX) = "A"
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "ORDEM JA CADASTRADA" TO WRK-MOTIVO
                      WHEN PV-TIPO-MOVTO = "A"
                              AND NOT ACHOU-PENSAO
                              AND WRK-QTD-PENSAO NOT LESS
                                  WRK-LIMITE-PENSAO
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "CADASTRO CHEIO" TO WRK-MOTIVO
                      WHEN (PV-TIPO-MOVTO = "C" OR PV-TIPO-MOVTO = "D")
                              AND (NOT ACHOU-PENSAO
                              OR TAB-PE-STATUS(TAB-PE-IDX) NOT = "A")
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "ORDEM NAO CADASTRADA" TO WRK-MOTIVO
                  END-EVALUATE
              END-IF.

      *    CPF do beneficiario conferido pelos digitos (VALDOC).
         0215-VALIDA-CPF SECTION.
              MOVE "C" TO WRK-VD-TIPO
              MOVE ZEROS TO WRK-VD-NUMERO
              IF PV-CPF NUMERIC
                  MOVE PV-CPF TO WRK-VD-NUMERO
              END-IF
              MOVE RETURN-CODE TO WRK-VD-RETORNO
              CALL "VALDOC" USING WRK-PARM-VALDOC
              IF WRK-VD-VALIDO NOT = "S"
                  MOVE "N" TO WRK-MOVTO-VALIDO
                  MOVE "CPF DO BENEFICIARIO INVALIDO" TO WRK-MOTIVO
              END-IF.

      *    Chave da ordem: codigo do funcionario e numero da ordem.
         0220-LOCALIZA-PENSAO SECTION.
              MOVE "N" TO WRK-ACHOU-PENSAO
              IF WRK-QTD-PENSAO GREATER ZERO
                  SET TAB-PE-IDX TO 1
                  SEARCH TAB-PE-REG
                      AT END
                          CONTINUE
                      WHEN TAB-PE-CODIGO-FUNC(TAB-PE-IDX) =
                              PV-CODIGO-FUNC
                          AND TAB-PE-ORDEM(TAB-PE-IDX) = PV-ORDEM
                          SET ACHOU-PENSAO TO TRUE
                  END-SEARCH
              END-IF.

         0250-GRAVA-EXCECAO SECTION.
              MOVE PV-TIPO-MOVTO  TO EX-TIPO-MOVTO
              MOVE PENSAOMOV-REG(2:4) TO EX-CODIGO-FUNC
              MOVE PENSAOMOV-REG(6:2) TO EX-ORDEM
              MOVE WRK-MOTIVO     TO EX-MOTIVO
              WRITE PENSAOEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE PENSAOMOV-REG(2:4) TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "MANUT-PENSAO" TO WRK-EXC-SISTEMA
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

         0400-APLICA-MOVIMENTO SECTION.
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              MOVE WRK-DATA-SISTEMA TO PA-DATA
              MOVE WRK-HORA-SISTEMA TO PA-HORA
              MOVE PV-CODIGO-FUNC   TO PA-CODIGO-FUNC
              MOVE PV-ORDEM         TO PA-ORDEM
              EVALUATE PV-TIPO-MOVTO
                  WHEN "A"
                      IF ACHOU-PENSAO
                          CONTINUE
                      ELSE
                          ADD 1 TO WRK-QTD-PENSAO
                          SET TAB-PE-IDX TO WRK-QTD-PENSAO
                          MOVE PV-CODIGO-FUNC
                              TO TAB-PE-CODIGO-FUNC(TAB-PE-IDX)
                          MOVE PV-ORDEM
                              TO TAB-PE-ORDEM(TAB-PE-IDX)
                      END-IF
                      MOVE SPACES TO PA-REGRA-ANTES
                      MOVE ZEROS TO PA-PERC-ANTES
                      MOVE ZEROS TO PA-VALOR-ANTES
                      MOVE ZEROS TO PA-CONTA-ANTES
                      MOVE ZEROS TO PA-FIM-ANTES
                      PERFORM 0410-MONTA-PENSAO
                      MOVE "A" TO TAB-PE-STATUS(TAB-PE-IDX)
                      MOVE "INCLUSAO" TO PA-TIPO
                      PERFORM 0420-DEPOIS-AUDITORIA
                      WRITE PENSAOAUD-REG
                  WHEN "C"
                      PERFORM 0415-ANTES-AUDITORIA
                      PERFORM 0410-MONTA-PENSAO
                      MOVE "ALTERACAO" TO PA-TIPO
                      PERFORM 0420-DEPOIS-AUDITORIA
                      WRITE PENSAOAUD-REG
                  WHEN "D"
                      PERFORM 0415-ANTES-AUDITORIA
                      MOVE "E" TO TAB-PE-STATUS(TAB-PE-IDX)
                      MOVE "EXCLUSAO" TO PA-TIPO
                      MOVE SPACES TO PA-REGRA-DEPOIS
                      MOVE ZEROS TO PA-PERC-DEPOIS
                      MOVE ZEROS TO PA-VALOR-DEPOIS
                      MOVE ZEROS TO PA-CONTA-DEPOIS
                      MOVE ZEROS TO PA-FIM-DEPOIS
                      WRITE PENSAOAUD-REG
              END-EVALUATE.

      *    Regra L ou B guarda so o percentual, regra F so o valor.
         0410-MONTA-PENSAO SECTION.
              MOVE PV-BENEFICIARIO TO TAB-PE-BENEFICIARIO(TAB-PE-IDX)
              MOVE PV-CPF          TO TAB-PE-CPF(TAB-PE-IDX)
              MOVE PV-BANCO        TO TAB-PE-BANCO(TAB-PE-IDX)
              MOVE PV-AGENCIA      TO TAB-PE-AGENCIA(TAB-PE-IDX)
              MOVE PV-CONTA        TO TAB-PE-CONTA(TAB-PE-IDX)
              MOVE PV-REGRA        TO TAB-PE-REGRA(TAB-PE-IDX)
              IF PV-REGRA = "F"
                  MOVE ZEROS TO TAB-PE-PERCENTUAL(TAB-PE-IDX)
                  MOVE PV-VALOR-FIXO TO TAB-PE-VALOR-FIXO(TAB-PE-IDX)
              ELSE
                  MOVE PV-PERCENTUAL TO TAB-PE-PERCENTUAL(TAB-PE-IDX)
                  MOVE ZEROS TO TAB-PE-VALOR-FIXO(TAB-PE-IDX)
              END-IF
              MOVE PV-INICIO       TO TAB-PE-INICIO(TAB-PE-IDX)
              MOVE PV-FIM          TO TAB-PE-FIM(TAB-PE-IDX).

         0415-ANTES-AUDITORIA SECTION.
              MOVE TAB-PE-REGRA(TAB-PE-IDX) TO PA-REGRA-ANTES
              MOVE TAB-PE-PERCENTUAL(TAB-PE-IDX) TO PA-PERC-ANTES
              MOVE TAB-PE-VALOR-FIXO(TAB-PE-IDX) TO PA-VALOR-ANTES
              MOVE TAB-PE-BANCO(TAB-PE-IDX) TO WRK-CA-BANCO
              MOVE TAB-PE-AGENCIA(TAB-PE-IDX) TO WRK-CA-AGENCIA
              MOVE TAB-PE-CONTA(TAB-PE-IDX) TO WRK-CA-CONTA
              MOVE WRK-CONTA-AUD-N TO PA-CONTA-ANTES
              MOVE TAB-PE-FIM(TAB-PE-IDX) TO PA-FIM-ANTES.

         0420-DEPOIS-AUDITORIA SECTION.
              MOVE TAB-PE-REGRA(TAB-PE-IDX) TO PA-REGRA-DEPOIS
              MOVE TAB-PE-PERCENTUAL(TAB-PE-IDX) TO PA-PERC-DEPOIS
              MOVE TAB-PE-VALOR-FIXO(TAB-PE-IDX) TO PA-VALOR-DEPOIS
              MOVE TAB-PE-BANCO(TAB-PE-IDX) TO WRK-CA-BANCO
              MOVE TAB-PE-AGENCIA(TAB-PE-IDX) TO WRK-CA-AGENCIA
              MOVE TAB-PE-CONTA(TAB-PE-IDX) TO WRK-CA-CONTA
              MOVE WRK-CONTA-AUD-N TO PA-CONTA-DEPOIS
              MOVE TAB-PE-FIM(TAB-PE-IDX) TO PA-FIM-DEPOIS.

         0700-GRAVA-CADASTRO-FINAL SECTION.
              OPEN OUTPUT PENSAO-FILE
              IF WRK-STATUS-PENSAO NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PENSAO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PENSAO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-PE-IDX FROM 1 BY 1
                  UNTIL TAB-PE-IDX GREATER WRK-QTD-PENSAO
                  IF TAB-PE-STATUS(TAB-PE-IDX) = "A"
                      MOVE TAB-PE-CODIGO-FUNC(TAB-PE-IDX)
                          TO PE-CODIGO-FUNC
                      MOVE TAB-PE-ORDEM(TAB-PE-IDX) TO PE-ORDEM
                      MOVE TAB-PE-BENEFICIARIO(TAB-PE-IDX)
                          TO PE-BENEFICIARIO
                      MOVE TAB-PE-CPF(TAB-PE-IDX) TO PE-CPF
                      MOVE TAB-PE-BANCO(TAB-PE-IDX) TO PE-BANCO
                      MOVE TAB-PE-AGENCIA(TAB-PE-IDX) TO PE-AGENCIA
                      MOVE TAB-PE-CONTA(TAB-PE-IDX) TO PE-CONTA
                      MOVE TAB-PE-REGRA(TAB-PE-IDX) TO PE-REGRA
                      MOVE TAB-PE-PERCENTUAL(TAB-PE-IDX)
                          TO PE-PERCENTUAL
                      MOVE TAB-PE-VALOR-FIXO(TAB-PE-IDX)
                          TO PE-VALOR-FIXO
                      MOVE TAB-PE-INICIO(TAB-PE-IDX) TO PE-INICIO
                      MOVE TAB-PE-FIM(TAB-PE-IDX) TO PE-FIM
                      WRITE PENSAO-REG
                      ADD 1 TO WRK-TOTAL-ATIVOS
                      IF PE-FIM NOT = ZEROS
                          AND PE-FIM LESS WRK-DATA-SISTEMA
                          ADD 1 TO WRK-QTD-VENCIDOS
                      END-IF
                  END-IF
              END-PERFORM
              CLOSE PENSAO-FILE.

         9000-FINALIZAR SECTION.
              CLOSE PENSAOMOV-FILE
              CLOSE PENSAOEXC-FILE
              CLOSE PENSAOAUD-FILE
              CLOSE EXCDIARIO-FILE
              DISPLAY "Total de ordens no cadastro     : "
                  WRK-TOTAL-ATIVOS
              DISPLAY "Ja com a vigencia encerrada     : "
                  WRK-QTD-VENCIDOS
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
       END PROGRAM MANPENSAO.
