      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 11/02/2025
      * Purpose: Liberacao dos pagamentos retidos pela revisao do
      *          fechamento da folha (PAGRETIDO.DAT). O PROGRAMA06
      *          segura fora da REMESSA.DAT o liquido que foge da
      *          media do historico, o primeiro pagamento e o
      *          pagamento para conta alterada no mes. Este lote le
      *          as decisoes de PAGLIBMOV.DAT (L = liberar, R =
      *          recusar com motivo), aceitas so de operador de nivel
      *          3 no OPERADORES.DAT, grava os liberados na remessa
      *          complementar REMESSACOMP.DAT (mesmo layout da
      *          REMESSA.DAT), audita cada decisao em PAGRETAUD.DAT
      *          (quem decidiu o que e quando) e regrava o
      *          PAGRETIDO.DAT so com os pagamentos ainda sem decisao.
      *          Decisao rejeitada vai para PAGRETEXC.DAT e
      *          EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBPAGTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGLIBMOV-FILE ASSIGN TO "PAGLIBMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT PAGRETIDO-FILE ASSIGN TO "PAGRETIDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGRET.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OPER.
           SELECT REMESSACOMP-FILE ASSIGN TO "REMESSACOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REMCOMP.
           SELECT PAGRETAUD-FILE ASSIGN TO "PAGRETAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGRETAUD.
           SELECT PAGRETEXC-FILE ASSIGN TO "PAGRETEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGRETEXC.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGLIBMOV-FILE.
       01  PAGLIBMOV-REG.
           05 LM-COMPETENCIA          PIC 9(06).
           05 LM-CODIGO               PIC 9(04).
           05 LM-DECISAO              PIC X(01).
           05 LM-OPERADOR             PIC X(08).
           05 LM-MOTIVO               PIC X(30).

       FD  PAGRETIDO-FILE.
       01  PAGRETIDO-REG.
           05 PG-COMPETENCIA          PIC 9(06).
           05 PG-CODIGO               PIC 9(04).
           05 PG-TIPO                 PIC X(01).
           05 PG-NOME                 PIC X(15).
           05 PG-BANCO                PIC 9(03).
           05 PG-AGENCIA              PIC 9(04).
           05 PG-CONTA                PIC 9(08).
           05 PG-VALOR                PIC 9(08)V99.
           05 PG-BRUTO                PIC 9(07)V99.
           05 PG-MEDIA-LIQUIDO        PIC 9(07)V99.
           05 PG-MEDIA-BRUTO          PIC 9(07)V99.
           05 PG-MOTIVO               PIC X(30).
           05 PG-CPF                  PIC 9(11).
           05 PG-NOME-COMPL           PIC X(60).

       FD  OPERADORES-FILE.
       01  OPERADORES-REG.
           05 OP-CODIGO               PIC X(08).
           05 OP-NOME                 PIC X(20).
           05 OP-NIVEL                PIC 9(01).

       FD  REMESSACOMP-FILE.
       01  REMESSACOMP-REG            PIC X(120).

       FD  PAGRETAUD-FILE.
       01  PAGRETAUD-REG.
           05 AR-DATA                 PIC 9(08).
           05 AR-HORA                 PIC 9(08).
           05 AR-COMPETENCIA          PIC 9(06).
           05 AR-CODIGO               PIC 9(04).
           05 AR-DECISAO              PIC X(01).
           05 AR-OPERADOR             PIC X(08).
           05 AR-VALOR                PIC 9(08)V99.
           05 AR-MOTIVO-RETENCAO      PIC X(30).
           05 AR-MOTIVO               PIC X(30).

       FD  PAGRETEXC-FILE.
       01  PAGRETEXC-REG.
           05 EL-COMPETENCIA          PIC 9(06).
           05 EL-CODIGO               PIC 9(04).
           05 EL-DECISAO              PIC X(01).
           05 EL-OPERADOR             PIC X(08).
           05 EL-MOTIVO               PIC X(30).

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

         77 WRK-STATUS-MOV        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PAGRET     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-OPER       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REMCOMP    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PAGRETAUD  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PAGRETEXC  PIC X(02) VALUE SPACES.
         77 WRK-FIM-MOV           PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-FIM-PAGRET        PIC X(01) VALUE "N".
             88 FIM-PAGRET VALUE "S".
         77 WRK-FIM-OPER          PIC X(01) VALUE "N".
             88 FIM-OPER VALUE "S".

         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-MOVTO-VALIDO      PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO            PIC X(30) VALUE SPACES.

      *    Operadores de nivel 3 (senior) do OPERADORES.DAT, os
      *    unicos que decidem sobre pagamento retido. Cadastro
      *    ausente deixa a tabela vazia e toda decisao e recusada.
         01 TAB-AUTORIZADO.
             05 TAB-AU-CODIGO OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-AUTORIZADO
                 INDEXED BY TAB-AU-IDX
                 PIC X(08).
         77 WRK-QTD-AUTORIZADO    PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-AUTORIZADO  PIC X(01) VALUE "N".
             88 ACHOU-AUTORIZADO VALUE "S".

      *    Pagamentos retidos, um por linha de PAGRETIDO.DAT; a
      *    decisao e "L" liberado, "R" recusado ou espaco pendente.
         01 TAB-RETIDO.
             05 TAB-RT-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-RETIDO
                 INDEXED BY TAB-RT-IDX.
                 10 TAB-RT-LINHA      PIC X(179).
                 10 TAB-RT-DECISAO    PIC X(01).
         77 WRK-QTD-RETIDO        PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-RETIDO      PIC X(01) VALUE "N".
             88 ACHOU-RETIDO VALUE "S".
         77 WRK-QTD-LIBERADOS     PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-RECUSADOS     PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-PENDENTES     PIC 9(04) VALUE ZEROS.

      *    Remessa complementar no mesmo layout da REMESSA.DAT.
         77 WRK-QTD-REMCOMP       PIC 9(06) VALUE ZEROS.
         77 WRK-SOMA-REMCOMP      PIC 9(10)V99 VALUE ZEROS.
         01 WRK-REM-HEADER.
             05 FILLER             PIC X(01) VALUE "H".
             05 WRK-RH-DATA        PIC 9(08).
             05 FILLER             PIC X(15) VALUE "PAGTO LIBERADO ".
             05 FILLER             PIC X(96) VALUE SPACES.
         01 WRK-REM-DETALHE.
             05 FILLER             PIC X(01) VALUE "D".
             05 WRK-RD2-BANCO      PIC 9(03).
             05 WRK-RD2-AGENCIA    PIC 9(04).
             05 WRK-RD2-CONTA      PIC 9(08).
             05 WRK-RD2-CODIGO     PIC 9(04).
             05 WRK-RD2-NOME       PIC X(15).
             05 WRK-RD2-VALOR      PIC 9(08)V99.
             05 WRK-RD2-CPF        PIC 9(11).
             05 FILLER             PIC X(04) VALUE SPACES.
             05 WRK-RD2-NOME-COMPL PIC X(60).
         01 WRK-REM-TRAILER.
             05 FILLER             PIC X(01) VALUE "T".
             05 WRK-RT-QTD         PIC 9(06).
             05 WRK-RT-SOMA        PIC 9(10)V99.
             05 FILLER             PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-RECEBE THRU 0100-EXIT
                  UNTIL FIM-ARQUIVO-MOV
              PERFORM 0700-GERA-REMESSA-COMP
              PERFORM 0750-REGRAVA-PAGRETIDO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-MOV
              MOVE "N" TO WRK-FIM-PAGRET
              MOVE "N" TO WRK-FIM-OPER
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-AUTORIZADO
              MOVE ZEROS TO WRK-QTD-RETIDO
              MOVE ZEROS TO WRK-QTD-LIBERADOS
              MOVE ZEROS TO WRK-QTD-RECUSADOS
              MOVE ZEROS TO WRK-QTD-PENDENTES
              MOVE ZEROS TO WRK-QTD-REMCOMP
              MOVE ZEROS TO WRK-SOMA-REMCOMP.

         0010-CABECALHO SECTION.
              MOVE "LIBERA-PAGTO" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1040-CARREGA-AUTORIZADOS
              PERFORM 1050-CARREGA-PAGRETIDO
              OPEN INPUT PAGLIBMOV-FILE
              IF WRK-STATUS-MOV NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PAGLIBMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND PAGRETAUD-FILE
              IF WRK-STATUS-PAGRETAUD = "35"
                  OPEN OUTPUT PAGRETAUD-FILE
              END-IF
              OPEN OUTPUT PAGRETEXC-FILE
              IF WRK-STATUS-PAGRETEXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PAGRETEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PAGRETEXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              PERFORM 1100-LER-MOVTO.

         1040-CARREGA-AUTORIZADOS SECTION.
              OPEN INPUT OPERADORES-FILE
              IF WRK-STATUS-OPER NOT = "00"
                  DISPLAY "Aviso: OPERADORES.DAT indisponivel (status "
                      WRK-STATUS-OPER ") - nenhuma decisao aceita"
                  GO TO 1040-SAIDA
              END-IF
              PERFORM UNTIL FIM-OPER
                  READ OPERADORES-FILE
                      AT END
                          SET FIM-OPER TO TRUE
                      NOT AT END
                          IF OP-NIVEL = 3
                              AND WRK-QTD-AUTORIZADO LESS 100
                              ADD 1 TO WRK-QTD-AUTORIZADO
                              MOVE OP-CODIGO TO
                                  TAB-AU-CODIGO(WRK-QTD-AUTORIZADO)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE OPERADORES-FILE.
         1040-SAIDA.
              EXIT.

         1050-CARREGA-PAGRETIDO SECTION.
              OPEN INPUT PAGRETIDO-FILE
              IF WRK-STATUS-PAGRET = "00"
                  PERFORM UNTIL FIM-PAGRET
                      READ PAGRETIDO-FILE INTO PAGRETIDO-REG
                          AT END
                              SET FIM-PAGRET TO TRUE
                          NOT AT END
                              IF WRK-QTD-RETIDO NOT LESS 200
                                  DISPLAY "PAGRETIDO.DAT maior que o"
                                      " limite de 200 retencoes"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-RETIDO
                              SET TAB-RT-IDX TO WRK-QTD-RETIDO
                              MOVE PAGRETIDO-REG
                                  TO TAB-RT-LINHA(TAB-RT-IDX)
                              MOVE SPACE
                                  TO TAB-RT-DECISAO(TAB-RT-IDX)
                      END-READ
                  END-PERFORM
                  CLOSE PAGRETIDO-FILE
              END-IF.

         1100-LER-MOVTO SECTION.
              READ PAGLIBMOV-FILE
                  AT END
                      SET FIM-ARQUIVO-MOV TO TRUE
              END-READ.

         0100-RECEBE SECTION.
              ADD 1 TO WRK-JOB-LIDOS
              PERFORM 0210-VALIDA-MOVTO
              IF MOVTO-VALIDO
                  PERFORM 0400-APLICA-DECISAO
                  ADD 1 TO WRK-JOB-GRAVADOS
              ELSE
                  PERFORM 0250-GRAVA-EXCECAO
              END-IF
              PERFORM 1100-LER-MOVTO.
         0100-EXIT.
              EXIT.

         0210-VALIDA-MOVTO SECTION.
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE SPACES TO WRK-MOTIVO
              PERFORM 0215-LOCALIZA-AUTORIZADO
              PERFORM 0220-LOCALIZA-RETIDO
              EVALUATE TRUE
                  WHEN LM-DECISAO NOT = "L" AND LM-DECISAO NOT = "R"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "DECISAO INVALIDA" TO WRK-MOTIVO
                  WHEN LM-OPERADOR = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO
                  WHEN NOT ACHOU-AUTORIZADO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "OPERADOR NAO AUTORIZADO" TO WRK-MOTIVO
                  WHEN NOT ACHOU-RETIDO
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "PAGAMENTO NAO ESTA RETIDO" TO WRK-MOTIVO
                  WHEN LM-DECISAO = "R" AND LM-MOTIVO = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "RECUSA SEM MOTIVO" TO WRK-MOTIVO
              END-EVALUATE.

         0215-LOCALIZA-AUTORIZADO SECTION.
              MOVE "N" TO WRK-ACHOU-AUTORIZADO
              IF WRK-QTD-AUTORIZADO GREATER ZERO
                  AND LM-OPERADOR NOT = SPACES
                  SET TAB-AU-IDX TO 1
                  SEARCH TAB-AU-CODIGO
                      AT END
                          CONTINUE
                      WHEN TAB-AU-CODIGO(TAB-AU-IDX) = LM-OPERADOR
                          SET ACHOU-AUTORIZADO TO TRUE
                  END-SEARCH
              END-IF.

      *    Deixa TAB-RT-IDX no pagamento pendente da competencia e
      *    funcionario do movimento.
         0220-LOCALIZA-RETIDO SECTION.
              MOVE "N" TO WRK-ACHOU-RETIDO
              PERFORM VARYING TAB-RT-IDX FROM 1 BY 1
                  UNTIL TAB-RT-IDX GREATER WRK-QTD-RETIDO
                  OR ACHOU-RETIDO
                  MOVE TAB-RT-LINHA(TAB-RT-IDX) TO PAGRETIDO-REG
                  IF PG-COMPETENCIA = LM-COMPETENCIA
                      AND PG-CODIGO = LM-CODIGO
                      AND TAB-RT-DECISAO(TAB-RT-IDX) = SPACE
                      SET ACHOU-RETIDO TO TRUE
                  END-IF
              END-PERFORM
              IF ACHOU-RETIDO
                  SET TAB-RT-IDX DOWN BY 1
              END-IF.

         0400-APLICA-DECISAO SECTION.
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              MOVE LM-DECISAO TO TAB-RT-DECISAO(TAB-RT-IDX)
              IF LM-DECISAO = "L"
                  ADD 1 TO WRK-QTD-LIBERADOS
              ELSE
                  ADD 1 TO WRK-QTD-RECUSADOS
              END-IF
              MOVE WRK-DATA-SISTEMA TO AR-DATA
              MOVE WRK-HORA-SISTEMA TO AR-HORA
              MOVE PG-COMPETENCIA   TO AR-COMPETENCIA
              MOVE PG-CODIGO        TO AR-CODIGO
              MOVE LM-DECISAO       TO AR-DECISAO
              MOVE LM-OPERADOR      TO AR-OPERADOR
              MOVE PG-VALOR         TO AR-VALOR
              MOVE PG-MOTIVO        TO AR-MOTIVO-RETENCAO
              MOVE LM-MOTIVO        TO AR-MOTIVO
              WRITE PAGRETAUD-REG.

         0250-GRAVA-EXCECAO SECTION.
              MOVE LM-COMPETENCIA TO EL-COMPETENCIA
              MOVE LM-CODIGO      TO EL-CODIGO
              MOVE LM-DECISAO     TO EL-DECISAO
              MOVE LM-OPERADOR    TO EL-OPERADOR
              MOVE WRK-MOTIVO     TO EL-MOTIVO
              WRITE PAGRETEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE LM-CODIGO  TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "LIBERA-PAGTO" TO WRK-EXC-SISTEMA
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

      *    Remessa complementar: so os liberados nesta execucao, com
      *    os dados bancarios conferidos na retencao.
         0700-GERA-REMESSA-COMP SECTION.
              IF WRK-QTD-LIBERADOS = ZEROS
                  GO TO 0700-SAIDA
              END-IF
              OPEN OUTPUT REMESSACOMP-FILE
              IF WRK-STATUS-REMCOMP NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "REMESSACOMP.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REMCOMP TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  MOVE 8 TO RETURN-CODE
                  PERFORM 9000-FINALIZAR
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-RH-DATA
              WRITE REMESSACOMP-REG FROM WRK-REM-HEADER
              PERFORM VARYING TAB-RT-IDX FROM 1 BY 1
                  UNTIL TAB-RT-IDX GREATER WRK-QTD-RETIDO
                  IF TAB-RT-DECISAO(TAB-RT-IDX) = "L"
                      MOVE TAB-RT-LINHA(TAB-RT-IDX) TO PAGRETIDO-REG
                      MOVE PG-BANCO      TO WRK-RD2-BANCO
                      MOVE PG-AGENCIA    TO WRK-RD2-AGENCIA
                      MOVE PG-CONTA      TO WRK-RD2-CONTA
                      MOVE PG-CODIGO     TO WRK-RD2-CODIGO
                      MOVE PG-NOME       TO WRK-RD2-NOME
                      MOVE PG-VALOR      TO WRK-RD2-VALOR
                      MOVE PG-CPF        TO WRK-RD2-CPF
                      MOVE PG-NOME-COMPL TO WRK-RD2-NOME-COMPL
                      WRITE REMESSACOMP-REG FROM WRK-REM-DETALHE
                      ADD 1 TO WRK-QTD-REMCOMP
                      ADD PG-VALOR TO WRK-SOMA-REMCOMP
                  END-IF
              END-PERFORM
              MOVE WRK-QTD-REMCOMP TO WRK-RT-QTD
              MOVE WRK-SOMA-REMCOMP TO WRK-RT-SOMA
              WRITE REMESSACOMP-REG FROM WRK-REM-TRAILER
              CLOSE REMESSACOMP-FILE.
         0700-SAIDA.
              EXIT.

      *    So os pagamentos ainda sem decisao permanecem retidos.
         0750-REGRAVA-PAGRETIDO SECTION.
              OPEN OUTPUT PAGRETIDO-FILE
              IF WRK-STATUS-PAGRET NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PAGRETIDO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PAGRET TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  MOVE 8 TO RETURN-CODE
                  PERFORM 9000-FINALIZAR
                  GOBACK
              END-IF
              PERFORM VARYING TAB-RT-IDX FROM 1 BY 1
                  UNTIL TAB-RT-IDX GREATER WRK-QTD-RETIDO
                  IF TAB-RT-DECISAO(TAB-RT-IDX) = SPACE
                      ADD 1 TO WRK-QTD-PENDENTES
                      WRITE PAGRETIDO-REG
                          FROM TAB-RT-LINHA(TAB-RT-IDX)
                  END-IF
              END-PERFORM
              CLOSE PAGRETIDO-FILE.

         9000-FINALIZAR SECTION.
              CLOSE PAGLIBMOV-FILE
              CLOSE PAGRETAUD-FILE
              CLOSE PAGRETEXC-FILE
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
              DISPLAY "DECISOES LIDAS        : " WRK-JOB-LIDOS
              DISPLAY "PAGAMENTOS LIBERADOS  : " WRK-QTD-LIBERADOS
              DISPLAY "PAGAMENTOS RECUSADOS  : " WRK-QTD-RECUSADOS
              DISPLAY "AINDA RETIDOS         : " WRK-QTD-PENDENTES
              DISPLAY "DECISOES REJEITADAS   : " WRK-JOB-REJEITADOS
              IF WRK-QTD-REMCOMP GREATER ZERO
                  DISPLAY "REMESSACOMP.DAT       : " WRK-QTD-REMCOMP
                      " CREDITOS"
              END-IF
              DISPLAY "==========================================".
       END PROGRAM LIBPAGTO.
