      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 06/03/2025
      * Purpose: Controle da aprovacao por segundo operador dos
      *          movimentos sensiveis dos cadastros. APROVTIPO.DAT
      *          lista, por arquivo de movimento (TABCEPMOV,
      *          FUNCIONARIOS, HOLDMOV, PARMOV), os tipos que exigem
      *          aprovacao, o nivel minimo do aprovador e o prazo em
      *          dias; tipo "*" vale para todos os movimentos do
      *          arquivo. Funcoes:
      *            V - diz se o movimento (origem + tipo) e sensivel
      *                e devolve nivel e prazo;
      *            P - grava o movimento em PENDAPROV.DAT, pendente,
      *                com o operador que o preparou;
      *            C - vence os pendentes com prazo estourado e conta
      *                os movimentos do operador devolvidos (recusados
      *                ou vencidos) que ele ainda nao viu.
      *          A aprovacao em si e feita pelo APROVMOV (MENU); o
      *          movimento aprovado volta ao programa de manutencao
      *          pelo arquivo <origem>AUT.DAT. Como o DIAUTIL, devolve
      *          ao chamador o RETURN-CODE recebido em AC-RETORNO.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVCTL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVTIPO-FILE ASSIGN TO "APROVTIPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TIPO.
           SELECT PENDAPROV-FILE ASSIGN TO "PENDAPROV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEND.

       DATA DIVISION.
       FILE SECTION.
       FD  APROVTIPO-FILE.
       01  APROVTIPO-REG.
           05 AT-ORIGEM              PIC X(12).
           05 AT-TIPO                PIC X(20).
           05 AT-NIVEL               PIC 9(01).
           05 AT-PRAZO               PIC 9(03).

       FD  PENDAPROV-FILE.
       01  PENDAPROV-REG.
           05 PD-SITUACAO            PIC X(01).
           05 PD-ORIGEM              PIC X(12).
           05 PD-TIPO                PIC X(20).
           05 PD-NIVEL               PIC 9(01).
           05 PD-PRAZO               PIC 9(03).
           05 PD-PREPARADOR          PIC X(08).
           05 PD-DATA-PREP           PIC 9(08).
           05 PD-HORA-PREP           PIC X(08).
           05 PD-AUTORIZADOR         PIC X(08).
           05 PD-DATA-DECISAO        PIC 9(08).
           05 PD-MOTIVO              PIC X(30).
           05 PD-CIENTE              PIC X(01).
           05 PD-MOVIMENTO           PIC X(300).

       WORKING-STORAGE SECTION.
         77 WRK-STATUS-TIPO      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PEND      PIC X(02) VALUE SPACES.
         77 WRK-FIM-ARQUIVO      PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".
         77 WRK-CONFIG-LIDA      PIC X(01) VALUE "N".
             88 CONFIG-LIDA VALUE "S".

      *    Tipos sensiveis de APROVTIPO.DAT, lidos uma vez por
      *    processo. Nivel zero vale 2 e prazo zero vale 7 dias.
         01 TAB-TIPOS.
             05 TAB-AT-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-TIPOS
                 INDEXED BY TAB-AT-IDX.
                 10 TAB-AT-ORIGEM    PIC X(12).
                 10 TAB-AT-TIPO      PIC X(20).
                 10 TAB-AT-NIVEL     PIC 9(01).
                 10 TAB-AT-PRAZO     PIC 9(03).
         77 WRK-QTD-TIPOS        PIC 9(03) VALUE ZEROS.

      *    PENDAPROV.DAT inteiro, para o vencimento dos prazos.
         01 TAB-PENDENTES.
             05 TAB-PD-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-PEND
                 INDEXED BY TAB-PD-IDX.
                 10 TAB-PD-LINHA     PIC X(408).
         77 WRK-QTD-PEND         PIC 9(03) VALUE ZEROS.
         77 WRK-PEND-CHEIO       PIC X(01) VALUE "N".
             88 PEND-CHEIO VALUE "S".
         77 WRK-HOUVE-VENCIDO    PIC X(01) VALUE "N".
             88 HOUVE-VENCIDO VALUE "S".

         77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-AGORA       PIC X(08) VALUE SPACES.
         77 WRK-DIAS-HOJE        PIC 9(08) VALUE ZEROS.
         77 WRK-IDADE-DIAS       PIC S9(08) VALUE ZEROS.

         01 WRK-DT-CAMPOS.
             05 WRK-DT-DATA.
                 10 WRK-DT-ANO     PIC 9(04).
                 10 WRK-DT-MES     PIC 9(02).
                 10 WRK-DT-DIA     PIC 9(02).
             05 WRK-DT-DIAS       PIC 9(08) VALUE ZEROS.
             05 WRK-DT-ANO-CALC   PIC 9(04) VALUE ZEROS.
             05 WRK-DT-BISSEXTOS  PIC 9(04) VALUE ZEROS.
             05 WRK-DT-QUOC       PIC 9(04) VALUE ZEROS.
             05 WRK-DT-RESTO      PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01  APROVCTL-PARM.
           05 AC-FUNCAO              PIC X(01).
               88 AC-VERIFICAR VALUE "V".
               88 AC-PENDURAR  VALUE "P".
               88 AC-CONTAR    VALUE "C".
           05 AC-ORIGEM              PIC X(12).
           05 AC-TIPO                PIC X(20).
           05 AC-OPERADOR            PIC X(08).
           05 AC-SENSIVEL            PIC X(01).
               88 AC-EXIGE-APROVACAO VALUE "S".
           05 AC-NIVEL               PIC 9(01).
           05 AC-PRAZO               PIC 9(03).
           05 AC-QTD                 PIC 9(03).
           05 AC-RESULTADO           PIC X(01).
               88 AC-RESULTADO-OK  VALUE "0".
           05 AC-MOVIMENTO           PIC X(300).
           05 AC-RETORNO             PIC 9(02).

       PROCEDURE DIVISION USING APROVCTL-PARM.

         0000-PRINCIPAL SECTION.
              MOVE "0" TO AC-RESULTADO
              IF NOT CONFIG-LIDA
                  PERFORM 1000-CARREGA-TIPOS
              END-IF
              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-AGORA FROM TIME
              EVALUATE TRUE
                  WHEN AC-VERIFICAR
                      PERFORM 0100-VERIFICA-TIPO
                  WHEN AC-PENDURAR
                      PERFORM 0100-VERIFICA-TIPO
                      PERFORM 0200-GRAVA-PENDENTE
                  WHEN AC-CONTAR
                      PERFORM 0300-VENCE-E-CONTA
                  WHEN OTHER
                      DISPLAY "Funcao de aprovacao invalida : "
                          AC-FUNCAO
                      MOVE "1" TO AC-RESULTADO
              END-EVALUATE
              MOVE AC-RETORNO TO RETURN-CODE
              GOBACK.

         1000-CARREGA-TIPOS SECTION.
              MOVE ZEROS TO WRK-QTD-TIPOS
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT APROVTIPO-FILE
              IF WRK-STATUS-TIPO NOT = "00"
                  DISPLAY "Aviso: APROVTIPO.DAT indisponivel (status "
                      WRK-STATUS-TIPO ") - nenhum movimento exige"
                      " aprovacao"
                  SET CONFIG-LIDA TO TRUE
                  GO TO 1000-SAIDA
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ APROVTIPO-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-TIPOS LESS 100
                              AND AT-ORIGEM NOT = SPACES
                              ADD 1 TO WRK-QTD-TIPOS
                              SET TAB-AT-IDX TO WRK-QTD-TIPOS
                              MOVE AT-ORIGEM
                                  TO TAB-AT-ORIGEM(TAB-AT-IDX)
                              MOVE AT-TIPO TO TAB-AT-TIPO(TAB-AT-IDX)
                              IF AT-NIVEL NOT NUMERIC
                                  OR AT-NIVEL = ZERO
                                  MOVE 2 TO TAB-AT-NIVEL(TAB-AT-IDX)
                              ELSE
                                  MOVE AT-NIVEL
                                      TO TAB-AT-NIVEL(TAB-AT-IDX)
                              END-IF
                              IF AT-PRAZO NOT NUMERIC
                                  OR AT-PRAZO = ZEROS
                                  MOVE 7 TO TAB-AT-PRAZO(TAB-AT-IDX)
                              ELSE
                                  MOVE AT-PRAZO
                                      TO TAB-AT-PRAZO(TAB-AT-IDX)
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE APROVTIPO-FILE
              SET CONFIG-LIDA TO TRUE.
         1000-SAIDA.
              EXIT.

      *    O tipo exato vale mais que o "*" do mesmo arquivo; no
      *    empate fica a primeira linha encontrada.
         0100-VERIFICA-TIPO SECTION.
              MOVE "N" TO AC-SENSIVEL
              MOVE ZEROS TO AC-NIVEL
              MOVE ZEROS TO AC-PRAZO
              IF WRK-QTD-TIPOS = ZEROS
                  GO TO 0100-SAIDA
              END-IF
              SET TAB-AT-IDX TO 1
              SEARCH TAB-AT-REG
                  AT END
                      CONTINUE
                  WHEN TAB-AT-ORIGEM(TAB-AT-IDX) = AC-ORIGEM
                      AND TAB-AT-TIPO(TAB-AT-IDX) = AC-TIPO
                      MOVE "S" TO AC-SENSIVEL
                      MOVE TAB-AT-NIVEL(TAB-AT-IDX) TO AC-NIVEL
                      MOVE TAB-AT-PRAZO(TAB-AT-IDX) TO AC-PRAZO
              END-SEARCH
              IF AC-EXIGE-APROVACAO
                  GO TO 0100-SAIDA
              END-IF
              SET TAB-AT-IDX TO 1
              SEARCH TAB-AT-REG
                  AT END
                      CONTINUE
                  WHEN TAB-AT-ORIGEM(TAB-AT-IDX) = AC-ORIGEM
                      AND TAB-AT-TIPO(TAB-AT-IDX) = "*"
                      MOVE "S" TO AC-SENSIVEL
                      MOVE TAB-AT-NIVEL(TAB-AT-IDX) TO AC-NIVEL
                      MOVE TAB-AT-PRAZO(TAB-AT-IDX) TO AC-PRAZO
              END-SEARCH.
         0100-SAIDA.
              EXIT.

         0200-GRAVA-PENDENTE SECTION.
              IF NOT AC-EXIGE-APROVACAO
                  DISPLAY "Movimento de " AC-ORIGEM " tipo " AC-TIPO
                      " nao exige aprovacao"
                  MOVE "1" TO AC-RESULTADO
                  GO TO 0200-SAIDA
              END-IF
              OPEN EXTEND PENDAPROV-FILE
              IF WRK-STATUS-PEND = "35"
                  OPEN OUTPUT PENDAPROV-FILE
              END-IF
              IF WRK-STATUS-PEND NOT = "00"
                  DISPLAY "Erro ao gravar PENDAPROV.DAT : "
                      WRK-STATUS-PEND
                  MOVE "1" TO AC-RESULTADO
                  GO TO 0200-SAIDA
              END-IF
              MOVE SPACES TO PENDAPROV-REG
              MOVE "P"             TO PD-SITUACAO
              MOVE AC-ORIGEM       TO PD-ORIGEM
              MOVE AC-TIPO         TO PD-TIPO
              MOVE AC-NIVEL        TO PD-NIVEL
              MOVE AC-PRAZO        TO PD-PRAZO
              MOVE AC-OPERADOR     TO PD-PREPARADOR
              MOVE WRK-DATA-HOJE   TO PD-DATA-PREP
              MOVE WRK-HORA-AGORA  TO PD-HORA-PREP
              MOVE ZEROS           TO PD-DATA-DECISAO
              MOVE "N"             TO PD-CIENTE
              MOVE AC-MOVIMENTO    TO PD-MOVIMENTO
              WRITE PENDAPROV-REG
              CLOSE PENDAPROV-FILE.
         0200-SAIDA.
              EXIT.

      *    Pendente com mais dias de espera que o prazo vira "E"
      *    (vencido) e volta ao preparador como a recusa. A contagem
      *    e dos recusados e vencidos do operador ainda sem ciencia.
         0300-VENCE-E-CONTA SECTION.
              MOVE ZEROS TO AC-QTD
              MOVE "N" TO WRK-HOUVE-VENCIDO
              PERFORM 0310-CARREGA-PENDENTES
              MOVE WRK-DATA-HOJE TO WRK-DT-DATA
              PERFORM 0900-DATA-PARA-DIAS
              MOVE WRK-DT-DIAS TO WRK-DIAS-HOJE
              PERFORM VARYING TAB-PD-IDX FROM 1 BY 1
                  UNTIL TAB-PD-IDX GREATER WRK-QTD-PEND
                  MOVE TAB-PD-LINHA(TAB-PD-IDX) TO PENDAPROV-REG
                  IF PD-SITUACAO = "P"
                      AND PD-DATA-PREP NUMERIC
                      AND PD-PRAZO NUMERIC
                      MOVE PD-DATA-PREP TO WRK-DT-DATA
                      PERFORM 0900-DATA-PARA-DIAS
                      COMPUTE WRK-IDADE-DIAS =
                          WRK-DIAS-HOJE - WRK-DT-DIAS
                      IF WRK-IDADE-DIAS GREATER PD-PRAZO
                          MOVE "E" TO PD-SITUACAO
                          MOVE WRK-DATA-HOJE TO PD-DATA-DECISAO
                          MOVE "PRAZO DE APROVACAO VENCIDO"
                              TO PD-MOTIVO
                          MOVE "N" TO PD-CIENTE
                          MOVE PENDAPROV-REG
                              TO TAB-PD-LINHA(TAB-PD-IDX)
                          SET HOUVE-VENCIDO TO TRUE
                      END-IF
                  END-IF
                  IF (PD-SITUACAO = "R" OR PD-SITUACAO = "E")
                      AND PD-CIENTE NOT = "S"
                      AND PD-PREPARADOR = AC-OPERADOR
                      AND AC-QTD LESS 999
                      ADD 1 TO AC-QTD
                  END-IF
              END-PERFORM
              IF HOUVE-VENCIDO
                  PERFORM 0320-REGRAVA-PENDENTES
              END-IF.

         0310-CARREGA-PENDENTES SECTION.
              MOVE ZEROS TO WRK-QTD-PEND
              MOVE "N" TO WRK-PEND-CHEIO
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT PENDAPROV-FILE
              IF WRK-STATUS-PEND NOT = "00"
                  GO TO 0310-SAIDA
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ PENDAPROV-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-PEND LESS 500
                              ADD 1 TO WRK-QTD-PEND
                              MOVE PENDAPROV-REG
                                  TO TAB-PD-LINHA(WRK-QTD-PEND)
                          ELSE
                              SET PEND-CHEIO TO TRUE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE PENDAPROV-FILE.
         0310-SAIDA.
              EXIT.

      *    Com mais de 500 linhas o arquivo nao e regravado, para nao
      *    perder o que ficou fora da tabela; o vencimento fica para
      *    depois da limpeza pelo APROVMOV.
         0320-REGRAVA-PENDENTES SECTION.
              IF PEND-CHEIO
                  DISPLAY "Aviso: PENDAPROV.DAT com mais de 500 linhas"
                      " - prazos nao vencidos nesta passagem"
                  GO TO 0320-SAIDA
              END-IF
              OPEN OUTPUT PENDAPROV-FILE
              IF WRK-STATUS-PEND NOT = "00"
                  DISPLAY "Erro ao regravar PENDAPROV.DAT : "
                      WRK-STATUS-PEND
                  MOVE "1" TO AC-RESULTADO
                  GO TO 0320-SAIDA
              END-IF
              PERFORM VARYING TAB-PD-IDX FROM 1 BY 1
                  UNTIL TAB-PD-IDX GREATER WRK-QTD-PEND
                  MOVE TAB-PD-LINHA(TAB-PD-IDX) TO PENDAPROV-REG
                  WRITE PENDAPROV-REG
              END-PERFORM
              CLOSE PENDAPROV-FILE.
         0320-SAIDA.
              EXIT.

      *    Converte AAAAMMDD em numero serial de dias (bissextos
      *    pelos quocientes inteiros, com o dia 29/02 do proprio ano).
         0900-DATA-PARA-DIAS SECTION.
              COMPUTE WRK-DT-DIAS =
                  WRK-DT-ANO * 365 + WRK-DT-DIA
              SUBTRACT 1 FROM WRK-DT-ANO GIVING WRK-DT-ANO-CALC
              DIVIDE WRK-DT-ANO-CALC BY 4 GIVING WRK-DT-BISSEXTOS
              DIVIDE WRK-DT-ANO-CALC BY 100 GIVING WRK-DT-QUOC
              SUBTRACT WRK-DT-QUOC FROM WRK-DT-BISSEXTOS
              DIVIDE WRK-DT-ANO-CALC BY 400 GIVING WRK-DT-QUOC
              ADD WRK-DT-QUOC TO WRK-DT-BISSEXTOS
              ADD WRK-DT-BISSEXTOS TO WRK-DT-DIAS
              EVALUATE WRK-DT-MES
                  WHEN 01 CONTINUE
                  WHEN 02 ADD 031 TO WRK-DT-DIAS
                  WHEN 03 ADD 059 TO WRK-DT-DIAS
                  WHEN 04 ADD 090 TO WRK-DT-DIAS
                  WHEN 05 ADD 120 TO WRK-DT-DIAS
                  WHEN 06 ADD 151 TO WRK-DT-DIAS
                  WHEN 07 ADD 181 TO WRK-DT-DIAS
                  WHEN 08 ADD 212 TO WRK-DT-DIAS
                  WHEN 09 ADD 243 TO WRK-DT-DIAS
                  WHEN 10 ADD 273 TO WRK-DT-DIAS
                  WHEN 11 ADD 304 TO WRK-DT-DIAS
                  WHEN 12 ADD 334 TO WRK-DT-DIAS
              END-EVALUATE
              IF WRK-DT-MES GREATER 2
                  DIVIDE WRK-DT-ANO BY 4 GIVING WRK-DT-QUOC
                      REMAINDER WRK-DT-RESTO
                  IF WRK-DT-RESTO = ZERO
                      DIVIDE WRK-DT-ANO BY 100 GIVING WRK-DT-QUOC
                          REMAINDER WRK-DT-RESTO
                      IF WRK-DT-RESTO NOT = ZERO
                          ADD 1 TO WRK-DT-DIAS
                      ELSE
                          DIVIDE WRK-DT-ANO BY 400 GIVING WRK-DT-QUOC
                              REMAINDER WRK-DT-RESTO
                          IF WRK-DT-RESTO = ZERO
                              ADD 1 TO WRK-DT-DIAS
                          END-IF
                      END-IF
                  END-IF
              END-IF.
       END PROGRAM APROVCTL.
