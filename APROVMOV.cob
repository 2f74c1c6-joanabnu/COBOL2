      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 06/03/2025
      * Purpose: Aprovacao por segundo operador dos movimentos
      *          sensiveis retidos em PENDAPROV.DAT (ver APROVCTL).
      *          Chamado pelo MENU com o codigo e o nivel do operador
      *          identificado na entrada. Primeiro mostra ao operador
      *          os movimentos que ele preparou e que voltaram
      *          recusados ou vencidos, com o motivo, e registra a
      *          ciencia. Depois apresenta, um a um, os pendentes de
      *          outros operadores para os quais o seu nivel basta:
      *          A aprova, R recusa com motivo, N passa ao proximo e
      *          F encerra. O aprovado vai para <origem>AUT.DAT
      *          (TABCEPMOVAUT, FUNCIONARIOSAUT, HOLDMOVAUT,
      *          PARMOVAUT) com o preparador e o aprovador, e so e
      *          aplicado na proxima execucao do programa dono do
      *          arquivo, que o audita com os dois operadores. Cada
      *          decisao fica em APROVAUD.DAT. PENDAPROV.DAT e
      *          regravado sem os aprovados e sem as devolucoes ja
      *          vistas, preservando o que os programas de
      *          manutencao gravaram durante a sessao.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVMOV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDAPROV-FILE ASSIGN TO "PENDAPROV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEND.
           SELECT AUTORIZADOS-FILE ASSIGN TO WRK-NOME-AUTORIZADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUT.
           SELECT APROVAUD-FILE ASSIGN TO "APROVAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-APROVAUD.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AUTORIZADOS-FILE.
       01  AUTORIZADOS-REG.
           05 AU-PREPARADOR          PIC X(08).
           05 AU-AUTORIZADOR         PIC X(08).
           05 AU-DATA                PIC 9(08).
           05 AU-MOVIMENTO           PIC X(300).

       FD  APROVAUD-FILE.
       01  APROVAUD-REG.
           05 AA-DATA                PIC 9(08).
           05 AA-HORA                PIC X(08).
           05 AA-ORIGEM              PIC X(12).
           05 AA-TIPO                PIC X(20).
           05 AA-PREPARADOR          PIC X(08).
           05 AA-DATA-PREP           PIC 9(08).
           05 AA-AUTORIZADOR         PIC X(08).
           05 AA-DECISAO             PIC X(01).
           05 AA-MOTIVO              PIC X(30).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

         01 WRK-PARM-TRAVA.
             05 WRK-TJ-FUNCAO      PIC X(01) VALUE SPACE.
             05 WRK-TJ-JOB         PIC X(20) VALUE SPACES.
             05 WRK-TJ-RESULTADO   PIC X(01) VALUE "0".
             05 WRK-TJ-RETORNO     PIC 9(02) VALUE ZEROS.

         01 WRK-PARM-APROV.
             05 WRK-AC-FUNCAO      PIC X(01) VALUE SPACE.
             05 WRK-AC-ORIGEM      PIC X(12) VALUE SPACES.
             05 WRK-AC-TIPO        PIC X(20) VALUE SPACES.
             05 WRK-AC-OPERADOR    PIC X(08) VALUE SPACES.
             05 WRK-AC-SENSIVEL    PIC X(01) VALUE "N".
             05 WRK-AC-NIVEL       PIC 9(01) VALUE ZEROS.
             05 WRK-AC-PRAZO       PIC 9(03) VALUE ZEROS.
             05 WRK-AC-QTD         PIC 9(03) VALUE ZEROS.
             05 WRK-AC-RESULTADO   PIC X(01) VALUE "0".
             05 WRK-AC-MOVIMENTO   PIC X(300) VALUE SPACES.
             05 WRK-AC-RETORNO     PIC 9(02) VALUE ZEROS.

         77 WRK-STATUS-PEND       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUT        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-APROVAUD   PIC X(02) VALUE SPACES.
         77 WRK-FIM-PEND          PIC X(01) VALUE "N".
             88 FIM-PEND VALUE "S".
         77 WRK-FIM-SESSAO        PIC X(01) VALUE "N".
             88 FIM-SESSAO VALUE "S".
         77 WRK-NOME-AUTORIZADOS  PIC X(30) VALUE SPACES.

         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA      PIC X(08) VALUE SPACES.
         77 WRK-DECISAO           PIC X(01) VALUE SPACE.
             88 DECISAO-APROVA  VALUE "A" "a".
             88 DECISAO-RECUSA  VALUE "R" "r".
             88 DECISAO-PROXIMO VALUE "N" "n".
             88 DECISAO-FIM     VALUE "F" "f".
         77 WRK-MOTIVO            PIC X(30) VALUE SPACES.
         77 WRK-DATA-EDIT-AUX     PIC 9(08) VALUE ZEROS.

      *    PENDAPROV.DAT inteiro. WRK-QTD-LIDOS-PEND guarda quantas
      *    linhas vieram na carga: o que passar disso na regravacao
      *    foi gravado durante a sessao e e mantido como veio.
         01 TAB-PENDENTES.
             05 TAB-PD-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-PEND
                 INDEXED BY TAB-PD-IDX.
                 10 TAB-PD-LINHA     PIC X(408).
         77 WRK-QTD-PEND          PIC 9(03) VALUE ZEROS.
         77 WRK-QTD-LIDOS-PEND    PIC 9(03) VALUE ZEROS.
         77 WRK-CONTA-RELIDOS     PIC 9(03) VALUE ZEROS.
         77 WRK-PEND-CHEIO        PIC X(01) VALUE "N".
             88 PEND-CHEIO VALUE "S".

         77 WRK-QTD-DEVOLVIDOS    PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-APROVADOS     PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-RECUSADOS     PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-PROPRIOS      PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-SEM-NIVEL     PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-EM-ABERTO     PIC 9(04) VALUE ZEROS.

         01 WRK-DATA-EDIT.
             05 WRK-DE-DIA         PIC X(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-DE-MES         PIC X(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-DE-ANO         PIC X(04).

       LINKAGE SECTION.
       77  AM-OPERADOR               PIC X(08).
       77  AM-NIVEL                  PIC 9(01).

       PROCEDURE DIVISION USING AM-OPERADOR AM-NIVEL.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              IF WRK-TJ-RESULTADO = "1"
                  GOBACK
              END-IF
              PERFORM 0100-MOSTRA-DEVOLUCOES
              PERFORM VARYING TAB-PD-IDX FROM 1 BY 1
                  UNTIL TAB-PD-IDX GREATER WRK-QTD-PEND
                      OR FIM-SESSAO
                  PERFORM 0200-DECIDE-PENDENTE THRU 0200-EXIT
              END-PERFORM
              PERFORM 0700-REGRAVA-PENDAPROV
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina chamada pelo MENU no mesmo processo: zera o estado
      *    de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-PEND
              MOVE "N" TO WRK-FIM-SESSAO
              MOVE "N" TO WRK-PEND-CHEIO
              MOVE "0" TO WRK-TJ-RESULTADO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-PEND
              MOVE ZEROS TO WRK-QTD-LIDOS-PEND
              MOVE ZEROS TO WRK-QTD-DEVOLVIDOS
              MOVE ZEROS TO WRK-QTD-APROVADOS
              MOVE ZEROS TO WRK-QTD-RECUSADOS
              MOVE ZEROS TO WRK-QTD-PROPRIOS
              MOVE ZEROS TO WRK-QTD-SEM-NIVEL
              MOVE ZEROS TO WRK-QTD-EM-ABERTO.

         0010-CABECALHO SECTION.
              MOVE "APROVACAO-MOV" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "OPERADOR : " AM-OPERADOR "   NIVEL : "
                  AM-NIVEL
              DISPLAY "==========================================".

      *    Duas sessoes de aprovacao ao mesmo tempo regravariam
      *    PENDAPROV.DAT uma por cima da outra: a trava de job
      *    segura a segunda. Os prazos vencem antes da carga.
         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE "A" TO WRK-TJ-FUNCAO
              MOVE WRK-JOB-NOME TO WRK-TJ-JOB
              MOVE RETURN-CODE TO WRK-TJ-RETORNO
              CALL "TRAVAJOB" USING WRK-PARM-TRAVA
              IF WRK-TJ-RESULTADO = "1"
                  DISPLAY "APROVACAO JA ABERTA POR OUTRO OPERADOR"
                  MOVE 8 TO RETURN-CODE
                  GO TO 1000-SAIDA
              END-IF
              MOVE "C" TO WRK-AC-FUNCAO
              MOVE AM-OPERADOR TO WRK-AC-OPERADOR
              MOVE RETURN-CODE TO WRK-AC-RETORNO
              CALL "APROVCTL" USING WRK-PARM-APROV
              PERFORM 1050-CARREGA-PENDAPROV
              OPEN EXTEND APROVAUD-FILE
              IF WRK-STATUS-APROVAUD = "35"
                  OPEN OUTPUT APROVAUD-FILE
              END-IF.
         1000-SAIDA.
              EXIT.

         1050-CARREGA-PENDAPROV SECTION.
              OPEN INPUT PENDAPROV-FILE
              IF WRK-STATUS-PEND NOT = "00"
                  DISPLAY "Nenhum movimento aguardando aprovacao"
                  GO TO 1050-SAIDA
              END-IF
              PERFORM UNTIL FIM-PEND
                  READ PENDAPROV-FILE
                      AT END
                          SET FIM-PEND TO TRUE
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
              CLOSE PENDAPROV-FILE
              MOVE WRK-QTD-PEND TO WRK-QTD-LIDOS-PEND
              IF PEND-CHEIO
                  DISPLAY "Aviso: PENDAPROV.DAT com mais de 500 linhas"
                      " - so as 500 primeiras nesta sessao"
              END-IF.
         1050-SAIDA.
              EXIT.

      *    Devolucoes do proprio operador: recusados e vencidos que
      *    ele preparou e ainda nao viu.
         0100-MOSTRA-DEVOLUCOES SECTION.
              PERFORM VARYING TAB-PD-IDX FROM 1 BY 1
                  UNTIL TAB-PD-IDX GREATER WRK-QTD-PEND
                  MOVE TAB-PD-LINHA(TAB-PD-IDX) TO PENDAPROV-REG
                  IF (PD-SITUACAO = "R" OR PD-SITUACAO = "E")
                      AND PD-CIENTE NOT = "S"
                      AND PD-PREPARADOR = AM-OPERADOR
                      IF WRK-QTD-DEVOLVIDOS = ZEROS
                          DISPLAY "MOVIMENTOS SEUS DEVOLVIDOS"
                          DISPLAY "------------------------------------"
                              "------"
                      END-IF
                      ADD 1 TO WRK-QTD-DEVOLVIDOS
                      MOVE PD-DATA-PREP TO WRK-DATA-EDIT-AUX
                      PERFORM 0900-EDITA-DATA
                      IF PD-SITUACAO = "R"
                          DISPLAY "RECUSADO  " PD-ORIGEM " " PD-TIPO
                              " DE " WRK-DATA-EDIT " POR "
                              PD-AUTORIZADOR
                      ELSE
                          DISPLAY "VENCIDO   " PD-ORIGEM " " PD-TIPO
                              " DE " WRK-DATA-EDIT
                      END-IF
                      DISPLAY "  MOTIVO : " PD-MOTIVO
                      DISPLAY "  " PD-MOVIMENTO(1:70)
                      MOVE "S" TO PD-CIENTE
                      MOVE PENDAPROV-REG TO TAB-PD-LINHA(TAB-PD-IDX)
                  END-IF
              END-PERFORM
              IF WRK-QTD-DEVOLVIDOS GREATER ZERO
                  DISPLAY "------------------------------------------"
              END-IF.

      *    Um pendente: o preparador nunca aprova o proprio
      *    movimento, e o nivel do operador precisa alcancar o
      *    exigido pelo tipo em APROVTIPO.DAT.
         0200-DECIDE-PENDENTE SECTION.
              MOVE TAB-PD-LINHA(TAB-PD-IDX) TO PENDAPROV-REG
              IF PD-SITUACAO NOT = "P"
                  GO TO 0200-EXIT
              END-IF
              IF PD-PREPARADOR = AM-OPERADOR
                  ADD 1 TO WRK-QTD-PROPRIOS
                  GO TO 0200-EXIT
              END-IF
              IF AM-NIVEL LESS PD-NIVEL
                  ADD 1 TO WRK-QTD-SEM-NIVEL
                  GO TO 0200-EXIT
              END-IF
              ADD 1 TO WRK-JOB-LIDOS
              MOVE PD-DATA-PREP TO WRK-DATA-EDIT-AUX
              PERFORM 0900-EDITA-DATA
              DISPLAY "------------------------------------------"
              DISPLAY "ARQUIVO : " PD-ORIGEM "  TIPO : " PD-TIPO
              DISPLAY "PREPARADO POR " PD-PREPARADOR " EM "
                  WRK-DATA-EDIT " " PD-HORA-PREP
                  "  NIVEL EXIGIDO : " PD-NIVEL
              DISPLAY "MOVIMENTO :"
              DISPLAY "  " PD-MOVIMENTO(1:70)
              IF PD-MOVIMENTO(71:230) NOT = SPACES
                  DISPLAY "  " PD-MOVIMENTO(71:70)
              END-IF
              IF PD-MOVIMENTO(141:160) NOT = SPACES
                  DISPLAY "  " PD-MOVIMENTO(141:70)
              END-IF
              IF PD-MOVIMENTO(211:90) NOT = SPACES
                  DISPLAY "  " PD-MOVIMENTO(211:90)
              END-IF
              MOVE SPACE TO WRK-DECISAO
              PERFORM UNTIL DECISAO-APROVA OR DECISAO-RECUSA
                  OR DECISAO-PROXIMO OR DECISAO-FIM
                  DISPLAY "A=aprovar R=recusar N=proximo F=fim : "
                  ACCEPT WRK-DECISAO
              END-PERFORM
              EVALUATE TRUE
                  WHEN DECISAO-APROVA
                      PERFORM 0300-APROVA
                  WHEN DECISAO-RECUSA
                      PERFORM 0400-RECUSA
                  WHEN DECISAO-PROXIMO
                      ADD 1 TO WRK-QTD-EM-ABERTO
                  WHEN DECISAO-FIM
                      ADD 1 TO WRK-QTD-EM-ABERTO
                      SET FIM-SESSAO TO TRUE
              END-EVALUATE.
         0200-EXIT.
              EXIT.

      *    Aprovado vai para o arquivo de autorizados do programa
      *    dono do movimento; sem gravar la, continua pendente.
         0300-APROVA SECTION.
              MOVE SPACES TO WRK-NOME-AUTORIZADOS
              STRING PD-ORIGEM DELIMITED BY SPACE
                     "AUT.DAT" DELIMITED BY SIZE
                  INTO WRK-NOME-AUTORIZADOS
              END-STRING
              OPEN EXTEND AUTORIZADOS-FILE
              IF WRK-STATUS-AUT = "35"
                  OPEN OUTPUT AUTORIZADOS-FILE
              END-IF
              IF WRK-STATUS-AUT NOT = "00"
                  DISPLAY "Erro ao gravar " WRK-NOME-AUTORIZADOS
                      " : " WRK-STATUS-AUT " - movimento continua"
                      " pendente"
                  ADD 1 TO WRK-JOB-REJEITADOS
                  MOVE 4 TO RETURN-CODE
                  GO TO 0300-SAIDA
              END-IF
              MOVE PD-PREPARADOR  TO AU-PREPARADOR
              MOVE AM-OPERADOR   TO AU-AUTORIZADOR
              MOVE WRK-DATA-SISTEMA TO AU-DATA
              MOVE PD-MOVIMENTO   TO AU-MOVIMENTO
              WRITE AUTORIZADOS-REG
              CLOSE AUTORIZADOS-FILE
              MOVE "A" TO PD-SITUACAO
              MOVE AM-OPERADOR TO PD-AUTORIZADOR
              MOVE WRK-DATA-SISTEMA TO PD-DATA-DECISAO
              MOVE PENDAPROV-REG TO TAB-PD-LINHA(TAB-PD-IDX)
              MOVE SPACES TO WRK-MOTIVO
              PERFORM 0500-GRAVA-APROVAUD
              ADD 1 TO WRK-QTD-APROVADOS
              ADD 1 TO WRK-JOB-GRAVADOS
              DISPLAY "APROVADO - SERA APLICADO NA PROXIMA EXECUCAO"
                  " DO PROGRAMA DE " PD-ORIGEM.
         0300-SAIDA.
              EXIT.

         0400-RECUSA SECTION.
              DISPLAY "Motivo da recusa : "
              MOVE SPACES TO WRK-MOTIVO
              ACCEPT WRK-MOTIVO
              IF WRK-MOTIVO = SPACES
                  MOVE "RECUSADO PELO APROVADOR" TO WRK-MOTIVO
              END-IF
              MOVE "R" TO PD-SITUACAO
              MOVE AM-OPERADOR TO PD-AUTORIZADOR
              MOVE WRK-DATA-SISTEMA TO PD-DATA-DECISAO
              MOVE WRK-MOTIVO TO PD-MOTIVO
              MOVE "N" TO PD-CIENTE
              MOVE PENDAPROV-REG TO TAB-PD-LINHA(TAB-PD-IDX)
              PERFORM 0500-GRAVA-APROVAUD
              ADD 1 TO WRK-QTD-RECUSADOS
              ADD 1 TO WRK-JOB-GRAVADOS
              DISPLAY "RECUSADO - DEVOLVIDO A " PD-PREPARADOR.

         0500-GRAVA-APROVAUD SECTION.
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              MOVE WRK-DATA-SISTEMA TO AA-DATA
              MOVE WRK-HORA-SISTEMA TO AA-HORA
              MOVE PD-ORIGEM        TO AA-ORIGEM
              MOVE PD-TIPO          TO AA-TIPO
              MOVE PD-PREPARADOR    TO AA-PREPARADOR
              MOVE PD-DATA-PREP     TO AA-DATA-PREP
              MOVE AM-OPERADOR     TO AA-AUTORIZADOR
              MOVE PD-SITUACAO      TO AA-DECISAO
              MOVE WRK-MOTIVO       TO AA-MOTIVO
              IF WRK-STATUS-APROVAUD = "00"
                  WRITE APROVAUD-REG
              END-IF.

      *    Regrava sem os aprovados e sem as devolucoes ja vistas
      *    pelo preparador. O que os programas de manutencao
      *    acrescentaram durante a sessao (linhas alem das lidas na
      *    carga) volta ao fim da tabela antes da regravacao.
         0700-REGRAVA-PENDAPROV SECTION.
              IF PEND-CHEIO
                  DISPLAY "Aviso: PENDAPROV.DAT nao regravado (mais de"
                      " 500 linhas) - aprovados podem reaparecer"
                  MOVE 4 TO RETURN-CODE
                  GO TO 0700-SAIDA
              END-IF
              MOVE ZEROS TO WRK-CONTA-RELIDOS
              MOVE "N" TO WRK-FIM-PEND
              OPEN INPUT PENDAPROV-FILE
              IF WRK-STATUS-PEND NOT = "00"
                  SET FIM-PEND TO TRUE
              END-IF
              PERFORM UNTIL FIM-PEND
                  READ PENDAPROV-FILE
                      AT END
                          SET FIM-PEND TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-CONTA-RELIDOS
                          IF WRK-CONTA-RELIDOS
                              GREATER WRK-QTD-LIDOS-PEND
                              AND WRK-QTD-PEND LESS 500
                              ADD 1 TO WRK-QTD-PEND
                              MOVE PENDAPROV-REG
                                  TO TAB-PD-LINHA(WRK-QTD-PEND)
                          END-IF
                  END-READ
              END-PERFORM
              IF WRK-STATUS-PEND NOT = "35"
                  CLOSE PENDAPROV-FILE
              END-IF
              IF WRK-QTD-PEND = ZEROS
                  GO TO 0700-SAIDA
              END-IF
              OPEN OUTPUT PENDAPROV-FILE
              IF WRK-STATUS-PEND NOT = "00"
                  DISPLAY "Erro ao regravar PENDAPROV.DAT : "
                      WRK-STATUS-PEND
                  MOVE 8 TO RETURN-CODE
                  GO TO 0700-SAIDA
              END-IF
              PERFORM VARYING TAB-PD-IDX FROM 1 BY 1
                  UNTIL TAB-PD-IDX GREATER WRK-QTD-PEND
                  MOVE TAB-PD-LINHA(TAB-PD-IDX) TO PENDAPROV-REG
                  EVALUATE TRUE
                      WHEN PD-SITUACAO = "A"
                          CONTINUE
                      WHEN (PD-SITUACAO = "R" OR PD-SITUACAO = "E")
                          AND PD-CIENTE = "S"
                          CONTINUE
                      WHEN OTHER
                          WRITE PENDAPROV-REG
                  END-EVALUATE
              END-PERFORM
              CLOSE PENDAPROV-FILE.
         0700-SAIDA.
              EXIT.

         0900-EDITA-DATA SECTION.
              MOVE WRK-DATA-EDIT-AUX(7:2) TO WRK-DE-DIA
              MOVE WRK-DATA-EDIT-AUX(5:2) TO WRK-DE-MES
              MOVE WRK-DATA-EDIT-AUX(1:4) TO WRK-DE-ANO.

         9000-FINALIZAR SECTION.
              IF WRK-STATUS-APROVAUD = "00"
                  CLOSE APROVAUD-FILE
              END-IF
              PERFORM 9900-RODAPE.

         9900-RODAPE SECTION.
              MOVE RETURN-CODE TO WRK-JOB-RETORNO
              CALL "GRAVARUNLOG" USING WRK-JOB-NOME WRK-JOB-DATAHORA
                  WRK-JOB-LIDOS WRK-JOB-GRAVADOS
                  WRK-JOB-REJEITADOS WRK-JOB-RETORNO
              MOVE "L" TO WRK-TJ-FUNCAO
              MOVE WRK-JOB-NOME TO WRK-TJ-JOB
              MOVE RETURN-CODE TO WRK-TJ-RETORNO
              CALL "TRAVAJOB" USING WRK-PARM-TRAVA
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   FIM : "
                  WRK-JOB-DATAHORA
              DISPLAY "DEVOLUCOES VISTAS     : " WRK-QTD-DEVOLVIDOS
              DISPLAY "APROVADOS             : " WRK-QTD-APROVADOS
              DISPLAY "RECUSADOS             : " WRK-QTD-RECUSADOS
              DISPLAY "DEIXADOS EM ABERTO    : " WRK-QTD-EM-ABERTO
              DISPLAY "PREPARADOS POR VOCE   : " WRK-QTD-PROPRIOS
              DISPLAY "ACIMA DO SEU NIVEL    : " WRK-QTD-SEM-NIVEL
              DISPLAY "==========================================".
       END PROGRAM APROVMOV.
