      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 29/01/2025
      * Purpose: Carga do diretorio de CEP (DIRCEP.DAT) a partir do
      *          extrato de faixas por localidade do DNE dos Correios
      *          (CEPCORREIOS.DAT, campos separados por @: UF,
      *          localidade, CEP inicial e CEP final). O EDITPED
      *          confere o CEP de cada pedido contra o diretorio e o
      *          ANALTABCEP aponta as faixas do diretorio sem tarifa.
      *          Cada linha e validada (UF conhecida, CEPs de 8
      *          digitos, faixa nao invertida, localidade informada);
      *          as aceitas sao ordenadas por CEP inicial e as que
      *          sobrepoem uma faixa ja carregada sao recusadas. O
      *          diretorio e regravado inteiro, rejeicoes vao para
      *          DIRCEPEXC.DAT e EXCDIARIO.DAT e as contagens de
      *          lidas, carregadas e rejeitadas (com as faixas por UF)
      *          para DIRCEPREL.DAT. Sem nenhuma faixa valida o
      *          diretorio anterior e mantido.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGADIRCEP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEPCORREIOS-FILE ASSIGN TO "CEPCORREIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CORREIOS.
           SELECT DIRCEP-FILE ASSIGN TO "DIRCEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DIRCEP.
           SELECT DIRCEPEXC-FILE ASSIGN TO "DIRCEPEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT DIRCEPREL-FILE ASSIGN TO "DIRCEPREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.
           SELECT ORDENA-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  CEPCORREIOS-FILE.
       01  CEPCORREIOS-REG           PIC X(120).

       FD  DIRCEP-FILE.
       01  DIRCEP-REG.
           05 DC-CEP-INICIO          PIC 9(08).
           05 DC-CEP-FIM             PIC 9(08).
           05 DC-UF                  PIC X(02).
           05 DC-CIDADE              PIC X(30).

       FD  DIRCEPEXC-FILE.
       01  DIRCEPEXC-REG.
           05 EX-UF                  PIC X(02).
           05 EX-CEP-INICIO          PIC X(08).
           05 EX-CEP-FIM             PIC X(08).
           05 EX-CIDADE              PIC X(30).
           05 EX-MOTIVO              PIC X(30).

       FD  DIRCEPREL-FILE.
       01  DIRCEPREL-REG             PIC X(80).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG             PIC X(91).

       SD  ORDENA-FILE.
       01  ORDENA-REG.
           05 OR-CEP-INICIO          PIC 9(08).
           05 OR-CEP-FIM             PIC 9(08).
           05 OR-UF                  PIC X(02).
           05 OR-CIDADE              PIC X(30).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.

         77 WRK-STATUS-CORREIOS  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-DIRCEP    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL       PIC X(02) VALUE SPACES.
         77 WRK-FIM-ARQUIVO      PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".
         77 WRK-FIM-ORDENA       PIC X(01) VALUE "N".
             88 FIM-ORDENA VALUE "S".

      *    Campos de uma linha do extrato, separados por @.
         77 WRK-CG-UF            PIC X(02) VALUE SPACES.
             88 UF-CONHECIDA VALUE "AC" "AL" "AM" "AP" "BA" "CE"
                 "DF" "ES" "GO" "MA" "MG" "MS" "MT" "PA" "PB" "PE"
                 "PI" "PR" "RJ" "RN" "RO" "RR" "RS" "SC" "SE" "SP"
                 "TO".
         77 WRK-CG-CIDADE        PIC X(30) VALUE SPACES.
         77 WRK-CG-INICIO        PIC X(08) VALUE SPACES.
         77 WRK-CG-FIM           PIC X(08) VALUE SPACES.
         77 WRK-QTD-CAMPOS       PIC 9(02) VALUE ZEROS.
         77 WRK-CEP-INICIO-NUM   PIC 9(08) VALUE ZEROS.
         77 WRK-CEP-FIM-NUM      PIC 9(08) VALUE ZEROS.
         77 WRK-LINHA-VALIDA     PIC X(01) VALUE "S".
             88 LINHA-VALIDA VALUE "S".
         77 WRK-MOTIVO           PIC X(30) VALUE SPACES.
         77 WRK-QTD-VALIDAS      PIC 9(06) VALUE ZEROS.

      *    Maior CEP final ja carregado, para recusar a faixa que
      *    comeca dentro de uma faixa anterior.
         77 WRK-MAIOR-FIM        PIC 9(08) VALUE ZEROS.

      *    Faixas carregadas por UF, para o relatorio de controle.
         01 TAB-UF.
             05 TAB-UF-REG OCCURS 1 TO 30 TIMES
                 DEPENDING ON WRK-QTD-UF
                 INDEXED BY TAB-UF-IDX.
                 10 TAB-UF-SIGLA       PIC X(02).
                 10 TAB-UF-QTD         PIC 9(06).
         77 WRK-QTD-UF           PIC 9(02) VALUE ZEROS.
         77 WRK-ACHOU-UF         PIC X(01) VALUE "N".
             88 ACHOU-UF VALUE "S".

         01 WRK-LINHA-REL.
             05 WRK-RL-ROTULO      PIC X(40).
             05 WRK-RL-QTD         PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              SORT ORDENA-FILE
                  ON ASCENDING KEY OR-CEP-INICIO
                  WITH DUPLICATES IN ORDER
                  INPUT PROCEDURE IS 0100-ENTRADA-CORREIOS
                  OUTPUT PROCEDURE IS 0200-SAIDA-DIRETORIO
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              MOVE "N" TO WRK-FIM-ORDENA
              MOVE "S" TO WRK-LINHA-VALIDA
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-VALIDAS
              MOVE ZEROS TO WRK-MAIOR-FIM
              MOVE ZEROS TO WRK-QTD-UF.

         0010-CABECALHO SECTION.
              MOVE "CARGA-DIRCEP" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              OPEN INPUT CEPCORREIOS-FILE
              IF WRK-STATUS-CORREIOS NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CEPCORREIOS.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CORREIOS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT DIRCEPEXC-FILE
              IF WRK-STATUS-EXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "DIRCEPEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT DIRCEPREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "DIRCEPREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
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
              END-IF.

      *    Entrada da ordenacao: valida cada linha do extrato e
      *    libera so as faixas aceitas.
         0100-ENTRADA-CORREIOS SECTION.
              PERFORM UNTIL FIM-ARQUIVO
                  READ CEPCORREIOS-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          PERFORM 0150-VALIDA-LINHA
                          IF LINHA-VALIDA
                              MOVE WRK-CEP-INICIO-NUM TO OR-CEP-INICIO
                              MOVE WRK-CEP-FIM-NUM    TO OR-CEP-FIM
                              MOVE WRK-CG-UF          TO OR-UF
                              MOVE WRK-CG-CIDADE      TO OR-CIDADE
                              RELEASE ORDENA-REG
                              ADD 1 TO WRK-QTD-VALIDAS
                          ELSE
                              PERFORM 0300-GRAVA-REJEICAO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CEPCORREIOS-FILE.

         0150-VALIDA-LINHA SECTION.
              MOVE "S" TO WRK-LINHA-VALIDA
              MOVE SPACES TO WRK-MOTIVO
              MOVE SPACES TO WRK-CG-UF
              MOVE SPACES TO WRK-CG-CIDADE
              MOVE SPACES TO WRK-CG-INICIO
              MOVE SPACES TO WRK-CG-FIM
              MOVE ZEROS TO WRK-QTD-CAMPOS
              MOVE ZEROS TO WRK-CEP-INICIO-NUM
              MOVE ZEROS TO WRK-CEP-FIM-NUM
              UNSTRING CEPCORREIOS-REG DELIMITED BY "@"
                  INTO WRK-CG-UF WRK-CG-CIDADE
                       WRK-CG-INICIO WRK-CG-FIM
                  TALLYING IN WRK-QTD-CAMPOS
              END-UNSTRING
              IF WRK-QTD-CAMPOS LESS 4
                  MOVE "N" TO WRK-LINHA-VALIDA
                  MOVE "LINHA SEM OS 4 CAMPOS" TO WRK-MOTIVO
                  GO TO 0150-SAIDA
              END-IF
              IF NOT UF-CONHECIDA
                  MOVE "N" TO WRK-LINHA-VALIDA
                  MOVE "UF DESCONHECIDA" TO WRK-MOTIVO
                  GO TO 0150-SAIDA
              END-IF
              IF WRK-CG-CIDADE = SPACES
                  MOVE "N" TO WRK-LINHA-VALIDA
                  MOVE "LOCALIDADE NAO INFORMADA" TO WRK-MOTIVO
                  GO TO 0150-SAIDA
              END-IF
              IF WRK-CG-INICIO IS NOT NUMERIC
                  OR WRK-CG-INICIO = "00000000"
                  MOVE "N" TO WRK-LINHA-VALIDA
                  MOVE "CEP INICIAL INVALIDO" TO WRK-MOTIVO
                  GO TO 0150-SAIDA
              END-IF
              IF WRK-CG-FIM IS NOT NUMERIC
                  OR WRK-CG-FIM = "00000000"
                  MOVE "N" TO WRK-LINHA-VALIDA
                  MOVE "CEP FINAL INVALIDO" TO WRK-MOTIVO
                  GO TO 0150-SAIDA
              END-IF
              MOVE WRK-CG-INICIO TO WRK-CEP-INICIO-NUM
              MOVE WRK-CG-FIM    TO WRK-CEP-FIM-NUM
              IF WRK-CEP-INICIO-NUM GREATER WRK-CEP-FIM-NUM
                  MOVE "N" TO WRK-LINHA-VALIDA
                  MOVE "FAIXA INVERTIDA" TO WRK-MOTIVO
              END-IF.
         0150-SAIDA.
              EXIT.

      *    Saida da ordenacao: com as faixas em ordem de CEP
      *    inicial, a que comeca antes do maior CEP final ja
      *    carregado sobrepoe outra localidade e e recusada.
         0200-SAIDA-DIRETORIO SECTION.
              IF WRK-QTD-VALIDAS = ZEROS
                  DISPLAY "Nenhuma faixa valida no extrato - "
                      "DIRCEP.DAT anterior mantido"
                  MOVE 8 TO RETURN-CODE
                  GO TO 0200-SAIDA
              END-IF
              OPEN OUTPUT DIRCEP-FILE
              IF WRK-STATUS-DIRCEP NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "DIRCEP.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-DIRCEP TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  MOVE 8 TO RETURN-CODE
                  GO TO 0200-SAIDA
              END-IF
              PERFORM UNTIL FIM-ORDENA
                  RETURN ORDENA-FILE
                      AT END
                          SET FIM-ORDENA TO TRUE
                      NOT AT END
                          PERFORM 0250-GRAVA-FAIXA
                  END-RETURN
              END-PERFORM
              CLOSE DIRCEP-FILE.
         0200-SAIDA.
              EXIT.

         0250-GRAVA-FAIXA SECTION.
              IF WRK-JOB-GRAVADOS GREATER ZERO
                  AND OR-CEP-INICIO NOT GREATER WRK-MAIOR-FIM
                  MOVE OR-UF         TO WRK-CG-UF
                  MOVE OR-CIDADE     TO WRK-CG-CIDADE
                  MOVE OR-CEP-INICIO TO WRK-CG-INICIO
                  MOVE OR-CEP-FIM    TO WRK-CG-FIM
                  MOVE "FAIXA SOBREPOE OUTRA FAIXA"
                      TO WRK-MOTIVO
                  PERFORM 0300-GRAVA-REJEICAO
                  GO TO 0250-SAIDA
              END-IF
              MOVE OR-CEP-INICIO TO DC-CEP-INICIO
              MOVE OR-CEP-FIM    TO DC-CEP-FIM
              MOVE OR-UF         TO DC-UF
              MOVE OR-CIDADE     TO DC-CIDADE
              WRITE DIRCEP-REG
              ADD 1 TO WRK-JOB-GRAVADOS
              IF OR-CEP-FIM GREATER WRK-MAIOR-FIM
                  MOVE OR-CEP-FIM TO WRK-MAIOR-FIM
              END-IF
              PERFORM 0260-ACUMULA-UF.
         0250-SAIDA.
              EXIT.

         0260-ACUMULA-UF SECTION.
              MOVE "N" TO WRK-ACHOU-UF
              IF WRK-QTD-UF GREATER ZERO
                  SET TAB-UF-IDX TO 1
                  SEARCH TAB-UF-REG
                      AT END
                          CONTINUE
                      WHEN TAB-UF-SIGLA(TAB-UF-IDX) = OR-UF
                          SET ACHOU-UF TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-UF
                  ADD 1 TO WRK-QTD-UF
                  SET TAB-UF-IDX TO WRK-QTD-UF
                  MOVE OR-UF TO TAB-UF-SIGLA(TAB-UF-IDX)
                  MOVE ZEROS TO TAB-UF-QTD(TAB-UF-IDX)
              END-IF
              ADD 1 TO TAB-UF-QTD(TAB-UF-IDX).

         0300-GRAVA-REJEICAO SECTION.
              MOVE WRK-CG-UF     TO EX-UF
              MOVE WRK-CG-INICIO TO EX-CEP-INICIO
              MOVE WRK-CG-FIM    TO EX-CEP-FIM
              MOVE WRK-CG-CIDADE TO EX-CIDADE
              MOVE WRK-MOTIVO    TO EX-MOTIVO
              WRITE DIRCEPEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              IF RETURN-CODE LESS 4
                  MOVE 4 TO RETURN-CODE
              END-IF
              MOVE WRK-CG-INICIO TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO    TO WRK-EXC-MOTIVO
              PERFORM 0355-GRAVA-EXCDIARIO.

         0355-GRAVA-EXCDIARIO SECTION.
              MOVE "CARGA-DIRCEP" TO WRK-EXC-SISTEMA
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
              MOVE "RELATORIO DE CONTROLE - CARGA DO DIRETORIO DE CEP"
                  TO DIRCEPREL-REG
              WRITE DIRCEPREL-REG
              MOVE SPACES TO DIRCEPREL-REG
              WRITE DIRCEPREL-REG
              MOVE "LINHAS LIDAS" TO WRK-RL-ROTULO
              MOVE WRK-JOB-LIDOS TO WRK-RL-QTD
              WRITE DIRCEPREL-REG FROM WRK-LINHA-REL
              MOVE "FAIXAS CARREGADAS" TO WRK-RL-ROTULO
              MOVE WRK-JOB-GRAVADOS TO WRK-RL-QTD
              WRITE DIRCEPREL-REG FROM WRK-LINHA-REL
              MOVE "LINHAS REJEITADAS" TO WRK-RL-ROTULO
              MOVE WRK-JOB-REJEITADOS TO WRK-RL-QTD
              WRITE DIRCEPREL-REG FROM WRK-LINHA-REL
              MOVE SPACES TO DIRCEPREL-REG
              WRITE DIRCEPREL-REG
              IF WRK-JOB-GRAVADOS = ZEROS
                  MOVE "DIRETORIO ANTERIOR MANTIDO" TO DIRCEPREL-REG
                  WRITE DIRCEPREL-REG
                  GO TO 8000-SAIDA
              END-IF
              MOVE "FAIXAS CARREGADAS POR UF :" TO DIRCEPREL-REG
              WRITE DIRCEPREL-REG
              PERFORM VARYING TAB-UF-IDX FROM 1 BY 1
                  UNTIL TAB-UF-IDX GREATER WRK-QTD-UF
                  MOVE SPACES TO WRK-RL-ROTULO
                  MOVE TAB-UF-SIGLA(TAB-UF-IDX) TO WRK-RL-ROTULO(3:2)
                  MOVE TAB-UF-QTD(TAB-UF-IDX) TO WRK-RL-QTD
                  WRITE DIRCEPREL-REG FROM WRK-LINHA-REL
              END-PERFORM.
         8000-SAIDA.
              EXIT.

         9000-FINALIZAR SECTION.
              CLOSE DIRCEPEXC-FILE
              CLOSE DIRCEPREL-FILE
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
              DISPLAY "LINHAS LIDAS      : " WRK-JOB-LIDOS
              DISPLAY "FAIXAS CARREGADAS : " WRK-JOB-GRAVADOS
              DISPLAY "LINHAS REJEITADAS : " WRK-JOB-REJEITADOS
              DISPLAY "==========================================".
       END PROGRAM CARGADIRCEP.
