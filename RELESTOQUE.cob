      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 01/02/2025
      * Purpose: Relatorio de posicao de estoque por armazem de
      *          origem. Le a posicao mantida pelo MANESTOQUE e pelas
      *          reservas de pedido (ESTOQUE.DAT) e lista, armazem a
      *          armazem (nomes de ARMAZENS.DAT, branco e a matriz),
      *          cada produto com a descricao de PRODUTOS.DAT e as
      *          quantidades fisica, reservada e disponivel, marcando
      *          com FALTA o produto com mais reservado do que fisico.
      *          Subtotal por armazem e total geral, no padrao de
      *          paginacao de IMPRESSAOCPY (ESTOQUEREL.DAT).
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELESTOQUE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTOQUE.
           SELECT PRODUTOS-FILE ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRODUTOS.
           SELECT ARMAZENS-FILE ASSIGN TO "ARMAZENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARMAZENS.
           SELECT ESTOQUEREL-FILE ASSIGN TO "ESTOQUEREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-FILE.
       01  ESTOQUE-REG.
           05 ES-PRODUTO             PIC X(10).
           05 ES-ORIGEM              PIC X(03).
           05 ES-QTD-FISICA          PIC 9(07).
           05 ES-QTD-RESERVADA       PIC 9(07).
           05 ES-DATA-MOVTO          PIC 9(08).

       FD  PRODUTOS-FILE.
       01  PRODUTOS-REG.
           05 PR-CODIGO              PIC X(10).
           05 PR-DESCRICAO           PIC X(30).
           05 PR-PESO-UNIT           PIC 9(05)V99.
           05 PR-CUBADO-UNIT         PIC 9(05)V99.
           05 PR-ATIVO               PIC X(01).

       FD  ARMAZENS-FILE.
       01  ARMAZENS-REG.
           05 AR-CODIGO              PIC X(03).
           05 AR-NOME                PIC X(30).
           05 AR-UF                  PIC X(02).
           05 AR-CEP                 PIC 9(08).

       FD  ESTOQUEREL-FILE.
       01  ESTOQUEREL-REG            PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         77 WRK-STATUS-ESTOQUE    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PRODUTOS   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-ARMAZENS   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-FIM-ESTOQUE       PIC X(01) VALUE "N".
             88 FIM-ESTOQUE VALUE "S".
         77 WRK-FIM-PRODUTOS      PIC X(01) VALUE "N".
             88 FIM-PRODUTOS VALUE "S".
         77 WRK-FIM-ARMAZENS      PIC X(01) VALUE "N".
             88 FIM-ARMAZENS VALUE "S".

         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.

      *    Posicao ordenada por armazem + produto para a quebra.
         01 TAB-ESTOQUE.
             05 TAB-ES-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-ESTOQUE
                 INDEXED BY TAB-ES-IDX.
                 10 TAB-ES-CHAVE.
                     15 TAB-ES-ORIGEM  PIC X(03).
                     15 TAB-ES-PRODUTO PIC X(10).
                 10 TAB-ES-FISICA      PIC 9(07).
                 10 TAB-ES-RESERVADA   PIC 9(07).
         77 WRK-QTD-ESTOQUE       PIC 9(04) VALUE ZEROS.
         01 WRK-TROCA-ESTOQUE     PIC X(27).
         77 WRK-IDX-I             PIC 9(04) VALUE ZEROS.
         77 WRK-IDX-J             PIC 9(04) VALUE ZEROS.
         77 WRK-HOUVE-TROCA       PIC X(01) VALUE "N".
             88 HOUVE-TROCA VALUE "S".

         01 TAB-PRODUTO.
             05 TAB-PD-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-PRODUTO
                 INDEXED BY TAB-PD-IDX.
                 10 TAB-PD-CODIGO      PIC X(10).
                 10 TAB-PD-DESCRICAO   PIC X(30).
         77 WRK-QTD-PRODUTO       PIC 9(03) VALUE ZEROS.

         01 TAB-ARMAZENS.
             05 TAB-AR-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-ARMAZENS
                 INDEXED BY TAB-AR-IDX.
                 10 TAB-AR-CODIGO      PIC X(03).
                 10 TAB-AR-NOME        PIC X(30).
         77 WRK-QTD-ARMAZENS      PIC 9(02) VALUE ZEROS.

         77 WRK-ORIGEM-ANT        PIC X(03) VALUE SPACES.
         77 WRK-PRIMEIRO          PIC X(01) VALUE "S".
             88 PRIMEIRO-ARMAZEM VALUE "S".
         77 WRK-NOME-ORIGEM       PIC X(30) VALUE SPACES.
         77 WRK-DESCRICAO         PIC X(30) VALUE SPACES.
         77 WRK-DISPONIVEL        PIC 9(07) VALUE ZEROS.

      *    Totais do armazem corrente e gerais.
         77 WRK-AR-FISICA         PIC 9(09) VALUE ZEROS.
         77 WRK-AR-RESERVADA      PIC 9(09) VALUE ZEROS.
         77 WRK-AR-DISPONIVEL     PIC 9(09) VALUE ZEROS.
         77 WRK-TOT-FISICA        PIC 9(09) VALUE ZEROS.
         77 WRK-TOT-RESERVADA     PIC 9(09) VALUE ZEROS.
         77 WRK-TOT-DISPONIVEL    PIC 9(09) VALUE ZEROS.
         77 WRK-QTD-ARMAZ-REL     PIC 9(03) VALUE ZEROS.
         77 WRK-QTD-FALTA         PIC 9(04) VALUE ZEROS.

         01 WRK-LINHA-ARMAZEM.
             05 FILLER             PIC X(10) VALUE "ARMAZEM : ".
             05 WRK-LA-CODIGO      PIC X(03).
             05 FILLER             PIC X(03) VALUE " - ".
             05 WRK-LA-NOME        PIC X(30).

         01 WRK-LINHA-PRODUTO.
             05 WRK-LP-PRODUTO     PIC X(10).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-DESCRICAO   PIC X(20).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-FISICA      PIC Z.ZZZ.ZZ9.
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LP-RESERVADA   PIC Z.ZZZ.ZZ9.
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LP-DISPONIVEL  PIC Z.ZZZ.ZZ9.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-SITUACAO    PIC X(05).

         01 WRK-LINHA-TOTAL.
             05 WRK-LT-ROTULO      PIC X(34).
             05 WRK-LT-FISICA      PIC ZZZZZZZZ9.
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LT-RESERVADA   PIC ZZZZZZZZ9.
             05 FILLER             PIC X(03) VALUE SPACES.
             05 WRK-LT-DISPONIVEL  PIC ZZZZZZZZ9.

         77 WRK-QTD-ED            PIC ZZZ9.
         77 WRK-TOTAL-ED          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0300-ORDENA-POSICAO
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-ESTOQUE
              MOVE "N" TO WRK-FIM-PRODUTOS
              MOVE "N" TO WRK-FIM-ARMAZENS
              MOVE "S" TO WRK-PRIMEIRO
              MOVE SPACES TO WRK-ORIGEM-ANT
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-ESTOQUE
              MOVE ZEROS TO WRK-QTD-PRODUTO
              MOVE ZEROS TO WRK-QTD-ARMAZENS
              MOVE ZEROS TO WRK-AR-FISICA
              MOVE ZEROS TO WRK-AR-RESERVADA
              MOVE ZEROS TO WRK-AR-DISPONIVEL
              MOVE ZEROS TO WRK-TOT-FISICA
              MOVE ZEROS TO WRK-TOT-RESERVADA
              MOVE ZEROS TO WRK-TOT-DISPONIVEL
              MOVE ZEROS TO WRK-QTD-ARMAZ-REL
              MOVE ZEROS TO WRK-QTD-FALTA
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "REL-ESTOQUE" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1020-CARREGA-ARMAZENS
              PERFORM 1030-CARREGA-PRODUTOS
              PERFORM 1050-CARREGA-ESTOQUE
              OPEN OUTPUT ESTOQUEREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "ESTOQUEREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "POSICAO DE ESTOQUE POR ARMAZEM"
                  TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "PRODUTO     DESCRICAO             "
                  DELIMITED BY SIZE
                  "   FISICO   RESERVADO  DISPONIVEL  SIT"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

         1020-CARREGA-ARMAZENS SECTION.
              OPEN INPUT ARMAZENS-FILE
              IF WRK-STATUS-ARMAZENS NOT = "00"
                  DISPLAY "Aviso: ARMAZENS.DAT indisponivel : "
                      WRK-STATUS-ARMAZENS " - armazem sem nome"
              ELSE
                  PERFORM UNTIL FIM-ARMAZENS
                      READ ARMAZENS-FILE INTO ARMAZENS-REG
                          AT END
                              SET FIM-ARMAZENS TO TRUE
                          NOT AT END
                              IF WRK-QTD-ARMAZENS NOT LESS 50
                                  DISPLAY "ARMAZENS.DAT maior que"
                                      " o limite de 50 armazens"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-ARMAZENS
                              MOVE AR-CODIGO TO
                                  TAB-AR-CODIGO(WRK-QTD-ARMAZENS)
                              MOVE AR-NOME TO
                                  TAB-AR-NOME(WRK-QTD-ARMAZENS)
                      END-READ
                  END-PERFORM
                  CLOSE ARMAZENS-FILE
              END-IF.

         1030-CARREGA-PRODUTOS SECTION.
              OPEN INPUT PRODUTOS-FILE
              IF WRK-STATUS-PRODUTOS NOT = "00"
                  DISPLAY "Aviso: PRODUTOS.DAT indisponivel : "
                      WRK-STATUS-PRODUTOS " - produto sem descricao"
              ELSE
                  PERFORM UNTIL FIM-PRODUTOS
                      READ PRODUTOS-FILE INTO PRODUTOS-REG
                          AT END
                              SET FIM-PRODUTOS TO TRUE
                          NOT AT END
                              IF WRK-QTD-PRODUTO LESS 500
                                  ADD 1 TO WRK-QTD-PRODUTO
                                  MOVE PR-CODIGO TO
                                      TAB-PD-CODIGO(WRK-QTD-PRODUTO)
                                  MOVE PR-DESCRICAO TO
                                      TAB-PD-DESCRICAO(WRK-QTD-PRODUTO)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE PRODUTOS-FILE
              END-IF.

         1050-CARREGA-ESTOQUE SECTION.
              OPEN INPUT ESTOQUE-FILE
              IF WRK-STATUS-ESTOQUE NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "ESTOQUE.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-ESTOQUE TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-ESTOQUE
                  READ ESTOQUE-FILE INTO ESTOQUE-REG
                      AT END
                          SET FIM-ESTOQUE TO TRUE
                      NOT AT END
                          IF WRK-QTD-ESTOQUE NOT LESS 2000
                              DISPLAY "ESTOQUE.DAT maior que o limite"
                                  " de 2000 posicoes"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-ESTOQUE
                          ADD 1 TO WRK-JOB-LIDOS
                          SET TAB-ES-IDX TO WRK-QTD-ESTOQUE
                          MOVE ES-ORIGEM TO TAB-ES-ORIGEM(TAB-ES-IDX)
                          MOVE ES-PRODUTO TO TAB-ES-PRODUTO(TAB-ES-IDX)
                          MOVE ES-QTD-FISICA TO
                              TAB-ES-FISICA(TAB-ES-IDX)
                          MOVE ES-QTD-RESERVADA TO
                              TAB-ES-RESERVADA(TAB-ES-IDX)
                  END-READ
              END-PERFORM
              CLOSE ESTOQUE-FILE.

         0300-ORDENA-POSICAO SECTION.
              SET HOUVE-TROCA TO TRUE
              PERFORM UNTIL NOT HOUVE-TROCA
                  MOVE "N" TO WRK-HOUVE-TROCA
                  PERFORM VARYING WRK-IDX-I FROM 1 BY 1
                      UNTIL WRK-IDX-I NOT LESS WRK-QTD-ESTOQUE
                      ADD 1 WRK-IDX-I GIVING WRK-IDX-J
                      IF TAB-ES-CHAVE(WRK-IDX-I) GREATER
                          TAB-ES-CHAVE(WRK-IDX-J)
                          MOVE TAB-ES-REG(WRK-IDX-I)
                              TO WRK-TROCA-ESTOQUE
                          MOVE TAB-ES-REG(WRK-IDX-J)
                              TO TAB-ES-REG(WRK-IDX-I)
                          MOVE WRK-TROCA-ESTOQUE
                              TO TAB-ES-REG(WRK-IDX-J)
                          SET HOUVE-TROCA TO TRUE
                      END-IF
                  END-PERFORM
              END-PERFORM.

         8000-GRAVA-RELATORIO SECTION.
              IF WRK-QTD-ESTOQUE = ZEROS
                  MOVE "NENHUMA POSICAO DE ESTOQUE CADASTRADA"
                      TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              PERFORM 8100-IMPRIME-POSICAO
                  VARYING TAB-ES-IDX FROM 1 BY 1
                  UNTIL TAB-ES-IDX GREATER WRK-QTD-ESTOQUE
              IF NOT PRIMEIRO-ARMAZEM
                  PERFORM 8200-TOTAL-ARMAZEM
              END-IF
              MOVE "TOTAL GERAL"      TO WRK-LT-ROTULO
              MOVE WRK-TOT-FISICA     TO WRK-LT-FISICA
              MOVE WRK-TOT-RESERVADA  TO WRK-LT-RESERVADA
              MOVE WRK-TOT-DISPONIVEL TO WRK-LT-DISPONIVEL
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-ESTOQUE TO WRK-QTD-ED
              MOVE WRK-TOT-DISPONIVEL TO WRK-TOTAL-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "POSICOES " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  "  DISPONIVEL " DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

      *    Quebra por armazem: subtotal do anterior e cabecalho do
      *    novo antes da primeira linha.
         8100-IMPRIME-POSICAO SECTION.
              IF PRIMEIRO-ARMAZEM
                  OR TAB-ES-ORIGEM(TAB-ES-IDX) NOT = WRK-ORIGEM-ANT
                  IF NOT PRIMEIRO-ARMAZEM
                      PERFORM 8200-TOTAL-ARMAZEM
                  END-IF
                  MOVE "N" TO WRK-PRIMEIRO
                  MOVE TAB-ES-ORIGEM(TAB-ES-IDX) TO WRK-ORIGEM-ANT
                  PERFORM 8150-NOME-ARMAZEM
                  MOVE WRK-ORIGEM-ANT  TO WRK-LA-CODIGO
                  MOVE WRK-NOME-ORIGEM TO WRK-LA-NOME
                  MOVE WRK-LINHA-ARMAZEM TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
                  ADD 1 TO WRK-QTD-ARMAZ-REL
              END-IF
              IF TAB-ES-FISICA(TAB-ES-IDX) GREATER
                  TAB-ES-RESERVADA(TAB-ES-IDX)
                  COMPUTE WRK-DISPONIVEL = TAB-ES-FISICA(TAB-ES-IDX)
                      - TAB-ES-RESERVADA(TAB-ES-IDX)
              ELSE
                  MOVE ZEROS TO WRK-DISPONIVEL
              END-IF
              PERFORM 8160-DESCRICAO-PRODUTO
              MOVE TAB-ES-PRODUTO(TAB-ES-IDX)   TO WRK-LP-PRODUTO
              MOVE WRK-DESCRICAO                TO WRK-LP-DESCRICAO
              MOVE TAB-ES-FISICA(TAB-ES-IDX)    TO WRK-LP-FISICA
              MOVE TAB-ES-RESERVADA(TAB-ES-IDX) TO WRK-LP-RESERVADA
              MOVE WRK-DISPONIVEL               TO WRK-LP-DISPONIVEL
              IF TAB-ES-RESERVADA(TAB-ES-IDX) GREATER
                  TAB-ES-FISICA(TAB-ES-IDX)
                  MOVE "FALTA" TO WRK-LP-SITUACAO
                  ADD 1 TO WRK-QTD-FALTA
              ELSE
                  MOVE SPACES TO WRK-LP-SITUACAO
              END-IF
              MOVE WRK-LINHA-PRODUTO TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD 1 TO WRK-JOB-GRAVADOS
              ADD TAB-ES-FISICA(TAB-ES-IDX)    TO WRK-AR-FISICA
              ADD TAB-ES-RESERVADA(TAB-ES-IDX) TO WRK-AR-RESERVADA
              ADD WRK-DISPONIVEL               TO WRK-AR-DISPONIVEL.

         8150-NOME-ARMAZEM SECTION.
              IF WRK-ORIGEM-ANT = SPACES
                  MOVE "MATRIZ" TO WRK-NOME-ORIGEM
              ELSE
                  MOVE "ARMAZEM NAO CADASTRADO" TO WRK-NOME-ORIGEM
              END-IF
              IF WRK-QTD-ARMAZENS GREATER ZERO
                  SET TAB-AR-IDX TO 1
                  SEARCH TAB-AR-REG
                      AT END
                          CONTINUE
                      WHEN TAB-AR-CODIGO(TAB-AR-IDX) = WRK-ORIGEM-ANT
                          MOVE TAB-AR-NOME(TAB-AR-IDX)
                              TO WRK-NOME-ORIGEM
                  END-SEARCH
              END-IF.

         8160-DESCRICAO-PRODUTO SECTION.
              MOVE "PRODUTO NAO CADASTRADO" TO WRK-DESCRICAO
              IF WRK-QTD-PRODUTO GREATER ZERO
                  SET TAB-PD-IDX TO 1
                  SEARCH TAB-PD-REG
                      AT END
                          CONTINUE
                      WHEN TAB-PD-CODIGO(TAB-PD-IDX) =
                          TAB-ES-PRODUTO(TAB-ES-IDX)
                          MOVE TAB-PD-DESCRICAO(TAB-PD-IDX)
                              TO WRK-DESCRICAO
                  END-SEARCH
              END-IF.

         8200-TOTAL-ARMAZEM SECTION.
              MOVE "  TOTAL DO ARMAZEM" TO WRK-LT-ROTULO
              MOVE WRK-AR-FISICA      TO WRK-LT-FISICA
              MOVE WRK-AR-RESERVADA   TO WRK-LT-RESERVADA
              MOVE WRK-AR-DISPONIVEL  TO WRK-LT-DISPONIVEL
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              ADD WRK-AR-FISICA     TO WRK-TOT-FISICA
              ADD WRK-AR-RESERVADA  TO WRK-TOT-RESERVADA
              ADD WRK-AR-DISPONIVEL TO WRK-TOT-DISPONIVEL
              MOVE ZEROS TO WRK-AR-FISICA
              MOVE ZEROS TO WRK-AR-RESERVADA
              MOVE ZEROS TO WRK-AR-DISPONIVEL.

         9000-FINALIZAR SECTION.
              CLOSE ESTOQUEREL-FILE
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
              DISPLAY "POSICOES LIDAS          : " WRK-JOB-LIDOS
              DISPLAY "ARMAZENS NO RELATORIO   : " WRK-QTD-ARMAZ-REL
              DISPLAY "PRODUTOS EM FALTA       : " WRK-QTD-FALTA
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==ESTOQUEREL-REG==.

       END PROGRAM RELESTOQUE.
