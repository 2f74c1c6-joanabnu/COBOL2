      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 22/02/2025
      * Purpose: Pedidos de inscricao em secao (PEDTURMA.DAT: aluno,
      *          secao, termo e data do pedido). A secao nao tinha
      *          limite de vagas e a secretaria controlava a lotacao
      *          numa planilha a parte. Cada pedido valido entra na
      *          lista de espera da secao pela rotina VAGATURMA, que
      *          admite a espera por ordem de data do pedido ate a
      *          capacidade da secao em TURMAS.DAT (zero e sem limite)
      *          e regrava INSCTURMA.DAT com os matriculados e a
      *          espera. Aluno inativo no cadastro (MATRICULAS.DAT)
      *          tem as vagas liberadas antes da redistribuicao.
      *          Pedido de aluno inexistente ou inativo, de secao fora
      *          do cadastro, com data invalida ou repetido vai para
      *          PEDTURMAEXC.DAT e EXCDIARIO.DAT. A lotacao sai no
      *          relatorio RELVAGAS.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALOCATURMA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDTURMA-FILE ASSIGN TO "PEDTURMA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PED.
           SELECT MATRICULAS-FILE ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MATR.
           SELECT PEDTURMAEXC-FILE ASSIGN TO "PEDTURMAEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDTURMA-FILE.
       01  PEDTURMA-REG.
           05 PT-MATRICULA           PIC 9(06).
           05 PT-SECAO               PIC X(03).
           05 PT-TERMO               PIC X(06).
           05 PT-DATA-PEDIDO         PIC X(08).

       FD  MATRICULAS-FILE.
       01  MATRICULAS-REG.
           05 MT-MATRICULA           PIC 9(06).
           05 MT-NOME                PIC X(20).
           05 MT-SITUACAO            PIC X(01).
           05 MT-DATA-INATIVO        PIC 9(08).
           05 MT-MOTIVO-INATIVO      PIC X(02).

       FD  PEDTURMAEXC-FILE.
       01  PEDTURMAEXC-REG.
           05 EX-MATRICULA           PIC 9(06).
           05 EX-SECAO               PIC X(03).
           05 EX-TERMO               PIC X(06).
           05 EX-DATA-PEDIDO         PIC X(08).
           05 EX-MOTIVO              PIC X(30).

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

         01 WRK-PARM-VAGA.
             05 WRK-VT-OPERACAO    PIC X(01) VALUE SPACES.
             05 WRK-VT-SISTEMA     PIC X(15) VALUE SPACES.
             05 WRK-VT-MATRICULA   PIC 9(06) VALUE ZEROS.
             05 WRK-VT-SECAO       PIC X(03) VALUE SPACES.
             05 WRK-VT-TERMO       PIC X(06) VALUE SPACES.
             05 WRK-VT-DATA-PEDIDO PIC 9(08) VALUE ZEROS.
             05 WRK-VT-QTD-LINHAS  PIC 9(04) VALUE ZEROS.
             05 WRK-VT-RETORNO     PIC X(01) VALUE SPACES.
                 88 VT-OK              VALUE "S".
                 88 VT-JA-INSCRITO     VALUE "D".
                 88 VT-SEM-TURMA       VALUE "T".
                 88 VT-SEM-CONTROLE    VALUE "X".

         77 WRK-STATUS-PED       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-MATR      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC       PIC X(02) VALUE SPACES.
         77 WRK-FIM-PED          PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-PED VALUE "S".
         77 WRK-FIM-MATR         PIC X(01) VALUE "N".
             88 FIM-MATR VALUE "S".

         77 WRK-PEDIDO-VALIDO    PIC X(01) VALUE "S".
             88 PEDIDO-VALIDO VALUE "S".
         77 WRK-MOTIVO           PIC X(30) VALUE SPACES.

      *    Sem MATRICULAS.DAT o aluno do pedido nao e conferido e
      *    nenhuma vaga e liberada por inatividade.
         77 WRK-TEM-CADASTRO     PIC X(01) VALUE "N".
             88 TEM-CADASTRO-MATR VALUE "S".
         01 TAB-MATR.
             05 TAB-MT-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-MATR
                 INDEXED BY TAB-MT-IDX.
                 10 TAB-MT-MATRICULA   PIC 9(06).
                 10 TAB-MT-SITUACAO    PIC X(01).
         77 WRK-QTD-MATR         PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-MATR       PIC X(01) VALUE "N".
             88 ACHOU-MATR VALUE "S".

         77 WRK-TOTAL-LIBERADAS  PIC 9(04) VALUE ZEROS.
         77 WRK-TOTAL-ADMITIDOS  PIC 9(04) VALUE ZEROS.

           COPY DATECPY.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0200-RECEBE-PEDIDO THRU 0200-EXIT
                  UNTIL FIM-ARQUIVO-PED
              PERFORM 0600-REDISTRIBUI-VAGAS
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-PED
              MOVE "N" TO WRK-FIM-MATR
              MOVE "S" TO WRK-PEDIDO-VALIDO
              MOVE "N" TO WRK-TEM-CADASTRO
              MOVE "N" TO WRK-ACHOU-MATR
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-MATR
              MOVE ZEROS TO WRK-TOTAL-LIBERADAS
              MOVE ZEROS TO WRK-TOTAL-ADMITIDOS.

         0010-CABECALHO SECTION.
              MOVE "ALOCA-TURMA" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              PERFORM 1060-CARREGA-MATRICULAS
              OPEN INPUT PEDTURMA-FILE
              IF WRK-STATUS-PED NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PEDTURMA.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PED TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT PEDTURMAEXC-FILE
              IF WRK-STATUS-EXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PEDTURMAEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
      *    Sem cadastro de turmas nao ha capacidade a respeitar nem
      *    onde registrar o pedido: o lote inteiro fica para depois.
              MOVE "A" TO WRK-VT-OPERACAO
              MOVE WRK-JOB-NOME TO WRK-VT-SISTEMA
              CALL "VAGATURMA" USING WRK-PARM-VAGA
              IF VT-SEM-CONTROLE
                  DISPLAY "Vagas sem controle - pedidos nao"
                      " processados"
                  MOVE 8 TO RETURN-CODE
                  CLOSE PEDTURMA-FILE
                  CLOSE PEDTURMAEXC-FILE
                  CLOSE EXCDIARIO-FILE
                  PERFORM 9900-RODAPE
                  GOBACK
              END-IF
              PERFORM 1100-LER-PEDIDO.

         1060-CARREGA-MATRICULAS SECTION.
              OPEN INPUT MATRICULAS-FILE
              IF WRK-STATUS-MATR NOT = "00"
                  DISPLAY "Aviso: MATRICULAS.DAT indisponivel : "
                      WRK-STATUS-MATR " - aluno nao conferido"
                  GO TO 1060-SAIDA
              END-IF
              SET TEM-CADASTRO-MATR TO TRUE
              PERFORM UNTIL FIM-MATR
                  READ MATRICULAS-FILE INTO MATRICULAS-REG
                      AT END
                          SET FIM-MATR TO TRUE
                      NOT AT END
                          IF WRK-QTD-MATR NOT LESS 500
                              DISPLAY "MATRICULAS.DAT excede o"
                                  " limite de 500 matriculas"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-MATR
                          MOVE MT-MATRICULA TO
                              TAB-MT-MATRICULA(WRK-QTD-MATR)
                          MOVE MT-SITUACAO TO
                              TAB-MT-SITUACAO(WRK-QTD-MATR)
                  END-READ
              END-PERFORM
              CLOSE MATRICULAS-FILE.
         1060-SAIDA.
              EXIT.

         1100-LER-PEDIDO SECTION.
              READ PEDTURMA-FILE
                  AT END
                      SET FIM-ARQUIVO-PED TO TRUE
              END-READ.

         0200-RECEBE-PEDIDO SECTION.
              ADD 1 TO WRK-JOB-LIDOS
              PERFORM 0210-VALIDA-PEDIDO
              IF NOT PEDIDO-VALIDO
                  PERFORM 0250-GRAVA-EXCECAO
                  GO TO 0200-SAIDA
              END-IF
              MOVE "P" TO WRK-VT-OPERACAO
              MOVE PT-MATRICULA TO WRK-VT-MATRICULA
              MOVE PT-SECAO TO WRK-VT-SECAO
              MOVE PT-TERMO TO WRK-VT-TERMO
              MOVE PT-DATA-PEDIDO TO WRK-VT-DATA-PEDIDO
              CALL "VAGATURMA" USING WRK-PARM-VAGA
              EVALUATE TRUE
                  WHEN VT-OK
                      ADD 1 TO WRK-JOB-GRAVADOS
                  WHEN VT-SEM-TURMA
                      MOVE "SECAO FORA DO CADASTRO" TO WRK-MOTIVO
                      PERFORM 0250-GRAVA-EXCECAO
                  WHEN VT-JA-INSCRITO
                      MOVE "PEDIDO JA REGISTRADO" TO WRK-MOTIVO
                      PERFORM 0250-GRAVA-EXCECAO
                  WHEN OTHER
                      MOVE "LIMITE DE INSCRICOES ATINGIDO"
                          TO WRK-MOTIVO
                      PERFORM 0250-GRAVA-EXCECAO
              END-EVALUATE.
         0200-SAIDA.
              PERFORM 1100-LER-PEDIDO.
         0200-EXIT.
              EXIT.

         0210-VALIDA-PEDIDO SECTION.
              MOVE "S" TO WRK-PEDIDO-VALIDO
              MOVE SPACES TO WRK-MOTIVO
              MOVE PT-DATA-PEDIDO TO WRK-DATA1
              EVALUATE TRUE
                  WHEN PT-MATRICULA NOT NUMERIC
                       OR PT-MATRICULA = ZEROS
                      MOVE "N" TO WRK-PEDIDO-VALIDO
                      MOVE "MATRICULA NAO INFORMADA" TO WRK-MOTIVO
                  WHEN PT-SECAO = SPACES OR PT-TERMO = SPACES
                      MOVE "N" TO WRK-PEDIDO-VALIDO
                      MOVE "SECAO OU TERMO NAO INFORMADO"
                          TO WRK-MOTIVO
                  WHEN PT-DATA-PEDIDO NOT NUMERIC
                       OR WRK-MES < "01" OR WRK-MES > "12"
                       OR WRK-DIA < "01" OR WRK-DIA > "31"
                       OR WRK-ANO < WRK-ANO-MINIMO
                       OR WRK-ANO > WRK-ANO-MAXIMO
                      MOVE "N" TO WRK-PEDIDO-VALIDO
                      MOVE "DATA DO PEDIDO INVALIDA" TO WRK-MOTIVO
              END-EVALUATE
              IF PEDIDO-VALIDO AND TEM-CADASTRO-MATR
                  PERFORM 0220-LOCALIZA-MATR
                  EVALUATE TRUE
                      WHEN NOT ACHOU-MATR
                          MOVE "N" TO WRK-PEDIDO-VALIDO
                          MOVE "MATRICULA NAO CADASTRADA"
                              TO WRK-MOTIVO
                      WHEN TAB-MT-SITUACAO(TAB-MT-IDX) NOT = "A"
                          MOVE "N" TO WRK-PEDIDO-VALIDO
                          MOVE "MATRICULA INATIVA" TO WRK-MOTIVO
                  END-EVALUATE
              END-IF.

         0220-LOCALIZA-MATR SECTION.
              MOVE "N" TO WRK-ACHOU-MATR
              IF WRK-QTD-MATR GREATER ZERO
                  SET TAB-MT-IDX TO 1
                  SEARCH TAB-MT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-MT-MATRICULA(TAB-MT-IDX) =
                          PT-MATRICULA
                          SET ACHOU-MATR TO TRUE
                  END-SEARCH
              END-IF.

         0250-GRAVA-EXCECAO SECTION.
              MOVE PT-MATRICULA   TO EX-MATRICULA
              MOVE PT-SECAO       TO EX-SECAO
              MOVE PT-TERMO       TO EX-TERMO
              MOVE PT-DATA-PEDIDO TO EX-DATA-PEDIDO
              MOVE WRK-MOTIVO     TO EX-MOTIVO
              WRITE PEDTURMAEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE SPACES TO WRK-EXC-CHAVE
              STRING PT-MATRICULA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-SECAO DELIMITED BY SIZE
                  INTO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              MOVE "E" TO WRK-EXC-SEVERIDADE
              MOVE "V001" TO WRK-EXC-COD-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "ALOCA-TURMA" TO WRK-EXC-SISTEMA
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

      *    Inativo que ainda ocupa vaga (inativado antes de existir o
      *    controle, ou com o cadastro editado fora do MANMATRICULA)
      *    libera o lugar antes de a espera ser chamada.
         0600-REDISTRIBUI-VAGAS SECTION.
              MOVE "L" TO WRK-VT-OPERACAO
              PERFORM VARYING TAB-MT-IDX FROM 1 BY 1
                  UNTIL TAB-MT-IDX GREATER WRK-QTD-MATR
                  IF TAB-MT-SITUACAO(TAB-MT-IDX) NOT = "A"
                      MOVE TAB-MT-MATRICULA(TAB-MT-IDX)
                          TO WRK-VT-MATRICULA
                      CALL "VAGATURMA" USING WRK-PARM-VAGA
                      ADD WRK-VT-QTD-LINHAS TO WRK-TOTAL-LIBERADAS
                  END-IF
              END-PERFORM
              MOVE "R" TO WRK-VT-OPERACAO
              CALL "VAGATURMA" USING WRK-PARM-VAGA
              MOVE WRK-VT-QTD-LINHAS TO WRK-TOTAL-ADMITIDOS
              MOVE "F" TO WRK-VT-OPERACAO
              CALL "VAGATURMA" USING WRK-PARM-VAGA
      *    A rotina devolve o RETURN-CODE dela a cada chamada; o do
      *    lote e apurado aqui, depois da ultima.
              EVALUATE TRUE
                  WHEN VT-SEM-CONTROLE
                      MOVE 8 TO RETURN-CODE
                  WHEN WRK-JOB-REJEITADOS GREATER ZERO
                      MOVE 4 TO RETURN-CODE
              END-EVALUATE.

         9000-FINALIZAR SECTION.
              CLOSE PEDTURMA-FILE
              CLOSE PEDTURMAEXC-FILE
              CLOSE EXCDIARIO-FILE
              DISPLAY "Inscricoes liberadas por inatividade : "
                  WRK-TOTAL-LIBERADAS
              DISPLAY "Alunos admitidos da espera           : "
                  WRK-TOTAL-ADMITIDOS
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
              DISPLAY "PEDIDOS LIDOS       : " WRK-JOB-LIDOS
              DISPLAY "PEDIDOS REGISTRADOS : " WRK-JOB-GRAVADOS
              DISPLAY "PEDIDOS REJEITADOS  : " WRK-JOB-REJEITADOS
              DISPLAY "==========================================".
       END PROGRAM ALOCATURMA.
