      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 05/02/2025
      * Purpose: Cadastro de dependentes dos funcionarios
      *          (DEPENDENTES.DAT) com manutencao por arquivo de
      *          movimentos A/C/D (DEPENDMOV.DAT), no mesmo fluxo do
      *          MANTERMO. Cada dependente tem o codigo do
      *          funcionario, o nome, a data de nascimento, o
      *          parentesco (F filho ou enteado, C conjuge ou
      *          companheiro, P pai ou mae) e o uso: I deducao do
      *          IRRF, S salario-familia ou A ambos. Salario-familia
      *          so vale para filho. A idade limite de cada uso
      *          (PARAMDEPEND.DAT; na falta, 21 anos para o IRRF e 14
      *          para o salario-familia) e aplicada pela folha a cada
      *          competencia: o filho sai sozinho da conta ao atingir
      *          a idade, sem movimento de exclusao; aqui o fim de
      *          cada execucao so informa quantos ja passaram do
      *          limite em todos os usos. Antes/depois de cada
      *          mudanca sai em DEPENDAUD.DAT; movimento invalido em
      *          DEPENDEXC.DAT e EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDEPEND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDMOV-FILE ASSIGN TO "DEPENDMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT DEPENDENTES-FILE ASSIGN TO "DEPENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPEND.
           SELECT DEPENDEXC-FILE ASSIGN TO "DEPENDEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXC.
           SELECT DEPENDAUD-FILE ASSIGN TO "DEPENDAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUD.
           SELECT PARAMDEPEND-FILE ASSIGN TO "PARAMDEPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDMOV-FILE.
       01  DEPENDMOV-REG.
           05 DV-TIPO-MOVTO          PIC X(01).
           05 DV-CODIGO-FUNC         PIC 9(04).
           05 DV-NOME                PIC X(20).
           05 DV-NASCIMENTO          PIC 9(08).
           05 DV-NASCIMENTO-X REDEFINES DV-NASCIMENTO.
               10 DV-NASC-ANO        PIC 9(04).
               10 DV-NASC-MES        PIC 9(02).
               10 DV-NASC-DIA        PIC 9(02).
           05 DV-PARENTESCO          PIC X(01).
           05 DV-USO                 PIC X(01).

       FD  DEPENDENTES-FILE.
       01  DEPENDENTES-REG.
           05 DE-CODIGO-FUNC         PIC 9(04).
           05 DE-NOME                PIC X(20).
           05 DE-NASCIMENTO          PIC 9(08).
           05 DE-PARENTESCO          PIC X(01).
           05 DE-USO                 PIC X(01).

       FD  DEPENDEXC-FILE.
       01  DEPENDEXC-REG.
           05 EX-TIPO-MOVTO          PIC X(01).
           05 EX-CODIGO-FUNC         PIC X(04).
           05 EX-NOME                PIC X(20).
           05 EX-MOTIVO              PIC X(30).

       FD  DEPENDAUD-FILE.
       01  DEPENDAUD-REG.
           05 DA-DATA                PIC 9(08).
           05 DA-HORA                PIC 9(08).
           05 DA-TIPO                PIC X(12).
           05 DA-CODIGO-FUNC         PIC 9(04).
           05 DA-NOME                PIC X(20).
           05 DA-USO-ANTES           PIC X(01).
           05 DA-USO-DEPOIS          PIC X(01).

      *    Deducao mensal por dependente no IRRF e idades limite do
      *    IRRF e do salario-familia para filho; o mesmo registro e
      *    lido pela folha.
       FD  PARAMDEPEND-FILE.
       01  PARAMDEPEND-REG.
           05 PD-DEDUCAO-IRRF        PIC 9(04)V99.
           05 PD-IDADE-IRRF          PIC 9(02).
           05 PD-IDADE-SALFAM        PIC 9(02).

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

         77 WRK-STATUS-MOV       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-DEPEND    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAM     PIC X(02) VALUE SPACES.
         77 WRK-FIM-MOV          PIC X(01) VALUE "N".
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-FIM-DEPEND       PIC X(01) VALUE "N".
             88 FIM-DEPEND VALUE "S".

         77 WRK-MOVTO-VALIDO     PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         77 WRK-MOTIVO           PIC X(30) VALUE SPACES.

         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-IDADE-IRRF       PIC 9(02) VALUE 21.
         77 WRK-IDADE-SALFAM     PIC 9(02) VALUE 14.
         77 WRK-IDADE            PIC 9(03) VALUE ZEROS.
         77 WRK-QTD-FORA-IDADE   PIC 9(04) VALUE ZEROS.

      *    Copia do cadastro mantida em memoria, com status de linha
      *    "A" (presente) ou "E" (excluida), como no MANTERMO.
         01 TAB-DEPEND.
             05 TAB-DE-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-DEPEND
                 INDEXED BY TAB-DE-IDX.
                 10 TAB-DE-CODIGO-FUNC PIC 9(04).
                 10 TAB-DE-NOME        PIC X(20).
                 10 TAB-DE-NASCIMENTO  PIC 9(08).
                 10 TAB-DE-PARENTESCO  PIC X(01).
                 10 TAB-DE-USO         PIC X(01).
                 10 TAB-DE-STATUS      PIC X(01).
         77 WRK-QTD-DEPEND       PIC 9(04) VALUE ZEROS.
         77 WRK-LIMITE-DEPEND    PIC 9(04) VALUE 1000.
         77 WRK-ACHOU-DEPEND     PIC X(01) VALUE "N".
             88 ACHOU-DEPEND VALUE "S".
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
              MOVE "N" TO WRK-FIM-DEPEND
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE "N" TO WRK-ACHOU-DEPEND
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-DEPEND
              MOVE ZEROS TO WRK-TOTAL-ATIVOS
              MOVE ZEROS TO WRK-QTD-FORA-IDADE
              MOVE 21 TO WRK-IDADE-IRRF
              MOVE 14 TO WRK-IDADE-SALFAM.

         0010-CABECALHO SECTION.
              MOVE "MANUT-DEPEND" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              PERFORM 1050-CARREGA-PARAMETRO
              PERFORM 1060-CARREGA-DEPEND-ANTERIOR
              OPEN INPUT DEPENDMOV-FILE
              IF WRK-STATUS-MOV NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "DEPENDMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT DEPENDEXC-FILE
              IF WRK-STATUS-EXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "DEPENDEXC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND DEPENDAUD-FILE
              IF WRK-STATUS-AUD = "35"
                  OPEN OUTPUT DEPENDAUD-FILE
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              PERFORM 1100-LER-MOVTO.

      *    Sem o parametro (ou com idade zerada) valem os limites
      *    legais padrao.
         1050-CARREGA-PARAMETRO SECTION.
              OPEN INPUT PARAMDEPEND-FILE
              IF WRK-STATUS-PARAM = "00"
                  READ PARAMDEPEND-FILE INTO PARAMDEPEND-REG
                      NOT AT END
                          IF PD-IDADE-IRRF NUMERIC
                              AND PD-IDADE-IRRF GREATER ZERO
                              MOVE PD-IDADE-IRRF TO WRK-IDADE-IRRF
                          END-IF
                          IF PD-IDADE-SALFAM NUMERIC
                              AND PD-IDADE-SALFAM GREATER ZERO
                              MOVE PD-IDADE-SALFAM TO WRK-IDADE-SALFAM
                          END-IF
                  END-READ
                  CLOSE PARAMDEPEND-FILE
              END-IF.

         1060-CARREGA-DEPEND-ANTERIOR SECTION.
              OPEN INPUT DEPENDENTES-FILE
              IF WRK-STATUS-DEPEND = "00"
                  PERFORM UNTIL FIM-DEPEND
                      READ DEPENDENTES-FILE INTO DEPENDENTES-REG
                          AT END
                              SET FIM-DEPEND TO TRUE
                          NOT AT END
                              IF WRK-QTD-DEPEND NOT LESS
                                  WRK-LIMITE-DEPEND
                                  DISPLAY "DEPENDENTES.DAT excede o"
                                      " limite de " WRK-LIMITE-DEPEND
                                      " dependentes"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-DEPEND
                              MOVE DE-CODIGO-FUNC TO
                                  TAB-DE-CODIGO-FUNC(WRK-QTD-DEPEND)
                              MOVE DE-NOME TO
                                  TAB-DE-NOME(WRK-QTD-DEPEND)
                              MOVE DE-NASCIMENTO TO
                                  TAB-DE-NASCIMENTO(WRK-QTD-DEPEND)
                              MOVE DE-PARENTESCO TO
                                  TAB-DE-PARENTESCO(WRK-QTD-DEPEND)
                              MOVE DE-USO TO
                                  TAB-DE-USO(WRK-QTD-DEPEND)
                              MOVE "A" TO
                                  TAB-DE-STATUS(WRK-QTD-DEPEND)
                      END-READ
                  END-PERFORM
                  CLOSE DEPENDENTES-FILE
              END-IF.

         1100-LER-MOVTO SECTION.
              READ DEPENDMOV-FILE
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

         0210-VALIDA-MOVTO SECTION.
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE SPACES TO WRK-MOTIVO
              EVALUATE TRUE
                  WHEN DV-TIPO-MOVTO NOT = "A" AND
                       DV-TIPO-MOVTO NOT = "C" AND
                       DV-TIPO-MOVTO NOT = "D"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "TIPO DE MOVIMENTO INVALIDO" TO WRK-MOTIVO
                  WHEN DV-CODIGO-FUNC NOT NUMERIC
                      OR DV-CODIGO-FUNC = ZEROS
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "CODIGO DE FUNCIONARIO INVALIDO"
                          TO WRK-MOTIVO
                  WHEN DV-NOME = SPACES
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "NOME NAO INFORMADO" TO WRK-MOTIVO
                  WHEN DV-TIPO-MOVTO = "D"
                      CONTINUE
                  WHEN DV-NASCIMENTO NOT NUMERIC
                      OR DV-NASC-MES LESS 1 OR DV-NASC-MES GREATER 12
                      OR DV-NASC-DIA LESS 1 OR DV-NASC-DIA GREATER 31
                      OR DV-NASCIMENTO GREATER WRK-DATA-SISTEMA
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "DATA DE NASCIMENTO INVALIDA" TO WRK-MOTIVO
                  WHEN DV-PARENTESCO NOT = "F" AND
                       DV-PARENTESCO NOT = "C" AND
                       DV-PARENTESCO NOT = "P"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "PARENTESCO INVALIDO" TO WRK-MOTIVO
                  WHEN DV-USO NOT = "I" AND
                       DV-USO NOT = "S" AND
                       DV-USO NOT = "A"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "USO DO DEPENDENTE INVALIDO" TO WRK-MOTIVO
                  WHEN DV-USO NOT = "I" AND DV-PARENTESCO NOT = "F"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "SALARIO-FAMILIA SO PARA FILHO"
                          TO WRK-MOTIVO
              END-EVALUATE
              IF MOVTO-VALIDO
                  PERFORM 0220-LOCALIZA-DEPEND
                  EVALUATE TRUE
                      WHEN DV-TIPO-MOVTO = "A"
                              AND ACHOU-DEPEND
                              AND TAB-DE-STATUS(TAB-DE-IDX) = "A"
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "DEPENDENTE JA CADASTRADO"
                              TO WRK-MOTIVO
                      WHEN DV-TIPO-MOVTO = "A"
                              AND NOT ACHOU-DEPEND
                              AND WRK-QTD-DEPEND NOT LESS
                                  WRK-LIMITE-DEPEND
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "CADASTRO CHEIO" TO WRK-MOTIVO
                      WHEN (DV-TIPO-MOVTO = "C" OR DV-TIPO-MOVTO = "D")
                              AND (NOT ACHOU-DEPEND
                              OR TAB-DE-STATUS(TAB-DE-IDX) NOT = "A")
                          MOVE "N" TO WRK-MOVTO-VALIDO
                          MOVE "DEPENDENTE NAO CADASTRADO"
                              TO WRK-MOTIVO
                  END-EVALUATE
              END-IF.

      *    Chave do dependente: codigo do funcionario e nome.
         0220-LOCALIZA-DEPEND SECTION.
              MOVE "N" TO WRK-ACHOU-DEPEND
              IF WRK-QTD-DEPEND GREATER ZERO
                  SET TAB-DE-IDX TO 1
                  SEARCH TAB-DE-REG
                      AT END
                          CONTINUE
                      WHEN TAB-DE-CODIGO-FUNC(TAB-DE-IDX) =
                              DV-CODIGO-FUNC
                          AND TAB-DE-NOME(TAB-DE-IDX) = DV-NOME
                          SET ACHOU-DEPEND TO TRUE
                  END-SEARCH
              END-IF.

         0250-GRAVA-EXCECAO SECTION.
              MOVE DV-TIPO-MOVTO  TO EX-TIPO-MOVTO
              MOVE DEPENDMOV-REG(2:4) TO EX-CODIGO-FUNC
              MOVE DV-NOME        TO EX-NOME
              MOVE WRK-MOTIVO     TO EX-MOTIVO
              WRITE DEPENDEXC-REG
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE DEPENDMOV-REG(2:4) TO WRK-EXC-CHAVE
              MOVE WRK-MOTIVO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "MANUT-DEPEND" TO WRK-EXC-SISTEMA
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
              MOVE WRK-DATA-SISTEMA TO DA-DATA
              MOVE WRK-HORA-SISTEMA TO DA-HORA
              MOVE DV-CODIGO-FUNC   TO DA-CODIGO-FUNC
              MOVE DV-NOME          TO DA-NOME
              EVALUATE DV-TIPO-MOVTO
                  WHEN "A"
                      IF ACHOU-DEPEND
                          CONTINUE
                      ELSE
                          ADD 1 TO WRK-QTD-DEPEND
                          SET TAB-DE-IDX TO WRK-QTD-DEPEND
                          MOVE DV-CODIGO-FUNC
                              TO TAB-DE-CODIGO-FUNC(TAB-DE-IDX)
                          MOVE DV-NOME TO TAB-DE-NOME(TAB-DE-IDX)
                      END-IF
                      MOVE SPACES TO DA-USO-ANTES
                      PERFORM 0410-MONTA-DEPEND
                      MOVE "A" TO TAB-DE-STATUS(TAB-DE-IDX)
                      MOVE "INCLUSAO" TO DA-TIPO
                      MOVE DV-USO TO DA-USO-DEPOIS
                      WRITE DEPENDAUD-REG
                  WHEN "C"
                      MOVE TAB-DE-USO(TAB-DE-IDX) TO DA-USO-ANTES
                      PERFORM 0410-MONTA-DEPEND
                      MOVE "ALTERACAO" TO DA-TIPO
                      MOVE DV-USO TO DA-USO-DEPOIS
                      WRITE DEPENDAUD-REG
                  WHEN "D"
                      MOVE TAB-DE-USO(TAB-DE-IDX) TO DA-USO-ANTES
                      MOVE "E" TO TAB-DE-STATUS(TAB-DE-IDX)
                      MOVE "EXCLUSAO" TO DA-TIPO
                      MOVE SPACES TO DA-USO-DEPOIS
                      WRITE DEPENDAUD-REG
              END-EVALUATE.

         0410-MONTA-DEPEND SECTION.
              MOVE DV-NASCIMENTO TO TAB-DE-NASCIMENTO(TAB-DE-IDX)
              MOVE DV-PARENTESCO TO TAB-DE-PARENTESCO(TAB-DE-IDX)
              MOVE DV-USO        TO TAB-DE-USO(TAB-DE-IDX).

         0700-GRAVA-CADASTRO-FINAL SECTION.
              OPEN OUTPUT DEPENDENTES-FILE
              IF WRK-STATUS-DEPEND NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "DEPENDENTES.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-DEPEND TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-DE-IDX FROM 1 BY 1
                  UNTIL TAB-DE-IDX GREATER WRK-QTD-DEPEND
                  IF TAB-DE-STATUS(TAB-DE-IDX) = "A"
                      MOVE TAB-DE-CODIGO-FUNC(TAB-DE-IDX)
                          TO DE-CODIGO-FUNC
                      MOVE TAB-DE-NOME(TAB-DE-IDX) TO DE-NOME
                      MOVE TAB-DE-NASCIMENTO(TAB-DE-IDX)
                          TO DE-NASCIMENTO
                      MOVE TAB-DE-PARENTESCO(TAB-DE-IDX)
                          TO DE-PARENTESCO
                      MOVE TAB-DE-USO(TAB-DE-IDX) TO DE-USO
                      WRITE DEPENDENTES-REG
                      ADD 1 TO WRK-TOTAL-ATIVOS
                      PERFORM 0710-VERIFICA-IDADE
                  END-IF
              END-PERFORM
              CLOSE DEPENDENTES-FILE.

      *    Filho que ja passou da idade limite de todos os seus usos
      *    nao conta mais na folha; fica no cadastro como historico.
         0710-VERIFICA-IDADE SECTION.
              IF DE-PARENTESCO NOT = "F"
                  GO TO 0710-SAIDA
              END-IF
              COMPUTE WRK-IDADE =
                  (WRK-DATA-SISTEMA - DE-NASCIMENTO) / 10000
              IF (DE-USO = "S" AND WRK-IDADE NOT LESS WRK-IDADE-SALFAM)
                  OR (DE-USO NOT = "S"
                      AND WRK-IDADE NOT LESS WRK-IDADE-IRRF
                      AND WRK-IDADE NOT LESS WRK-IDADE-SALFAM)
                  ADD 1 TO WRK-QTD-FORA-IDADE
              END-IF.
         0710-SAIDA.
              EXIT.

         9000-FINALIZAR SECTION.
              CLOSE DEPENDMOV-FILE
              CLOSE DEPENDEXC-FILE
              CLOSE DEPENDAUD-FILE
              CLOSE EXCDIARIO-FILE
              DISPLAY "Total de dependentes no cadastro : "
                  WRK-TOTAL-ATIVOS
              DISPLAY "Ja fora da idade limite          : "
                  WRK-QTD-FORA-IDADE
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
       END PROGRAM MANDEPEND.
