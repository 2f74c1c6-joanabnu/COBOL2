      *          MATRICULAEXC.DAT e EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      *   20/02/2025 - JLS - Matricula ganha a data de ativacao e o
      *                      curso (MT-DATA-ATIVACAO e MT-CURSO, no
      *                      final do registro, vindos do movimento)
      *                      para a cobranca de mensalidades: inclusao e
      *                      reativacao gravam a data informada ou a do
      *                      sistema; curso em branco na alteracao
      *                      mantem o atual. Registro antigo sem os
      *                      campos fica com data zerada.
      *   22/02/2025 - JLS - Inativacao ou exclusao no lote libera as
      *                      vagas e os lugares na lista de espera do
      *                      aluno nas secoes (INSCTURMA.DAT, pela
      *                      rotina VAGATURMA) e chama a espera por
      *                      ordem de pedido ate a capacidade da secao.
      *   07/03/2025 - JLS - Matricula ganha o nome e o e-mail do
      *                      responsavel (MT-RESP-NOME e MT-RESP-EMAIL,
      *                      no final do registro, vindos do movimento),
      *                      endereco dos avisos aos pais na fila do
      *                      NOTIFICA; e-mail conferido pelo VALEMAIL e
      *                      campo em branco na alteracao mantem o
      *                      atual, como o curso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANMATRICULA.
           05 MM-SITUACAO            PIC X(01).
           05 MM-DATA-INATIVO        PIC 9(08).
           05 MM-MOTIVO-INATIVO      PIC X(02).
           05 MM-DATA-ATIVACAO       PIC 9(08).
           05 MM-CURSO               PIC X(04).
           05 MM-RESP-NOME           PIC X(30).
           05 MM-RESP-EMAIL          PIC X(50).

       FD  MATRICULAS-FILE.
       01  MATRICULAS-REG.
           05 MT-SITUACAO            PIC X(01).
           05 MT-DATA-INATIVO        PIC 9(08).
           05 MT-MOTIVO-INATIVO      PIC X(02).
           05 MT-DATA-ATIVACAO       PIC 9(08).
           05 MT-CURSO               PIC X(04).
           05 MT-RESP-NOME           PIC X(30).
           05 MT-RESP-EMAIL          PIC X(50).

       FD  MATRICULAEXC-FILE.
       01  MATRICULAEXC-REG.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.

         01 WRK-PARM-VALEMAIL.
             05 WRK-VE-EMAIL       PIC X(50) VALUE SPACES.
             05 WRK-VE-VALIDO      PIC X(01) VALUE "N".
             05 WRK-VE-RETORNO     PIC 9(02) VALUE ZEROS.

         01 WRK-PARM-VAGA.
             05 WRK-VT-OPERACAO    PIC X(01) VALUE SPACES.
             05 WRK-VT-SISTEMA     PIC X(15) VALUE SPACES.
             05 WRK-VT-MATRICULA   PIC 9(06) VALUE ZEROS.
             05 WRK-VT-SECAO       PIC X(03) VALUE SPACES.
             05 WRK-VT-TERMO       PIC X(06) VALUE SPACES.
             05 WRK-VT-DATA-PEDIDO PIC 9(08) VALUE ZEROS.
             05 WRK-VT-QTD-LINHAS  PIC 9(04) VALUE ZEROS.
             05 WRK-VT-RETORNO     PIC X(01) VALUE SPACES.
                 88 VT-SEM-CONTROLE    VALUE "X".

         77 WRK-STATUS-MOV       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-MATR      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC       PIC X(02) VALUE SPACES.
                 10 TAB-MT-DATA-INAT   PIC 9(08).
                 10 TAB-MT-MOTIVO-INAT PIC X(02).
                 10 TAB-MT-STATUS      PIC X(01).
                 10 TAB-MT-DATA-ATIV   PIC 9(08).
                 10 TAB-MT-CURSO       PIC X(04).
                 10 TAB-MT-RESP-NOME   PIC X(30).
                 10 TAB-MT-RESP-EMAIL  PIC X(50).
         77 WRK-QTD-MATR         PIC 9(03) VALUE ZEROS.
         77 WRK-LIMITE-MATR      PIC 9(03) VALUE 500.
         77 WRK-ACHOU-MATR       PIC X(01) VALUE "N".
             88 ACHOU-MATR VALUE "S".
         77 WRK-TOTAL-ATIVAS     PIC 9(03) VALUE ZEROS.

      *    Inativacao ou exclusao no lote: as vagas do aluno nas
      *    secoes passam ao proximo da lista de espera.
         77 WRK-HOUVE-SAIDA      PIC X(01) VALUE "N".
             88 HOUVE-SAIDA VALUE "S".
         77 WRK-TOTAL-LIBERADAS  PIC 9(04) VALUE ZEROS.
         77 WRK-TOTAL-ADMITIDOS  PIC 9(04) VALUE ZEROS.
         77 WRK-RETORNO-LOTE     PIC S9(04) VALUE ZEROS.

         01 WRK-DATA-INATIVO-X.
             05 WRK-DI-ANO        PIC X(04).
             05 WRK-DI-MES        PIC X(02).
             05 WRK-DI-DIA        PIC X(02).

      *    Data de ativacao informada no movimento; em branco vale a
      *    data do sistema na inclusao e na reativacao.
         01 WRK-DATA-ATIVACAO-X.
             05 WRK-DA-ANO        PIC X(04).
             05 WRK-DA-MES        PIC X(02).
             05 WRK-DA-DIA        PIC X(02).

           COPY DATECPY.

       PROCEDURE DIVISION.
              PERFORM 0200-RECEBEMOVTO THRU 0200-EXIT
                  UNTIL FIM-ARQUIVO-MOV
              PERFORM 0700-GRAVA-CADASTRO-FINAL
              PERFORM 0750-LIBERA-VAGAS
              PERFORM 9000-FINALIZAR
              GOBACK.

              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-MATR
              MOVE ZEROS TO WRK-TOTAL-ATIVAS
              MOVE "N" TO WRK-HOUVE-SAIDA
              MOVE ZEROS TO WRK-TOTAL-LIBERADAS
              MOVE ZEROS TO WRK-TOTAL-ADMITIDOS.

         0010-CABECALHO SECTION.
              MOVE "MANUT-MATRICULA" TO WRK-JOB-NOME
                                  TAB-MT-NOME(WRK-QTD-MATR)
                              MOVE MT-SITUACAO TO
                                  TAB-MT-SITUACAO(WRK-QTD-MATR)
                              IF MT-DATA-INATIVO NOT NUMERIC
                                  MOVE ZEROS TO MT-DATA-INATIVO
                              END-IF
                              MOVE MT-DATA-INATIVO TO
                                  TAB-MT-DATA-INAT(WRK-QTD-MATR)
                              MOVE MT-MOTIVO-INATIVO TO
                                  TAB-MT-MOTIVO-INAT(WRK-QTD-MATR)
                              MOVE "A" TO
                                  TAB-MT-STATUS(WRK-QTD-MATR)
                              IF MT-DATA-ATIVACAO NOT NUMERIC
                                  MOVE ZEROS TO MT-DATA-ATIVACAO
                              END-IF
                              MOVE MT-DATA-ATIVACAO TO
                                  TAB-MT-DATA-ATIV(WRK-QTD-MATR)
                              MOVE MT-CURSO TO
                                  TAB-MT-CURSO(WRK-QTD-MATR)
                              MOVE MT-RESP-NOME TO
                                  TAB-MT-RESP-NOME(WRK-QTD-MATR)
                              MOVE MT-RESP-EMAIL TO
                                  TAB-MT-RESP-EMAIL(WRK-QTD-MATR)
                      END-READ
                  END-PERFORM
                  CLOSE MATRICULAS-FILE
                  AND MM-SITUACAO = "I"
                  PERFORM 0215-VALIDA-INATIVACAO
              END-IF
              MOVE MM-DATA-ATIVACAO TO WRK-DATA-ATIVACAO-X
              IF MOVTO-VALIDO
                  AND (MM-TIPO-MOVTO = "A" OR MM-TIPO-MOVTO = "C")
                  AND WRK-DATA-ATIVACAO-X NOT = SPACES
                  AND WRK-DATA-ATIVACAO-X NOT = "00000000"
                  PERFORM 0217-VALIDA-ATIVACAO
              END-IF
              IF MOVTO-VALIDO
                  AND (MM-TIPO-MOVTO = "A" OR MM-TIPO-MOVTO = "C")
                  AND MM-RESP-EMAIL NOT = SPACES
                  MOVE MM-RESP-EMAIL TO WRK-VE-EMAIL
                  MOVE RETURN-CODE TO WRK-VE-RETORNO
                  CALL "VALEMAIL" USING WRK-PARM-VALEMAIL
                  IF WRK-VE-VALIDO NOT = "S"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "E-MAIL DO RESPONSAVEL INVALIDO"
                          TO WRK-MOTIVO
                  END-IF
              END-IF
              IF MOVTO-VALIDO
                  PERFORM 0220-LOCALIZA-MATR
                  EVALUATE TRUE
                  MOVE "MOTIVO DE INATIVACAO AUSENTE" TO WRK-MOTIVO
              END-IF.

         0217-VALIDA-ATIVACAO SECTION.
              IF WRK-DATA-ATIVACAO-X NOT NUMERIC
                  OR WRK-DA-MES < "01" OR WRK-DA-MES > "12"
                  OR WRK-DA-DIA < "01" OR WRK-DA-DIA > "31"
                  OR WRK-DA-ANO < WRK-ANO-MINIMO
                  OR WRK-DA-ANO > WRK-ANO-MAXIMO
                  MOVE "N" TO WRK-MOVTO-VALIDO
                  MOVE "DATA DE ATIVACAO INVALIDA" TO WRK-MOTIVO
              END-IF.

         0220-LOCALIZA-MATR SECTION.
              MOVE "N" TO WRK-ACHOU-MATR
              IF WRK-QTD-MATR GREATER ZERO
                      MOVE MM-SITUACAO TO MA-SITUACAO-DEPOIS
                      IF MM-SITUACAO = "I"
                          MOVE MM-MOTIVO-INATIVO TO MA-MOTIVO-INATIVO
                          SET HOUVE-SAIDA TO TRUE
                      END-IF
                      WRITE MATRICULAAUD-REG
                  WHEN "D"
                      SET HOUVE-SAIDA TO TRUE
                      MOVE TAB-MT-NOME(TAB-MT-IDX) TO MA-NOME-ANTES
                      MOVE TAB-MT-SITUACAO(TAB-MT-IDX)
                          TO MA-SITUACAO-ANTES
                      WRITE MATRICULAAUD-REG
              END-EVALUATE.

      *    Inclusao e reativacao (I para A) abrem um periodo novo de
      *    cobranca: a data de ativacao e a do movimento ou, em
      *    branco, a do sistema. Na alteracao comum a data so muda
      *    quando informada, e o curso so quando nao vem em branco.
         0420-MONTA-LINHA SECTION.
              IF MM-TIPO-MOVTO = "A"
                  OR (TAB-MT-SITUACAO(TAB-MT-IDX) = "I"
                  AND MM-SITUACAO = "A")
                  IF MM-DATA-ATIVACAO NUMERIC
                      AND MM-DATA-ATIVACAO GREATER ZEROS
                      MOVE MM-DATA-ATIVACAO
                          TO TAB-MT-DATA-ATIV(TAB-MT-IDX)
                  ELSE
                      MOVE WRK-DATA-SISTEMA
                          TO TAB-MT-DATA-ATIV(TAB-MT-IDX)
                  END-IF
              ELSE
                  IF MM-DATA-ATIVACAO NUMERIC
                      AND MM-DATA-ATIVACAO GREATER ZEROS
                      MOVE MM-DATA-ATIVACAO
                          TO TAB-MT-DATA-ATIV(TAB-MT-IDX)
                  END-IF
              END-IF
              IF MM-TIPO-MOVTO = "A" OR MM-CURSO NOT = SPACES
                  MOVE MM-CURSO TO TAB-MT-CURSO(TAB-MT-IDX)
              END-IF
              IF MM-TIPO-MOVTO = "A" OR MM-RESP-NOME NOT = SPACES
                  MOVE MM-RESP-NOME TO TAB-MT-RESP-NOME(TAB-MT-IDX)
              END-IF
              IF MM-TIPO-MOVTO = "A" OR MM-RESP-EMAIL NOT = SPACES
                  MOVE MM-RESP-EMAIL TO TAB-MT-RESP-EMAIL(TAB-MT-IDX)
              END-IF
              MOVE MM-NOME     TO TAB-MT-NOME(TAB-MT-IDX)
              MOVE MM-SITUACAO TO TAB-MT-SITUACAO(TAB-MT-IDX)
              IF MM-SITUACAO = "I"
                          TO MT-DATA-INATIVO
                      MOVE TAB-MT-MOTIVO-INAT(TAB-MT-IDX)
                          TO MT-MOTIVO-INATIVO
                      MOVE TAB-MT-DATA-ATIV(TAB-MT-IDX)
                          TO MT-DATA-ATIVACAO
                      MOVE TAB-MT-CURSO(TAB-MT-IDX) TO MT-CURSO
                      MOVE TAB-MT-RESP-NOME(TAB-MT-IDX)
                          TO MT-RESP-NOME
                      MOVE TAB-MT-RESP-EMAIL(TAB-MT-IDX)
                          TO MT-RESP-EMAIL
                      WRITE MATRICULAS-REG
                      ADD 1 TO WRK-TOTAL-ATIVAS
                  END-IF
              END-PERFORM
              CLOSE MATRICULAS-FILE.

      *    Com alguma saida no lote, todo aluno inativo ou excluido
      *    libera o que ocupa nas secoes (a liberacao repetida nao
      *    encontra nada) e a espera e chamada ate a capacidade.
         0750-LIBERA-VAGAS SECTION.
              MOVE RETURN-CODE TO WRK-RETORNO-LOTE
              IF NOT HOUVE-SAIDA
                  GO TO 0750-SAIDA
              END-IF
              MOVE "A" TO WRK-VT-OPERACAO
              MOVE WRK-JOB-NOME TO WRK-VT-SISTEMA
              CALL "VAGATURMA" USING WRK-PARM-VAGA
              IF VT-SEM-CONTROLE
                  GO TO 0750-SAIDA
              END-IF
              MOVE "L" TO WRK-VT-OPERACAO
              PERFORM VARYING TAB-MT-IDX FROM 1 BY 1
                  UNTIL TAB-MT-IDX GREATER WRK-QTD-MATR
                  IF TAB-MT-STATUS(TAB-MT-IDX) = "E"
                      OR TAB-MT-SITUACAO(TAB-MT-IDX) = "I"
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
              IF VT-SEM-CONTROLE
                  MOVE 8 TO WRK-RETORNO-LOTE
              END-IF.
      *    A rotina devolve o RETURN-CODE dela a cada chamada; vale o
      *    do lote de movimentos.
         0750-SAIDA.
              MOVE WRK-RETORNO-LOTE TO RETURN-CODE.

         9000-FINALIZAR SECTION.
              CLOSE MATRICULAMOV-FILE
              CLOSE MATRICULAEXC-FILE
              CLOSE EXCDIARIO-FILE
              DISPLAY "Total de matriculas no cadastro : "
                  WRK-TOTAL-ATIVAS
              IF HOUVE-SAIDA
                  DISPLAY "Inscricoes em secao liberadas   : "
                      WRK-TOTAL-LIBERADAS
                  DISPLAY "Alunos admitidos da espera      : "
                      WRK-TOTAL-ADMITIDOS
              END-IF
              PERFORM 9900-RODAPE.

         9900-RODAPE SECTION.
