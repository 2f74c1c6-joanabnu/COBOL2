      *          enquanto ainda ha alguem acordado.
      * Tectonics: cobc
      * Mod Log:
      *   14/02/2025 - JLS - Verificacao confere as tabelas progressivas
      *                      com vigencia: conjuntos contiguos e em
      *                      ordem de vigencia, faixas crescentes, no
      *                      maximo 10 por conjunto, IRRF fechando na
      *                      faixa aberta e algum conjunto em vigor
      *                      hoje.
      *   06/03/2025 - JLS - Movimento de arquivo marcado como sensivel
      *                      em APROVTIPO.DAT nao e aplicado: vai para
      *                      PENDAPROV.DAT (APROVCTL) esperando outro
      *                      operador aprovar pelo MENU (APROVMOV). Os
      *                      aprovados voltam em PARMOVAUT.DAT, sao
      *                      aplicados depois do PARMOV.DAT e auditados
      *                      com o aprovador em PA-AUTORIZADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANPARAM.
           SELECT PARMOV-FILE ASSIGN TO "PARMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV.
           SELECT AUTORIZADOS-FILE ASSIGN TO "PARMOVAUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUT.
           SELECT ALVO-FILE ASSIGN TO WRK-NOME-ALVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALVO.
           05 PRM-POS                PIC 9(03).
           05 PRM-VALOR              PIC X(10).

      *    Movimento aprovado pelo segundo operador (APROVMOV), com a
      *    imagem do PARMOV.DAT em AU-MOVIMENTO.
       FD  AUTORIZADOS-FILE.
       01  AUTORIZADOS-REG.
           05 AU-PREPARADOR          PIC X(08).
           05 AU-AUTORIZADOR         PIC X(08).
           05 AU-DATA                PIC 9(08).
           05 AU-MOVIMENTO           PIC X(300).

       FD  ALVO-FILE.
       01  ALVO-REG                  PIC X(80).

           05 PA-POS                 PIC 9(03).
           05 PA-ANTES               PIC X(10).
           05 PA-DEPOIS              PIC X(10).
           05 PA-AUTORIZADOR         PIC X(08).

       FD  PARMEXC-FILE.
       01  PARMEXC-REG.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.

         01 WRK-PARM-APROV.
             05 WRK-AC-FUNCAO      PIC X(01) VALUE SPACE.
             05 WRK-AC-ORIGEM      PIC X(12) VALUE SPACES.
             05 WRK-AC-TIPO        PIC X(20) VALUE SPACES.
             05 WRK-AC-OPERADOR    PIC X(08) VALUE SPACES.
             05 WRK-AC-SENSIVEL    PIC X(01) VALUE "N".
                 88 WRK-AC-EXIGE-APROVACAO VALUE "S".
             05 WRK-AC-NIVEL       PIC 9(01) VALUE ZEROS.
             05 WRK-AC-PRAZO       PIC 9(03) VALUE ZEROS.
             05 WRK-AC-QTD         PIC 9(03) VALUE ZEROS.
             05 WRK-AC-RESULTADO   PIC X(01) VALUE "0".
             05 WRK-AC-MOVIMENTO   PIC X(300) VALUE SPACES.
             05 WRK-AC-RETORNO     PIC 9(02) VALUE ZEROS.

         77 WRK-STATUS-CAT       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-MOV       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-ALVO      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUD       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EXC       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-AUT       PIC X(02) VALUE SPACES.
         77 WRK-NOME-ALVO        PIC X(20) VALUE SPACES.
         77 WRK-FIM-ARQUIVO      PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".
             88 FIM-ARQUIVO-MOV VALUE "S".
         77 WRK-TEM-MOVTOS       PIC X(01) VALUE "S".
             88 TEM-MOVTOS VALUE "S".
         77 WRK-PARMOV-ABERTO    PIC X(01) VALUE "N".
             88 PARMOV-ABERTO VALUE "S".

      *    Segunda passagem, pelos movimentos ja aprovados
      *    (PARMOVAUT.DAT), e retencao dos sensiveis para aprovacao.
         77 WRK-LENDO-AUTORIZADOS PIC X(01) VALUE "N".
             88 LENDO-AUTORIZADOS VALUE "S".
         77 WRK-AUTORIZADOR      PIC X(08) VALUE SPACES.
         77 WRK-RETIDO           PIC X(01) VALUE "N".
             88 RETIDO-APROVACAO VALUE "S".
         77 WRK-QTD-RETIDOS      PIC 9(06) VALUE ZEROS.

         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-QTD-ACHADOS      PIC 9(03) VALUE ZEROS.
         77 WRK-IDX-VER          PIC 9(03) VALUE ZEROS.

      *    Conferencia das tabelas progressivas com vigencia
      *    (PARAMINSS.DAT e PARAMIRRF.DAT).
         01 WRK-LINHA-FAIXA.
             05 WRK-LF-ATE         PIC X(09).
             05 WRK-LF-ALIQUOTA    PIC X(05).
             05 WRK-LF-PARCELA     PIC X(08).
             05 WRK-LF-VIGENCIA    PIC X(08).
             05 FILLER             PIC X(50).
         77 WRK-ATE-LINHA        PIC 9(09) VALUE ZEROS.
         77 WRK-ATE-ANTERIOR     PIC 9(09) VALUE ZEROS.
         77 WRK-VIG-LINHA        PIC 9(08) VALUE ZEROS.
         77 WRK-VIG-ANTERIOR     PIC 9(08) VALUE ZEROS.
         77 WRK-QTD-FAIXAS-CONJ  PIC 9(02) VALUE ZEROS.
         77 WRK-LINHA-ED         PIC Z9.
         77 WRK-HA-VIGENTE       PIC X(01) VALUE "N".
             88 HA-VIGENTE VALUE "S".

         01 WRK-LINHA-VER.
             05 WRK-LV-ARQUIVO     PIC X(20).
             05 FILLER             PIC X(01) VALUE SPACE.
              MOVE "N" TO WRK-FIM-ARQUIVO
              MOVE "N" TO WRK-FIM-MOV
              MOVE "S" TO WRK-TEM-MOVTOS
              MOVE "N" TO WRK-PARMOV-ABERTO
              MOVE "N" TO WRK-LENDO-AUTORIZADOS
              MOVE "N" TO WRK-RETIDO
              MOVE SPACES TO WRK-AUTORIZADOR
              MOVE ZEROS TO WRK-QTD-RETIDOS
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-SISTEMA FROM TIME
              PERFORM 1050-CARREGA-CATALOGO
      *    Sem movimentos nem aprovados o programa roda so a
      *    verificacao.
              OPEN INPUT PARMOV-FILE
              IF WRK-STATUS-MOV = "00"
                  SET PARMOV-ABERTO TO TRUE
              ELSE
                  SET FIM-ARQUIVO-MOV TO TRUE
                  PERFORM 1140-ABRE-AUTORIZADOS
                  IF NOT LENDO-AUTORIZADOS
                      DISPLAY "Aviso: PARMOV.DAT indisponivel (status "
                          WRK-STATUS-MOV ") - so verificacao"
                      MOVE "N" TO WRK-TEM-MOVTOS
                  END-IF
              END-IF
              IF TEM-MOVTOS
                  OPEN OUTPUT PARMEXC-FILE
              CLOSE PARAMCAT-FILE.

         1100-LER-MOVTO SECTION.
              IF LENDO-AUTORIZADOS
                  PERFORM 1150-LER-AUTORIZADO
                  GO TO 1100-SAIDA
              END-IF
              MOVE SPACES TO WRK-AUTORIZADOR
              READ PARMOV-FILE
                  AT END
                      SET FIM-ARQUIVO-MOV TO TRUE
              END-READ
              IF FIM-ARQUIVO-MOV
                  PERFORM 1140-ABRE-AUTORIZADOS
                  IF LENDO-AUTORIZADOS
                      PERFORM 1150-LER-AUTORIZADO
                  END-IF
              END-IF.
         1100-SAIDA.
              EXIT.

      *    Terminado o PARMOV.DAT, seguem os movimentos aprovados
      *    pelo segundo operador, se houver.
         1140-ABRE-AUTORIZADOS SECTION.
              OPEN INPUT AUTORIZADOS-FILE
              IF WRK-STATUS-AUT = "00"
                  SET LENDO-AUTORIZADOS TO TRUE
                  MOVE "N" TO WRK-FIM-MOV
              END-IF.

         1150-LER-AUTORIZADO SECTION.
              READ AUTORIZADOS-FILE
                  AT END
                      SET FIM-ARQUIVO-MOV TO TRUE
                  NOT AT END
                      MOVE AU-MOVIMENTO TO PARMOV-REG
                      MOVE AU-AUTORIZADOR TO WRK-AUTORIZADOR
              END-READ.

         0200-RECEBEMOVTO SECTION.
              PERFORM 0210-VALIDA-MOVTO
              MOVE "N" TO WRK-RETIDO
              IF MOVTO-VALIDO
                  PERFORM 0230-CONFERE-APROVACAO
              END-IF
              IF MOVTO-VALIDO AND NOT RETIDO-APROVACAO
                  PERFORM 0400-APLICA-MOVIMENTO
              END-IF
              EVALUATE TRUE
                  WHEN RETIDO-APROVACAO
                      ADD 1 TO WRK-QTD-RETIDOS
                  WHEN MOVTO-VALIDO
                      ADD 1 TO WRK-JOB-GRAVADOS
                  WHEN OTHER
                      PERFORM 0250-GRAVA-EXCECAO
              END-EVALUATE
              ADD 1 TO WRK-JOB-LIDOS
              PERFORM 1100-LER-MOVTO.
         0200-EXIT.
                  END-SEARCH
              END-IF.

      *    Aprovado volta validado como qualquer movimento, mas o
      *    aprovador tem de ser outro operador. Movimento novo de
      *    arquivo sensivel vai para a fila de aprovacao e nao e
      *    aplicado agora.
         0230-CONFERE-APROVACAO SECTION.
              IF LENDO-AUTORIZADOS
                  IF WRK-AUTORIZADOR = SPACES
                      OR WRK-AUTORIZADOR = PRM-OPERADOR
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "APROVADOR IGUAL AO PREPARADOR"
                          TO WRK-MOTIVO
                  END-IF
                  GO TO 0230-SAIDA
              END-IF
              MOVE "V" TO WRK-AC-FUNCAO
              MOVE "PARMOV" TO WRK-AC-ORIGEM
              MOVE PRM-ARQUIVO TO WRK-AC-TIPO
              MOVE PRM-OPERADOR TO WRK-AC-OPERADOR
              MOVE RETURN-CODE TO WRK-AC-RETORNO
              CALL "APROVCTL" USING WRK-PARM-APROV
              IF NOT WRK-AC-EXIGE-APROVACAO
                  GO TO 0230-SAIDA
              END-IF
              MOVE "P" TO WRK-AC-FUNCAO
              MOVE PARMOV-REG TO WRK-AC-MOVIMENTO
              MOVE RETURN-CODE TO WRK-AC-RETORNO
              CALL "APROVCTL" USING WRK-PARM-APROV
              IF WRK-AC-RESULTADO = "0"
                  SET RETIDO-APROVACAO TO TRUE
                  DISPLAY "Retido para aprovacao : " PRM-ARQUIVO
                      " linha " PRM-LINHA " por " PRM-OPERADOR
              ELSE
                  MOVE "N" TO WRK-MOVTO-VALIDO
                  MOVE "FILA DE APROVACAO INDISPONIVEL" TO WRK-MOTIVO
              END-IF.
         0230-SAIDA.
              EXIT.

         0250-GRAVA-EXCECAO SECTION.
              MOVE PRM-OPERADOR TO EX-OPERADOR
              MOVE PRM-ARQUIVO  TO EX-ARQUIVO
              MOVE SPACES           TO PA-DEPOIS
              MOVE PRM-VALOR(1:WRK-TAM-CAMPO)
                  TO PA-DEPOIS(1:WRK-TAM-CAMPO)
              MOVE WRK-AUTORIZADOR  TO PA-AUTORIZADOR
              WRITE PARAMAUD-REG.
         0400-SAIDA.
              EXIT.
                  SET TAB-CT-IDX TO WRK-IDX-VER
                  PERFORM 0850-VERIFICA-CAMPO
              END-PERFORM
              MOVE "PARAMINSS.DAT" TO WRK-NOME-ALVO
              PERFORM 0870-VERIFICA-FAIXAS
              MOVE "PARAMIRRF.DAT" TO WRK-NOME-ALVO
              PERFORM 0870-VERIFICA-FAIXAS
              IF WRK-QTD-ACHADOS = ZEROS
                  MOVE "  NENHUM PROBLEMA ENCONTRADO"
                      TO PARAMVERREL-REG
              MOVE WRK-LV-SITUACAO TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

      *    Tabelas progressivas: cada conjunto de faixas de uma mesma
      *    vigencia vem contiguo, os conjuntos em ordem de vigencia,
      *    as faixas de cada conjunto crescentes e no maximo 10 por
      *    conjunto; o conjunto do IRRF fecha na faixa aberta
      *    (9999999,99). Algum conjunto tem de estar em vigor hoje.
         0870-VERIFICA-FAIXAS SECTION.
              MOVE "S" TO WRK-MOVTO-VALIDO
              PERFORM 0450-CARREGA-ALVO
              MOVE WRK-NOME-ALVO TO WRK-LV-ARQUIVO
              MOVE "TABELA PROGRESSIVA" TO WRK-LV-DESCRICAO
              IF NOT MOVTO-VALIDO
                  MOVE "ARQUIVO NAO ABRE" TO WRK-LV-SITUACAO
                  PERFORM 0860-GRAVA-ACHADO
                  GO TO 0870-SAIDA
              END-IF
              IF WRK-QTD-ALVO = ZEROS
                  MOVE "ARQUIVO VAZIO" TO WRK-LV-SITUACAO
                  PERFORM 0860-GRAVA-ACHADO
                  GO TO 0870-SAIDA
              END-IF
              MOVE ZEROS TO WRK-VIG-ANTERIOR
              MOVE ZEROS TO WRK-ATE-ANTERIOR
              MOVE ZEROS TO WRK-QTD-FAIXAS-CONJ
              MOVE "N" TO WRK-HA-VIGENTE
              PERFORM VARYING WRK-IDX-ALVO FROM 1 BY 1
                  UNTIL WRK-IDX-ALVO GREATER WRK-QTD-ALVO
                  PERFORM 0875-CONFERE-LINHA-FAIXA
              END-PERFORM
              PERFORM 0878-FECHA-CONJUNTO
              IF NOT HA-VIGENTE
                  MOVE "TABELA PROGRESSIVA" TO WRK-LV-DESCRICAO
                  MOVE "NENHUM CONJUNTO EM VIGOR HOJE"
                      TO WRK-LV-SITUACAO
                  PERFORM 0860-GRAVA-ACHADO
              END-IF.
         0870-SAIDA.
              EXIT.

      *    Linha sem vigencia e da tabela antiga, valida desde sempre.
         0875-CONFERE-LINHA-FAIXA SECTION.
              MOVE TAB-AL-LINHA(WRK-IDX-ALVO) TO WRK-LINHA-FAIXA
              MOVE WRK-IDX-ALVO TO WRK-LINHA-ED
              MOVE SPACES TO WRK-LV-DESCRICAO
              STRING "LINHA " DELIMITED BY SIZE
                  WRK-LINHA-ED DELIMITED BY SIZE
                  INTO WRK-LV-DESCRICAO
              IF WRK-LF-VIGENCIA = SPACES
                  MOVE ZEROS TO WRK-LF-VIGENCIA
              END-IF
              IF WRK-LF-VIGENCIA NOT NUMERIC
                  MOVE "VIGENCIA INVALIDA" TO WRK-LV-SITUACAO
                  PERFORM 0860-GRAVA-ACHADO
                  GO TO 0875-SAIDA
              END-IF
              IF WRK-LF-ATE NOT NUMERIC
                  MOVE "LIMITE DA FAIXA NAO NUMERICO"
                      TO WRK-LV-SITUACAO
                  PERFORM 0860-GRAVA-ACHADO
                  GO TO 0875-SAIDA
              END-IF
              MOVE WRK-LF-VIGENCIA TO WRK-VIG-LINHA
              MOVE WRK-LF-ATE TO WRK-ATE-LINHA
              IF WRK-QTD-FAIXAS-CONJ GREATER ZERO
                  AND WRK-VIG-LINHA LESS WRK-VIG-ANTERIOR
                  MOVE "VIGENCIA FORA DE ORDEM" TO WRK-LV-SITUACAO
                  PERFORM 0860-GRAVA-ACHADO
                  GO TO 0875-SAIDA
              END-IF
              IF WRK-QTD-FAIXAS-CONJ = ZERO
                  OR WRK-VIG-LINHA GREATER WRK-VIG-ANTERIOR
                  PERFORM 0878-FECHA-CONJUNTO
                  MOVE WRK-VIG-LINHA TO WRK-VIG-ANTERIOR
                  MOVE ZEROS TO WRK-QTD-FAIXAS-CONJ
                  IF WRK-VIG-LINHA NOT GREATER WRK-DATA-SISTEMA
                      SET HA-VIGENTE TO TRUE
                  END-IF
              ELSE
                  IF WRK-ATE-LINHA NOT GREATER WRK-ATE-ANTERIOR
                      MOVE "FAIXAS NAO CRESCENTES"
                          TO WRK-LV-SITUACAO
                      PERFORM 0860-GRAVA-ACHADO
                  END-IF
              END-IF
              ADD 1 TO WRK-QTD-FAIXAS-CONJ
              MOVE WRK-ATE-LINHA TO WRK-ATE-ANTERIOR.
         0875-SAIDA.
              EXIT.

         0878-FECHA-CONJUNTO SECTION.
              IF WRK-QTD-FAIXAS-CONJ = ZERO
                  GO TO 0878-SAIDA
              END-IF
              MOVE SPACES TO WRK-LV-DESCRICAO
              STRING "CONJ. VIGENCIA " DELIMITED BY SIZE
                  WRK-VIG-ANTERIOR DELIMITED BY SIZE
                  INTO WRK-LV-DESCRICAO
              IF WRK-QTD-FAIXAS-CONJ GREATER 10
                  MOVE "MAIS DE 10 FAIXAS NO CONJUNTO"
                      TO WRK-LV-SITUACAO
                  PERFORM 0860-GRAVA-ACHADO
              END-IF
              IF WRK-NOME-ALVO = "PARAMIRRF.DAT"
                  AND WRK-ATE-ANTERIOR NOT = 999999999
                  MOVE "IRRF SEM A FAIXA FINAL ABERTA"
                      TO WRK-LV-SITUACAO
                  PERFORM 0860-GRAVA-ACHADO
              END-IF.
         0878-SAIDA.
              EXIT.

         9000-FINALIZAR SECTION.
              IF PARMOV-ABERTO
                  CLOSE PARMOV-FILE
              END-IF
              IF LENDO-AUTORIZADOS
                  PERFORM 9050-ESVAZIA-AUTORIZADOS
              END-IF
              IF TEM-MOVTOS
                  CLOSE PARMEXC-FILE
                  CLOSE PARAMAUD-FILE
              END-IF
              CLOSE EXCDIARIO-FILE
              PERFORM 9900-RODAPE.

      *    Aprovados ja passaram (aplicados ou rejeitados com o
      *    motivo em PARMEXC.DAT): o arquivo e esvaziado para nao
      *    reaplicar na proxima execucao.
         9050-ESVAZIA-AUTORIZADOS SECTION.
              CLOSE AUTORIZADOS-FILE
              OPEN OUTPUT AUTORIZADOS-FILE
              IF WRK-STATUS-AUT = "00"
                  CLOSE AUTORIZADOS-FILE
              ELSE
                  DISPLAY "Aviso: PARMOVAUT.DAT nao esvaziado : "
                      WRK-STATUS-AUT
                  MOVE 4 TO RETURN-CODE
              END-IF.

         9900-RODAPE SECTION.
              MOVE RETURN-CODE TO WRK-JOB-RETORNO
              CALL "GRAVARUNLOG" USING WRK-JOB-NOME WRK-JOB-DATAHORA
              DISPLAY "MOVIMENTOS LIDOS      : " WRK-JOB-LIDOS
              DISPLAY "MOVIMENTOS APLICADOS  : " WRK-JOB-GRAVADOS
              DISPLAY "MOVIMENTOS REJEITADOS : " WRK-JOB-REJEITADOS
              DISPLAY "RETIDOS P/ APROVACAO  : " WRK-QTD-RETIDOS
              DISPLAY "ACHADOS NA VERIFICACAO: " WRK-QTD-ACHADOS
              DISPLAY "==========================================".
       END PROGRAM MANPARAM.
