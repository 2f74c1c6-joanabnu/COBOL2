      *                      colunas expressas): X(54) truncava o
      *                      prazo expresso e o status da faixa
      *                      trocada.
      *   27/01/2025 - JLS - Layout de TRANSP.DAT com os dados bancarios
      *                      da transportadora, como no MANTRANSP.
      *   06/03/2025 - JLS - Movimento ganha o operador que o preparou
      *                      (TM-OPERADOR). Tipo marcado como sensivel
      *                      em APROVTIPO.DAT nao e aplicado: vai para
      *                      PENDAPROV.DAT (APROVCTL) ate outro
      *                      operador aprovar pelo MENU (APROVMOV). Os
      *                      aprovados voltam em TABCEPMOVAUT.DAT, sao
      *                      aplicados depois do TABCEPMOV.DAT e a
      *                      auditoria traz preparador e aprovador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTABCEP.
           SELECT TABCEPEXC-FILE ASSIGN TO "TABCEPEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TABCEPEXC.
           SELECT AUTORIZADOS-FILE ASSIGN TO "TABCEPMOVAUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUT.
           SELECT TABCEPAUD-FILE ASSIGN TO "TABCEPAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TABCEPAUD.
           05 TM-PCT-EXPRESSO        PIC 9V999.
           05 TM-VALOR-KG-EXPRESSO   PIC 9(03)V99.
           05 TM-PRAZO-EXPRESSO      PIC 9(03).
           05 TM-OPERADOR            PIC X(08).

      *    Movimento aprovado pelo segundo operador (APROVMOV), com a
      *    imagem do TABCEPMOV.DAT em AU-MOVIMENTO.
       FD  AUTORIZADOS-FILE.
       01  AUTORIZADOS-REG.
           05 AU-PREPARADOR          PIC X(08).
           05 AU-AUTORIZADOR         PIC X(08).
           05 AU-DATA                PIC 9(08).
           05 AU-MOVIMENTO           PIC X(300).

       FD  TABCEP-FILE.
       01  TABCEP-REG.
           05 TA-PERCENTUAL-DEPOIS   PIC 9V999.
           05 TA-VALOR-KG-ANTES      PIC 9(03)V99.
           05 TA-VALOR-KG-DEPOIS     PIC 9(03)V99.
           05 TA-OPERADOR            PIC X(08).
           05 TA-AUTORIZADOR         PIC X(08).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG             PIC X(91).
           05 TR-CNPJ                PIC X(14).
           05 TR-CONTATO             PIC X(30).
           05 TR-ATIVO               PIC X(01).
           05 TR-DADOS-BANCARIOS.
               10 TR-BANCO           PIC 9(03).
               10 TR-AGENCIA         PIC 9(04).
               10 TR-CONTA           PIC 9(08).

       WORKING-STORAGE SECTION.

             05 WRK-BKP-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-BKP-RETORNO    PIC 9(02) VALUE ZEROS.

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

         77 WRK-STATUS-TABCEPMOV PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TABCEP    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TABCEPEXC PIC X(02) VALUE SPACES.
             88 FIM-ARQUIVO-TABCEPMOV VALUE "S".
         77 WRK-FIM-TABCEP       PIC X(01) VALUE "N".
             88 FIM-TABCEP VALUE "S".
         77 WRK-STATUS-AUT       PIC X(02) VALUE SPACES.

      *    Segunda passagem, pelos movimentos ja aprovados
      *    (TABCEPMOVAUT.DAT), e retencao dos sensiveis para aprovacao.
         77 WRK-LENDO-AUTORIZADOS PIC X(01) VALUE "N".
             88 LENDO-AUTORIZADOS VALUE "S".
         77 WRK-AUTORIZADOR      PIC X(08) VALUE SPACES.
         77 WRK-RETIDO           PIC X(01) VALUE "N".
             88 RETIDO-APROVACAO VALUE "S".
         77 WRK-QTD-RETIDOS      PIC 9(06) VALUE ZEROS.

         77 WRK-MOVTO-VALIDO     PIC X(01) VALUE "S".
             88 MOVTO-VALIDO VALUE "S".
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-TABCEPMOV
              MOVE "N" TO WRK-FIM-TABCEP
              MOVE "N" TO WRK-LENDO-AUTORIZADOS
              MOVE "N" TO WRK-RETIDO
              MOVE SPACES TO WRK-AUTORIZADOR
              MOVE ZEROS TO WRK-QTD-RETIDOS
              MOVE "S" TO WRK-MOVTO-VALIDO
              MOVE "N" TO WRK-HOUVE-TROCA
              MOVE "N" TO WRK-ACHOU-TARIFA
              END-IF.

         1100-LER-MOVTO SECTION.
              IF LENDO-AUTORIZADOS
                  PERFORM 1150-LER-AUTORIZADO
                  GO TO 1100-SAIDA
              END-IF
              MOVE SPACES TO WRK-AUTORIZADOR
              READ TABCEPMOV-FILE
                  AT END
                      SET FIM-ARQUIVO-TABCEPMOV TO TRUE
              END-READ
              IF FIM-ARQUIVO-TABCEPMOV
                  PERFORM 1140-ABRE-AUTORIZADOS
              END-IF.
         1100-SAIDA.
              EXIT.

      *    Terminado o TABCEPMOV.DAT, seguem os movimentos aprovados
      *    pelo segundo operador, se houver.
         1140-ABRE-AUTORIZADOS SECTION.
              OPEN INPUT AUTORIZADOS-FILE
              IF WRK-STATUS-AUT = "00"
                  SET LENDO-AUTORIZADOS TO TRUE
                  MOVE "N" TO WRK-FIM-TABCEPMOV
                  PERFORM 1150-LER-AUTORIZADO
              END-IF.

         1150-LER-AUTORIZADO SECTION.
              READ AUTORIZADOS-FILE
                  AT END
                      SET FIM-ARQUIVO-TABCEPMOV TO TRUE
                  NOT AT END
                      MOVE AU-MOVIMENTO TO TABCEPMOV-REG
                      MOVE AU-AUTORIZADOR TO WRK-AUTORIZADOR
              END-READ.

         0200-RECEBEMOVTO SECTION.
              PERFORM 0210-VALIDA-MOVTO
              MOVE "N" TO WRK-RETIDO
              IF MOVTO-VALIDO
                  PERFORM 0240-CONFERE-APROVACAO
              END-IF
              EVALUATE TRUE
                  WHEN RETIDO-APROVACAO
                      ADD 1 TO WRK-QTD-RETIDOS
                  WHEN MOVTO-VALIDO
                      PERFORM 0400-APLICA-MOVIMENTO
                      ADD 1 TO WRK-JOB-GRAVADOS
                  WHEN OTHER
                      PERFORM 0250-GRAVA-EXCECAO
              END-EVALUATE
              ADD 1 TO WRK-JOB-LIDOS
              PERFORM 1100-LER-MOVTO.
         0200-EXIT.
                  PERFORM 0220-LOCALIZA-TARIFA
              END-IF.

      *    Aprovado volta validado de novo contra a tabela do dia,
      *    mas o aprovador tem de ser outro operador. Movimento novo
      *    de tipo sensivel vai para a fila de aprovacao e nao e
      *    aplicado agora.
         0240-CONFERE-APROVACAO SECTION.
              IF LENDO-AUTORIZADOS
                  IF WRK-AUTORIZADOR = SPACES
                      OR WRK-AUTORIZADOR = TM-OPERADOR
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "APROVADOR IGUAL AO PREPARADOR"
                          TO WRK-MOTIVO
                  END-IF
                  GO TO 0240-SAIDA
              END-IF
              MOVE "V" TO WRK-AC-FUNCAO
              MOVE "TABCEPMOV" TO WRK-AC-ORIGEM
              MOVE TM-TIPO-MOVTO TO WRK-AC-TIPO
              MOVE TM-OPERADOR TO WRK-AC-OPERADOR
              MOVE RETURN-CODE TO WRK-AC-RETORNO
              CALL "APROVCTL" USING WRK-PARM-APROV
              IF NOT WRK-AC-EXIGE-APROVACAO
                  GO TO 0240-SAIDA
              END-IF
              IF TM-OPERADOR = SPACES
                  MOVE "N" TO WRK-MOVTO-VALIDO
                  MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO
                  GO TO 0240-SAIDA
              END-IF
              MOVE "P" TO WRK-AC-FUNCAO
              MOVE TABCEPMOV-REG TO WRK-AC-MOVIMENTO
              MOVE RETURN-CODE TO WRK-AC-RETORNO
              CALL "APROVCTL" USING WRK-PARM-APROV
              IF WRK-AC-RESULTADO = "0"
                  SET RETIDO-APROVACAO TO TRUE
                  DISPLAY "Retido para aprovacao : faixa "
                      TM-CEP-INICIO " " TM-TRANSPORTADORA
                      " por " TM-OPERADOR
              ELSE
                  MOVE "N" TO WRK-MOVTO-VALIDO
                  MOVE "FILA DE APROVACAO INDISPONIVEL" TO WRK-MOTIVO
              END-IF.
         0240-SAIDA.
              EXIT.

         0250-GRAVA-EXCECAO SECTION.
              MOVE TM-TIPO-MOVTO    TO EX-TIPO-MOVTO
              MOVE TM-CEP-INICIO    TO EX-CEP-INICIO
              MOVE TM-CEP-INICIO    TO TA-CEP-INICIO
              MOVE TM-TRANSPORTADORA TO TA-TRANSPORTADORA
              MOVE TM-DATA-VIGENCIA TO TA-DATA-VIGENCIA
              MOVE TM-OPERADOR      TO TA-OPERADOR
              MOVE WRK-AUTORIZADOR  TO TA-AUTORIZADOR
              EVALUATE TM-TIPO-MOVTO
                  WHEN "A"
                      IF ACHOU-TARIFA

         9000-FINALIZAR SECTION.
              CLOSE TABCEPMOV-FILE
              IF LENDO-AUTORIZADOS
                  PERFORM 9050-ESVAZIA-AUTORIZADOS
              END-IF
              CLOSE TABCEPEXC-FILE
              CLOSE TABCEPAUD-FILE
              CLOSE EXCDIARIO-FILE
                  WRK-TOTAL-ATIVAS
              PERFORM 9900-RODAPE.

      *    Aprovados ja passaram (aplicados ou rejeitados com o
      *    motivo em TABCEPEXC.DAT): o arquivo e esvaziado para nao
      *    reaplicar na proxima execucao.
         9050-ESVAZIA-AUTORIZADOS SECTION.
              CLOSE AUTORIZADOS-FILE
              OPEN OUTPUT AUTORIZADOS-FILE
              IF WRK-STATUS-AUT = "00"
                  CLOSE AUTORIZADOS-FILE
              ELSE
                  DISPLAY "Aviso: TABCEPMOVAUT.DAT nao esvaziado : "
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
              DISPLAY "==========================================".
       END PROGRAM MANTABCEP.
