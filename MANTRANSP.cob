      *          EXCDIARIO.DAT.
      * Tectonics: cobc
      * Mod Log:
      *   25/01/2025 - JLS - Cadastro ganha banco, agencia e conta da
      *                      transportadora no final do registro, para a
      *                      remessa de pagamento do PAGTRANSP;
      *                      movimento com dados bancarios nao numericos
      *                      e rejeitado e alteracao sem eles mantem os
      *                      do cadastro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTRANSP.
           05 TM-CNPJ                PIC X(14).
           05 TM-CONTATO             PIC X(30).
           05 TM-ATIVO               PIC X(01).
           05 TM-DADOS-BANCARIOS.
               10 TM-BANCO           PIC 9(03).
               10 TM-AGENCIA         PIC 9(04).
               10 TM-CONTA           PIC 9(08).

       FD  TRANSP-FILE.
       01  TRANSP-REG.
           05 TR-CNPJ                PIC X(14).
           05 TR-CONTATO             PIC X(30).
           05 TR-ATIVO               PIC X(01).
           05 TR-DADOS-BANCARIOS.
               10 TR-BANCO           PIC 9(03).
               10 TR-AGENCIA         PIC 9(04).
               10 TR-CONTA           PIC 9(08).

       FD  TRANSPEXC-FILE.
       01  TRANSPEXC-REG.
                 10 TAB-TP-CONTATO     PIC X(30).
                 10 TAB-TP-ATIVO       PIC X(01).
                 10 TAB-TP-STATUS      PIC X(01).
                 10 TAB-TP-BANCO       PIC 9(03).
                 10 TAB-TP-AGENCIA     PIC 9(04).
                 10 TAB-TP-CONTA       PIC 9(08).
         77 WRK-QTD-TRANSP       PIC 9(03) VALUE ZEROS.
         77 WRK-LIMITE-TRANSP    PIC 9(03) VALUE 100.
         77 WRK-ACHOU-TRANSP     PIC X(01) VALUE "N".
                                  TAB-TP-ATIVO(WRK-QTD-TRANSP)
                              MOVE "A" TO
                                  TAB-TP-STATUS(WRK-QTD-TRANSP)
      *    Cadastro anterior aos dados bancarios vem sem eles.
                              IF TR-DADOS-BANCARIOS NOT NUMERIC
                                  MOVE ZEROS TO TR-DADOS-BANCARIOS
                              END-IF
                              MOVE TR-BANCO TO
                                  TAB-TP-BANCO(WRK-QTD-TRANSP)
                              MOVE TR-AGENCIA TO
                                  TAB-TP-AGENCIA(WRK-QTD-TRANSP)
                              MOVE TR-CONTA TO
                                  TAB-TP-CONTA(WRK-QTD-TRANSP)
                      END-READ
                  END-PERFORM
                  CLOSE TRANSP-FILE
                      AND TM-ATIVO NOT = "S" AND TM-ATIVO NOT = "N"
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "FLAG DE ATIVIDADE INVALIDO" TO WRK-MOTIVO
                  WHEN (TM-TIPO-MOVTO = "A" OR TM-TIPO-MOVTO = "C")
                      AND TM-DADOS-BANCARIOS NOT = SPACES
                      AND TM-DADOS-BANCARIOS NOT NUMERIC
                      MOVE "N" TO WRK-MOVTO-VALIDO
                      MOVE "DADOS BANCARIOS INVALIDOS" TO WRK-MOTIVO
              END-EVALUATE
              IF MOVTO-VALIDO
                  PERFORM 0220-LOCALIZA-TRANSP
                      MOVE TM-CONTATO TO TAB-TP-CONTATO(TAB-TP-IDX)
                      MOVE TM-ATIVO   TO TAB-TP-ATIVO(TAB-TP-IDX)
                      MOVE "A" TO TAB-TP-STATUS(TAB-TP-IDX)
                      IF TM-DADOS-BANCARIOS = SPACES
                          MOVE ZEROS TO TM-DADOS-BANCARIOS
                      END-IF
                      PERFORM 0410-GUARDA-DADOS-BANCARIOS
                      MOVE "INCLUSAO" TO TA-TIPO
                      MOVE SPACES     TO TA-NOME-ANTES
                      MOVE SPACES     TO TA-ATIVO-ANTES
                      MOVE TM-CNPJ    TO TAB-TP-CNPJ(TAB-TP-IDX)
                      MOVE TM-CONTATO TO TAB-TP-CONTATO(TAB-TP-IDX)
                      MOVE TM-ATIVO   TO TAB-TP-ATIVO(TAB-TP-IDX)
                      IF TM-DADOS-BANCARIOS NOT = SPACES
                          PERFORM 0410-GUARDA-DADOS-BANCARIOS
                      END-IF
                      MOVE "ALTERACAO" TO TA-TIPO
                      MOVE TM-NOME    TO TA-NOME-DEPOIS
                      MOVE TM-ATIVO   TO TA-ATIVO-DEPOIS
                      WRITE TRANSPAUD-REG
              END-EVALUATE.

      *    Banco, agencia e conta da transportadora para a remessa
      *    de pagamento do PAGTRANSP; na alteracao sem dados bancarios
      *    ficam os que ja estavam no cadastro.
         0410-GUARDA-DADOS-BANCARIOS SECTION.
              MOVE TM-BANCO   TO TAB-TP-BANCO(TAB-TP-IDX)
              MOVE TM-AGENCIA TO TAB-TP-AGENCIA(TAB-TP-IDX)
              MOVE TM-CONTA   TO TAB-TP-CONTA(TAB-TP-IDX).

         0700-GRAVA-CADASTRO-FINAL SECTION.
              OPEN OUTPUT TRANSP-FILE
              IF WRK-STATUS-TRANSP NOT = "00"
                      MOVE TAB-TP-CNPJ(TAB-TP-IDX)    TO TR-CNPJ
                      MOVE TAB-TP-CONTATO(TAB-TP-IDX) TO TR-CONTATO
                      MOVE TAB-TP-ATIVO(TAB-TP-IDX)   TO TR-ATIVO
                      MOVE TAB-TP-BANCO(TAB-TP-IDX)   TO TR-BANCO
                      MOVE TAB-TP-AGENCIA(TAB-TP-IDX) TO TR-AGENCIA
                      MOVE TAB-TP-CONTA(TAB-TP-IDX)   TO TR-CONTA
                      WRITE TRANSP-REG
                      ADD 1 TO WRK-TOTAL-ATIVAS
                  END-IF
