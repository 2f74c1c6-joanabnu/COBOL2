      *                      cliente, seus contatos, funcao e
      *                      nascimento, com a secao final dos
      *                      contatos pessoais.
      *   15/01/2025 - JLS - Layout de CLIENTES.DAT ganha CNPJ, UF e CEP
      *                      de cobranca e situacao, mantidos pelo
      *                      MANCLIENTE.
      *   27/01/2025 - JLS - Layout de CLIENTES ganha o indicador de
      *                      consolidacao de carga (CL-CONSOLIDA).
      *   07/03/2025 - JLS - Contato ganha o e-mail (CT-EMAIL, no final
      *                      do registro, vindo do movimento e
      *                      conferido pelo VALEMAIL), endereco dos
      *                      avisos ao cliente na fila do NOTIFICA; em
      *                      branco na alteracao mantem o atual.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA2.
           05 CT-NASCIMENTO          PIC 9(08).
           05 CT-CLIENTE             PIC X(05).
           05 CT-FUNCAO              PIC X(15).
           05 CT-EMAIL               PIC X(50).

       FD  CONTMOV-FILE.
       01  CONTMOV-REG.
           05 CM-NASCIMENTO          PIC 9(08).
           05 CM-CLIENTE             PIC X(05).
           05 CM-FUNCAO              PIC X(15).
           05 CM-EMAIL               PIC X(50).

       FD  CONTEXC-FILE.
       01  CONTEXC-REG.
           05 CL-NOME                PIC X(30).
           05 CL-ENDERECO            PIC X(40).
           05 CL-LIMITE-CREDITO      PIC 9(09).
           05 CL-CNPJ                PIC X(14).
           05 CL-UF-COBRANCA         PIC X(02).
           05 CL-CEP-COBRANCA        PIC 9(08).
           05 CL-SITUACAO            PIC X(01).
           05 CL-CONSOLIDA           PIC X(01).

       FD  CONTDIR-FILE.
       01  CONTDIR-REG               PIC X(80).
             05 WRK-BKP-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-BKP-RETORNO    PIC 9(02) VALUE ZEROS.

         01 WRK-PARM-VALEMAIL.
             05 WRK-VE-EMAIL       PIC X(50) VALUE SPACES.
             05 WRK-VE-VALIDO      PIC X(01) VALUE "N".
             05 WRK-VE-RETORNO     PIC 9(02) VALUE ZEROS.

         77 WRK-STATUS-CONTATOS PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CONTMOV  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CONTEXC  PIC X(02) VALUE SPACES.
                 10 TAB-CO-NASC      PIC 9(08).
                 10 TAB-CO-CLIENTE   PIC 9(05).
                 10 TAB-CO-FUNCAO    PIC X(15).
                 10 TAB-CO-EMAIL     PIC X(50).
         77 WRK-QTD-CONTATOS    PIC 9(03) VALUE ZEROS.

      *    Clientes para a validacao do vinculo e o nome no
                          TO TAB-CO-CLIENTE(WRK-QTD-CONTATOS)
                  END-IF
                  MOVE CT-FUNCAO TO TAB-CO-FUNCAO(WRK-QTD-CONTATOS)
                  MOVE CT-EMAIL TO TAB-CO-EMAIL(WRK-QTD-CONTATOS)
              ELSE
                  MOVE CONTATOS-REG TO WRK-REG-ANTIGO
                  MOVE ZEROS TO TAB-CO-ID(WRK-QTD-CONTATOS)
                      WRK-ANO-NASC * 10000 + 0101
                  MOVE ZEROS TO TAB-CO-CLIENTE(WRK-QTD-CONTATOS)
                  MOVE SPACES TO TAB-CO-FUNCAO(WRK-QTD-CONTATOS)
                  MOVE SPACES TO TAB-CO-EMAIL(WRK-QTD-CONTATOS)
                  ADD 1 TO WRK-QTD-CONVERTIDOS
              END-IF.
         1060-SAIDA.
                              TO TAB-CO-CLIENTE(WRK-IDX-CONTATO)
                          MOVE CM-FUNCAO
                              TO TAB-CO-FUNCAO(WRK-IDX-CONTATO)
                          IF CM-EMAIL NOT = SPACES
                              MOVE CM-EMAIL
                                  TO TAB-CO-EMAIL(WRK-IDX-CONTATO)
                          END-IF
                      END-IF
                  WHEN "D"
                      IF NOT ACHOU-CONTATO
                      IF NOT ACHOU-CLIENTE
                          MOVE "N" TO WRK-MOV-VALIDO
                          MOVE "CLIENTE NAO CADASTRADO" TO WRK-MOTIVO
                          GO TO 0200-SAIDA
                      END-IF
                  END-IF
                  IF CM-EMAIL NOT = SPACES
                      MOVE CM-EMAIL TO WRK-VE-EMAIL
                      MOVE RETURN-CODE TO WRK-VE-RETORNO
                      CALL "VALEMAIL" USING WRK-PARM-VALEMAIL
                      IF WRK-VE-VALIDO NOT = "S"
                          MOVE "N" TO WRK-MOV-VALIDO
                          MOVE "E-MAIL INVALIDO" TO WRK-MOTIVO
                      END-IF
                  END-IF
              END-IF.
                  MOVE WRK-CLIENTE-MOV
                      TO TAB-CO-CLIENTE(WRK-QTD-CONTATOS)
                  MOVE CM-FUNCAO TO TAB-CO-FUNCAO(WRK-QTD-CONTATOS)
                  MOVE CM-EMAIL TO TAB-CO-EMAIL(WRK-QTD-CONTATOS)
                  IF CM-ID GREATER WRK-PROXIMO-ID
                      MOVE CM-ID TO WRK-PROXIMO-ID
                  END-IF
                  MOVE TAB-CO-NASC(TAB-CO-IDX) TO CT-NASCIMENTO
                  MOVE TAB-CO-CLIENTE(TAB-CO-IDX) TO CT-CLIENTE
                  MOVE TAB-CO-FUNCAO(TAB-CO-IDX) TO CT-FUNCAO
                  MOVE TAB-CO-EMAIL(TAB-CO-IDX) TO CT-EMAIL
                  WRITE CONTATOS-REG
                  ADD 1 TO WRK-JOB-GRAVADOS
              END-PERFORM
