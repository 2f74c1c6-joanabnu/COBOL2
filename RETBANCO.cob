      *          movimento normal do PROGRAMA06).
      * Tectonics: cobc
      * Mod Log:
      *   06/02/2025 - JLS - Layout da REMESSA.DAT com CPF e nome
      *                      completo (120 posicoes); a REMESSA2.DAT
      *                      leva os mesmos dados do detalhe original.
      *   12/02/2025 - JLS - Credito de pensao alimenticia da remessa
      *                      (marca PA mais a ordem) casado com o
      *                      retorno pelo codigo e pela conta; rejeitado
      *                      vai para a REMESSA2.DAT com a conta atual
      *                      do beneficiario no PENSAO.DAT. RETBAIXA.DAT
      *                      leva a marca da pensao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETBANCO.
           SELECT RETBANCOREL-FILE ASSIGN TO "RETBANCOREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT PENSAO-FILE ASSIGN TO "PENSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PENSAO.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.
           05 RM-CODIGO              PIC X(04).
           05 RM-NOME                PIC X(15).
           05 RM-VALOR               PIC 9(08)V99.
           05 RM-CPF                 PIC 9(11).
           05 RM-PENSAO.
               10 RM-PA-MARCA        PIC X(02).
               10 RM-PA-ORDEM        PIC X(02).
           05 RM-NOME-COMPLETO       PIC X(60).

       FD  FUNCM-FILE.
       01  FUNCM-REG.
           05 BX-SITUACAO            PIC X(01).
           05 BX-MOTIVO-BANCO        PIC X(03).
           05 BX-VALOR               PIC 9(08)V99.
           05 BX-PENSAO              PIC X(04).

       FD  FUNCEXC-FILE.
       01  FUNCEXC-REG.
           05 EX-MOTIVO              PIC X(30).

       FD  REMESSA2-FILE.
       01  REMESSA2-REG              PIC X(120).

       FD  RETBANCOREL-FILE.
       01  RETBANCOREL-REG           PIC X(80).

      *    Ordens de pensao alimenticia mantidas pelo MANPENSAO.
       FD  PENSAO-FILE.
       01  PENSAO-REG.
           05 PE-CODIGO-FUNC         PIC 9(04).
           05 PE-ORDEM               PIC 9(02).
           05 PE-BENEFICIARIO        PIC X(30).
           05 PE-CPF                 PIC 9(11).
           05 PE-BANCO               PIC 9(03).
           05 PE-AGENCIA             PIC 9(04).
           05 PE-CONTA               PIC 9(08).
           05 PE-REGRA               PIC X(01).
           05 PE-PERCENTUAL          PIC 9(03)V99.
           05 PE-VALOR-FIXO          PIC 9(07)V99.
           05 PE-INICIO              PIC 9(08).
           05 PE-FIM                 PIC 9(08).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG             PIC X(91).

         77 WRK-STATUS-FUNCEXC    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REMESSA2   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PENSAO     PIC X(02) VALUE SPACES.
         77 WRK-FIM-RETORNO       PIC X(01) VALUE "N".
             88 FIM-RETORNO VALUE "S".
         77 WRK-FIM-REMESSA       PIC X(01) VALUE "N".
             88 FIM-REMESSA VALUE "S".
         77 WRK-FIM-PENSAO        PIC X(01) VALUE "N".
             88 FIM-PENSAO VALUE "S".

         77 WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.

      *    Detalhes da remessa original, para casar o retorno pelo
      *    codigo do funcionario e pela conta: o credito de pensao
      *    alimenticia leva o codigo do funcionario que paga, com a
      *    conta do beneficiario e a marca PA mais a ordem.
         01 TAB-REMESSA.
             05 TAB-RM-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-REMESSA
                 10 TAB-RM-CODIGO     PIC X(04).
                 10 TAB-RM-VALOR      PIC 9(08)V99.
                 10 TAB-RM-BAIXADO    PIC X(01).
                 10 TAB-RM-CPF        PIC 9(11).
                 10 TAB-RM-NOME-COMPL PIC X(60).
                 10 TAB-RM-CONTA      PIC X(08).
                 10 TAB-RM-PENSAO     PIC X(04).
         77 WRK-QTD-REMESSA       PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-REMESSA     PIC X(01) VALUE "N".
             88 ACHOU-REMESSA VALUE "S".
                 INDEXED BY TAB-RJ-IDX.
                 10 TAB-RJ-CODIGO     PIC 9(04).
                 10 TAB-RJ-VALOR      PIC 9(08)V99.
                 10 TAB-RJ-CPF        PIC 9(11).
                 10 TAB-RJ-NOME-COMPL PIC X(60).
                 10 TAB-RJ-PENSAO.
                     15 TAB-RJ-PA-MARCA PIC X(02).
                     15 TAB-RJ-PA-ORDEM PIC X(02).
         77 WRK-QTD-REJEITADO     PIC 9(03) VALUE ZEROS.

      *    Ordens de pensao, para reenviar o credito rejeitado com os
      *    dados bancarios atuais do beneficiario.
         01 TAB-PENSAO.
             05 TAB-PE-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-PENSAO
                 INDEXED BY TAB-PE-IDX.
                 10 TAB-PE-CODIGO-FUNC PIC 9(04).
                 10 TAB-PE-ORDEM       PIC X(02).
                 10 TAB-PE-BENEFICIARIO PIC X(30).
                 10 TAB-PE-BANCO       PIC 9(03).
                 10 TAB-PE-AGENCIA     PIC 9(04).
                 10 TAB-PE-CONTA       PIC 9(08).
         77 WRK-QTD-PENSAO        PIC 9(04) VALUE ZEROS.
         77 WRK-ACHOU-PENSAO      PIC X(01) VALUE "N".
             88 ACHOU-PENSAO VALUE "S".

         77 WRK-QTD-PAGOS         PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-REJEITADOS    PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-SEM-REMESSA   PIC 9(05) VALUE ZEROS.
             05 FILLER             PIC X(01) VALUE "H".
             05 WRK-RH-DATA        PIC 9(08).
             05 FILLER             PIC X(15) VALUE "REENVIO REJEITA".
             05 FILLER             PIC X(96) VALUE SPACES.
         01 WRK-REM-DETALHE.
             05 FILLER             PIC X(01) VALUE "D".
             05 WRK-RD2-BANCO      PIC 9(03).
             05 WRK-RD2-CODIGO     PIC 9(04).
             05 WRK-RD2-NOME       PIC X(15).
             05 WRK-RD2-VALOR      PIC 9(08)V99.
             05 WRK-RD2-CPF        PIC 9(11).
             05 WRK-RD2-PENSAO     PIC X(04) VALUE SPACES.
             05 WRK-RD2-NOME-COMPL PIC X(60).
         01 WRK-REM-TRAILER.
             05 FILLER             PIC X(01) VALUE "T".
             05 WRK-RT-QTD         PIC 9(06).
             05 WRK-RT-SOMA        PIC 9(10)V99.
             05 FILLER             PIC X(101) VALUE SPACES.

         01 WRK-LINHA-REL.
             05 WRK-RL-ROTULO      PIC X(28).
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-RETORNO
              MOVE "N" TO WRK-FIM-REMESSA
              MOVE "N" TO WRK-FIM-PENSAO
              MOVE ZEROS TO WRK-QTD-PENSAO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
                                  TAB-RM-VALOR(WRK-QTD-REMESSA)
                              MOVE "N" TO
                                  TAB-RM-BAIXADO(WRK-QTD-REMESSA)
                              MOVE ZEROS TO
                                  TAB-RM-CPF(WRK-QTD-REMESSA)
                              IF RM-CPF NUMERIC
                                  MOVE RM-CPF TO
                                      TAB-RM-CPF(WRK-QTD-REMESSA)
                              END-IF
                              MOVE RM-NOME-COMPLETO TO
                                  TAB-RM-NOME-COMPL(WRK-QTD-REMESSA)
                              MOVE RM-CONTA TO
                                  TAB-RM-CONTA(WRK-QTD-REMESSA)
                              MOVE SPACES TO
                                  TAB-RM-PENSAO(WRK-QTD-REMESSA)
                              IF RM-PA-MARCA = "PA"
                                  MOVE RM-PENSAO TO
                                      TAB-RM-PENSAO(WRK-QTD-REMESSA)
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
         0100-EXIT.
              EXIT.

      *    Codigo e conta separam o credito do funcionario do
      *    credito de pensao ao beneficiario; retorno com a conta
      *    diferente da remessa cai no credito do proprio funcionario.
         0200-CASA-COM-REMESSA SECTION.
              MOVE "N" TO WRK-ACHOU-REMESSA
              MOVE RT-CODIGO TO WRK-CODIGO-X
                      AT END
                          CONTINUE
                      WHEN TAB-RM-CODIGO(TAB-RM-IDX) = WRK-CODIGO-X
                          AND TAB-RM-CONTA(TAB-RM-IDX) = RT-CONTA
                          SET ACHOU-REMESSA TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-REMESSA AND WRK-QTD-REMESSA GREATER ZERO
                  SET TAB-RM-IDX TO 1
                  SEARCH TAB-RM-REG
                      AT END
                          CONTINUE
                      WHEN TAB-RM-CODIGO(TAB-RM-IDX) = WRK-CODIGO-X
                          AND TAB-RM-PENSAO(TAB-RM-IDX) = SPACES
                          SET ACHOU-REMESSA TO TRUE
                  END-SEARCH
              END-IF.
              MOVE RT-SITUACAO      TO BX-SITUACAO
              MOVE RT-MOTIVO-BANCO  TO BX-MOTIVO-BANCO
              MOVE RT-VALOR         TO BX-VALOR
              MOVE TAB-RM-PENSAO(TAB-RM-IDX) TO BX-PENSAO
              WRITE RETBAIXA-REG
              ADD 1 TO WRK-JOB-GRAVADOS
              IF RT-SITUACAO = "P"
                  MOVE ZEROS     TO EX-SALARIO
                  MOVE SPACES    TO EX-DEPTO
                  MOVE SPACES    TO EX-MOTIVO
                  IF TAB-RM-PENSAO(TAB-RM-IDX) = SPACES
                      STRING "CREDITO REJEITADO BANCO "
                          DELIMITED BY SIZE
                          RT-MOTIVO-BANCO DELIMITED BY SIZE
                          INTO EX-MOTIVO
                  ELSE
                      STRING "CREDITO PENSAO REJEITADO "
                          DELIMITED BY SIZE
                          RT-MOTIVO-BANCO DELIMITED BY SIZE
                          INTO EX-MOTIVO
                  END-IF
                  WRITE FUNCEXC-REG
                  MOVE RT-CODIGO TO WRK-EXC-CHAVE
                  MOVE EX-MOTIVO TO WRK-EXC-MOTIVO
                      SET TAB-RJ-IDX TO WRK-QTD-REJEITADO
                      MOVE RT-CODIGO TO TAB-RJ-CODIGO(TAB-RJ-IDX)
                      MOVE RT-VALOR  TO TAB-RJ-VALOR(TAB-RJ-IDX)
                      MOVE TAB-RM-CPF(TAB-RM-IDX)
                          TO TAB-RJ-CPF(TAB-RJ-IDX)
                      MOVE TAB-RM-NOME-COMPL(TAB-RM-IDX)
                          TO TAB-RJ-NOME-COMPL(TAB-RJ-IDX)
                      MOVE TAB-RM-PENSAO(TAB-RM-IDX)
                          TO TAB-RJ-PENSAO(TAB-RJ-IDX)
                  END-IF
              END-IF.

      *    Remessa corrigida: so os rejeitados, com os dados
      *    bancarios atuais do mestre (corrigidos antes do reenvio
      *    pelo movimento normal do PROGRAMA06). Credito de pensao
      *    rejeitado sai com a conta atual da ordem no PENSAO.DAT
      *    (corrigida pelo MANPENSAO).
         0700-GERA-REENVIO SECTION.
              IF WRK-QTD-REJEITADO = ZEROS
                  GO TO 0700-SAIDA
                  CLOSE FUNCM-FILE
                  GO TO 0700-SAIDA
              END-IF
              PERFORM 0705-CARREGA-PENSAO
              MOVE WRK-DATA-SISTEMA TO WRK-RH-DATA
              WRITE REMESSA2-REG FROM WRK-REM-HEADER
              PERFORM VARYING TAB-RJ-IDX FROM 1 BY 1
                  UNTIL TAB-RJ-IDX GREATER WRK-QTD-REJEITADO
                  IF TAB-RJ-PENSAO(TAB-RJ-IDX) NOT = SPACES
                      PERFORM 0710-REENVIA-PENSAO
                  ELSE
                      PERFORM 0720-REENVIA-FUNCIONARIO
                  END-IF
              END-PERFORM
              MOVE WRK-QTD-REM2 TO WRK-RT-QTD
              MOVE WRK-SOMA-REM2 TO WRK-RT-SOMA
         0700-SAIDA.
              EXIT.

      *    Ordens de pensao do cadastro; sem PENSAO.DAT o credito de
      *    pensao rejeitado nao tem para onde ser reenviado.
         0705-CARREGA-PENSAO SECTION.
              OPEN INPUT PENSAO-FILE
              IF WRK-STATUS-PENSAO NOT = "00"
                  GO TO 0705-SAIDA
              END-IF
              PERFORM UNTIL FIM-PENSAO
                  READ PENSAO-FILE
                      AT END
                          SET FIM-PENSAO TO TRUE
                      NOT AT END
                          IF WRK-QTD-PENSAO LESS 500
                              ADD 1 TO WRK-QTD-PENSAO
                              SET TAB-PE-IDX TO WRK-QTD-PENSAO
                              MOVE PE-CODIGO-FUNC
                                  TO TAB-PE-CODIGO-FUNC(TAB-PE-IDX)
                              MOVE PE-ORDEM
                                  TO TAB-PE-ORDEM(TAB-PE-IDX)
                              MOVE PE-BENEFICIARIO
                                  TO TAB-PE-BENEFICIARIO(TAB-PE-IDX)
                              MOVE PE-BANCO
                                  TO TAB-PE-BANCO(TAB-PE-IDX)
                              MOVE PE-AGENCIA
                                  TO TAB-PE-AGENCIA(TAB-PE-IDX)
                              MOVE PE-CONTA
                                  TO TAB-PE-CONTA(TAB-PE-IDX)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE PENSAO-FILE.
         0705-SAIDA.
              EXIT.

      *    Ordem excluida do cadastro depois da remessa: o credito
      *    nao e reenviado e fica no relatorio do job.
         0710-REENVIA-PENSAO SECTION.
              MOVE "N" TO WRK-ACHOU-PENSAO
              IF WRK-QTD-PENSAO GREATER ZERO
                  SET TAB-PE-IDX TO 1
                  SEARCH TAB-PE-REG
                      AT END
                          CONTINUE
                      WHEN TAB-PE-CODIGO-FUNC(TAB-PE-IDX) =
                              TAB-RJ-CODIGO(TAB-RJ-IDX)
                          AND TAB-PE-ORDEM(TAB-PE-IDX) =
                              TAB-RJ-PA-ORDEM(TAB-RJ-IDX)
                          SET ACHOU-PENSAO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-PENSAO
                  DISPLAY "PENSAO " TAB-RJ-CODIGO(TAB-RJ-IDX) "/"
                      TAB-RJ-PA-ORDEM(TAB-RJ-IDX)
                      " FORA DO CADASTRO - REENVIO OMITIDO"
                  GO TO 0710-SAIDA
              END-IF
              MOVE TAB-PE-BANCO(TAB-PE-IDX)   TO WRK-RD2-BANCO
              MOVE TAB-PE-AGENCIA(TAB-PE-IDX) TO WRK-RD2-AGENCIA
              MOVE TAB-PE-CONTA(TAB-PE-IDX)   TO WRK-RD2-CONTA
              MOVE TAB-RJ-CODIGO(TAB-RJ-IDX)  TO WRK-RD2-CODIGO
              MOVE TAB-PE-BENEFICIARIO(TAB-PE-IDX) TO WRK-RD2-NOME
              MOVE TAB-RJ-VALOR(TAB-RJ-IDX)   TO WRK-RD2-VALOR
              MOVE TAB-RJ-CPF(TAB-RJ-IDX)     TO WRK-RD2-CPF
              MOVE TAB-RJ-PENSAO(TAB-RJ-IDX)  TO WRK-RD2-PENSAO
              MOVE TAB-PE-BENEFICIARIO(TAB-PE-IDX)
                  TO WRK-RD2-NOME-COMPL
              WRITE REMESSA2-REG FROM WRK-REM-DETALHE
              ADD 1 TO WRK-QTD-REM2
              ADD TAB-RJ-VALOR(TAB-RJ-IDX) TO WRK-SOMA-REM2
              MOVE SPACES TO WRK-RD2-PENSAO.
         0710-SAIDA.
              EXIT.

         0720-REENVIA-FUNCIONARIO SECTION.
              MOVE TAB-RJ-CODIGO(TAB-RJ-IDX) TO FM-CODIGO
              READ FUNCM-FILE
                  INVALID KEY
                      DISPLAY "FUNC " TAB-RJ-CODIGO(TAB-RJ-IDX)
                          " FORA DO MESTRE - REENVIO OMITIDO"
                  NOT INVALID KEY
                      MOVE FM-BANCO   TO WRK-RD2-BANCO
                      MOVE FM-AGENCIA TO WRK-RD2-AGENCIA
                      MOVE FM-CONTA   TO WRK-RD2-CONTA
                      MOVE FM-CODIGO  TO WRK-RD2-CODIGO
                      MOVE FM-NOME    TO WRK-RD2-NOME
                      MOVE TAB-RJ-VALOR(TAB-RJ-IDX)
                          TO WRK-RD2-VALOR
                      MOVE TAB-RJ-CPF(TAB-RJ-IDX) TO WRK-RD2-CPF
                      MOVE TAB-RJ-NOME-COMPL(TAB-RJ-IDX)
                          TO WRK-RD2-NOME-COMPL
                      IF WRK-RD2-NOME-COMPL = SPACES
                          MOVE FM-NOME TO WRK-RD2-NOME-COMPL
                      END-IF
                      WRITE REMESSA2-REG FROM WRK-REM-DETALHE
                      ADD 1 TO WRK-QTD-REM2
                      ADD TAB-RJ-VALOR(TAB-RJ-IDX)
                          TO WRK-SOMA-REM2
              END-READ.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "RETORNO-BANCO" TO WRK-EXC-SISTEMA
              ACCEPT WRK-EXC-DATA FROM DATE YYYYMMDD
                      MOVE SPACES TO RETBANCOREL-REG
                      STRING "SEM RETORNO : FUNC " DELIMITED BY SIZE
                          TAB-RM-CODIGO(TAB-RM-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TAB-RM-PENSAO(TAB-RM-IDX) DELIMITED BY SIZE
                          INTO RETBANCOREL-REG
                      WRITE RETBANCOREL-REG
                  END-IF
