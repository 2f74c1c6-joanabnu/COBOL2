      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 03/02/2025
      * Purpose: Processamento do arquivo de retorno do banco para a
      *          remessa de cobranca dos titulos de clientes. O
      *          CONTASREC manda os titulos novos ao banco em
      *          REMCOB.DAT e a baixa dos boletos pagos era digitada
      *          a mao no RECMOV.DAT. Este lote le RETCOB.DAT (um
      *          detalhe por titulo com situacao P pago / R recusado,
      *          o valor do titulo, o valor pago, a data do pagamento
      *          e o codigo de motivo do banco), casa cada detalhe
      *          com o titulo remetido no mestre CONTASREC.DAT e gera
      *          o movimento de pagamento em RECMOV.DAT para a
      *          proxima rodada do CONTASREC. Titulo recusado pelo
      *          banco, pago com valor diferente do titulo ou sem
      *          titulo remetido no mestre sai no relatorio
      *          RETCOBREL.DAT (padrao IMPRESSAOCPY) e no EXCDIARIO.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETCOBRANCA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETCOB-FILE ASSIGN TO "RETCOB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETCOB.
           SELECT CONTASREC-FILE ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTASREC.
           SELECT RECMOV-FILE ASSIGN TO "RECMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECMOV.
           SELECT RETCOBREL-FILE ASSIGN TO "RETCOBREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
      *    Retorno da cobranca: header e trailer do banco sao
      *    ignorados; o detalhe volta com a chave do titulo remetido.
       FD  RETCOB-FILE.
       01  RETCOB-REG.
           05 RT-TIPO-REG             PIC X(01).
           05 RT-CLIENTE              PIC 9(05).
           05 RT-COMPETENCIA          PIC 9(06).
           05 RT-TIPO                 PIC X(01).
           05 RT-VENCTO               PIC 9(08).
           05 RT-VALOR-TITULO         PIC 9(08)V99.
           05 RT-VALOR-PAGO           PIC 9(08)V99.
           05 RT-DATA-PAGTO           PIC 9(08).
           05 RT-SITUACAO             PIC X(01).
           05 RT-MOTIVO-BANCO         PIC X(03).

       FD  CONTASREC-FILE.
       01  CONTASREC-REG.
           05 CR-COMPETENCIA          PIC 9(06).
           05 CR-CLIENTE              PIC 9(05).
           05 CR-DATA-EMISSAO         PIC 9(08).
           05 CR-DATA-VENCTO          PIC 9(08).
           05 CR-VALOR-ORIGINAL       PIC 9(10)V99.
           05 CR-VALOR-PAGO           PIC 9(10)V99.
           05 CR-STATUS               PIC X(08).
           05 CR-VALOR-CREDITO        PIC 9(10)V99.
           05 CR-DATA-PAGTO           PIC 9(08).
           05 CR-TIPO                 PIC X(01).
           05 CR-DATA-REMESSA         PIC 9(08).

       FD  RECMOV-FILE.
       01  RECMOV-REG.
           05 RM-CLIENTE              PIC 9(05).
           05 RM-COMPETENCIA          PIC 9(06).
           05 RM-DATA-PAGTO           PIC 9(08).
           05 RM-VALOR-PAGO           PIC 9(10)V99.
           05 RM-TIPO                 PIC X(01).

       FD  RETCOBREL-FILE.
       01  RETCOBREL-REG              PIC X(80).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG              PIC X(91).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.

         77 WRK-STATUS-RETCOB      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CONTASREC   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-RECMOV      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL         PIC X(02) VALUE SPACES.
         77 WRK-FIM-RETCOB         PIC X(01) VALUE "N".
             88 FIM-RETCOB VALUE "S".
         77 WRK-FIM-CONTASREC      PIC X(01) VALUE "N".
             88 FIM-CONTASREC VALUE "S".

         77 WRK-DATA-SISTEMA       PIC 9(08) VALUE ZEROS.

      *    Titulos ja remetidos ao banco, para casar o retorno pela
      *    chave cliente/competencia/tipo.
         01 TAB-TITULO.
             05 TAB-TT-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-TITULO
                 INDEXED BY TAB-TT-IDX.
                 10 TAB-TT-COMPETENCIA PIC 9(06).
                 10 TAB-TT-CLIENTE     PIC 9(05).
                 10 TAB-TT-TIPO        PIC X(01).
                 10 TAB-TT-BAIXADO     PIC X(01).
         77 WRK-QTD-TITULO         PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-TITULO       PIC X(01) VALUE "N".
             88 ACHOU-TITULO VALUE "S".
         77 WRK-BUSCA-TIPO         PIC X(01) VALUE SPACES.

         77 WRK-OCORRENCIA         PIC X(30) VALUE SPACES.
         77 WRK-QTD-PAGOS          PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-RECUSADOS      PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-DIVERGENTES    PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-SEM-TITULO     PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-DUPLICADOS     PIC 9(05) VALUE ZEROS.
         77 WRK-SOMA-PAGOS         PIC 9(11)V99 VALUE ZEROS.
         77 WRK-SOMA-RECUSADOS     PIC 9(11)V99 VALUE ZEROS.
         77 WRK-SOMA-DIFERENCA     PIC S9(11)V99 VALUE ZEROS.

         01 WRK-LINHA-OCORRENCIA.
             05 WRK-LO-CLIENTE     PIC 9(05).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LO-COMPET      PIC 9(06).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LO-TIPO        PIC X(01).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LO-TITULO      PIC ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LO-PAGO        PIC ZZ.ZZZ.ZZ9,99.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LO-OCORRENCIA  PIC X(30).

         01 WRK-LINHA-TOTAL.
             05 WRK-LT-ROTULO      PIC X(28).
             05 WRK-LT-VALOR       PIC -.---.---.--9,99.

         77 WRK-QTD-ED             PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-RECEBE THRU 0100-EXIT
                  UNTIL FIM-RETCOB
              PERFORM 8000-TOTAIS
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-RETCOB
              MOVE "N" TO WRK-FIM-CONTASREC
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-TITULO
              MOVE ZEROS TO WRK-QTD-PAGOS
              MOVE ZEROS TO WRK-QTD-RECUSADOS
              MOVE ZEROS TO WRK-QTD-DIVERGENTES
              MOVE ZEROS TO WRK-QTD-SEM-TITULO
              MOVE ZEROS TO WRK-QTD-DUPLICADOS
              MOVE ZEROS TO WRK-SOMA-PAGOS
              MOVE ZEROS TO WRK-SOMA-RECUSADOS
              MOVE ZEROS TO WRK-SOMA-DIFERENCA
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "RETORNO-COBRANCA" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-TITULOS
              OPEN INPUT RETCOB-FILE
              IF WRK-STATUS-RETCOB NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "RETCOB.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-RETCOB TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND RECMOV-FILE
              IF WRK-STATUS-RECMOV = "35"
                  OPEN OUTPUT RECMOV-FILE
              END-IF
              IF WRK-STATUS-RECMOV NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "RECMOV.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-RECMOV TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT RETCOBREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "RETCOBREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "RETORNO DA COBRANCA BANCARIA" TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "CLIEN  COMPET T    VLR TITULO    VALOR PAGO"
                  DELIMITED BY SIZE
                  "  OCORRENCIA" DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS
              PERFORM 1100-LER-RETCOB.

      *    So interessa o titulo que ja foi ao banco: titulo sem
      *    data de remessa no mestre nao pode ter retorno.
         1050-CARREGA-TITULOS SECTION.
              OPEN INPUT CONTASREC-FILE
              IF WRK-STATUS-CONTASREC NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CONTASREC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CONTASREC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-CONTASREC
                  READ CONTASREC-FILE
                      AT END
                          SET FIM-CONTASREC TO TRUE
                      NOT AT END
                          IF CR-DATA-REMESSA NUMERIC
                              AND CR-DATA-REMESSA GREATER ZERO
                              IF WRK-QTD-TITULO NOT LESS 500
                                  DISPLAY "CONTASREC.DAT maior que o"
                                      " limite de 500 titulos"
                                  MOVE 8 TO RETURN-CODE
                                  GOBACK
                              END-IF
                              ADD 1 TO WRK-QTD-TITULO
                              MOVE CR-COMPETENCIA TO
                                  TAB-TT-COMPETENCIA(WRK-QTD-TITULO)
                              MOVE CR-CLIENTE TO
                                  TAB-TT-CLIENTE(WRK-QTD-TITULO)
                              IF CR-TIPO NOT = "E"
                                  MOVE SPACES TO CR-TIPO
                              END-IF
                              MOVE CR-TIPO TO
                                  TAB-TT-TIPO(WRK-QTD-TITULO)
                              MOVE "N" TO
                                  TAB-TT-BAIXADO(WRK-QTD-TITULO)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONTASREC-FILE.

         1100-LER-RETCOB SECTION.
              READ RETCOB-FILE
                  AT END
                      SET FIM-RETCOB TO TRUE
              END-READ.

         0100-RECEBE SECTION.
              IF RT-TIPO-REG NOT = "D"
                  PERFORM 1100-LER-RETCOB
                  GO TO 0100-EXIT
              END-IF
              ADD 1 TO WRK-JOB-LIDOS
              PERFORM 0200-CASA-COM-TITULO
              EVALUATE TRUE
                  WHEN NOT ACHOU-TITULO
                      ADD 1 TO WRK-QTD-SEM-TITULO
                      MOVE "TITULO NAO REMETIDO AO BANCO"
                          TO WRK-OCORRENCIA
                      PERFORM 0400-REGISTRA-OCORRENCIA
                  WHEN TAB-TT-BAIXADO(TAB-TT-IDX) = "S"
                      ADD 1 TO WRK-QTD-DUPLICADOS
                      MOVE "RETORNO DUPLICADO NO ARQUIVO"
                          TO WRK-OCORRENCIA
                      PERFORM 0400-REGISTRA-OCORRENCIA
                  WHEN RT-SITUACAO = "P"
                      PERFORM 0300-GERA-MOVIMENTO
                  WHEN OTHER
                      ADD 1 TO WRK-QTD-RECUSADOS
                      ADD RT-VALOR-TITULO TO WRK-SOMA-RECUSADOS
                      MOVE "S" TO TAB-TT-BAIXADO(TAB-TT-IDX)
                      MOVE SPACES TO WRK-OCORRENCIA
                      STRING "RECUSADO PELO BANCO " DELIMITED BY SIZE
                          RT-MOTIVO-BANCO DELIMITED BY SIZE
                          INTO WRK-OCORRENCIA
                      PERFORM 0400-REGISTRA-OCORRENCIA
              END-EVALUATE
              PERFORM 1100-LER-RETCOB.
         0100-EXIT.
              EXIT.

         0200-CASA-COM-TITULO SECTION.
              MOVE "N" TO WRK-ACHOU-TITULO
              IF RT-TIPO = "E"
                  MOVE "E" TO WRK-BUSCA-TIPO
              ELSE
                  MOVE SPACES TO WRK-BUSCA-TIPO
              END-IF
              IF WRK-QTD-TITULO GREATER ZERO
                  SET TAB-TT-IDX TO 1
                  SEARCH TAB-TT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-TT-CLIENTE(TAB-TT-IDX) = RT-CLIENTE
                          AND TAB-TT-COMPETENCIA(TAB-TT-IDX) =
                              RT-COMPETENCIA
                          AND TAB-TT-TIPO(TAB-TT-IDX) = WRK-BUSCA-TIPO
                          SET ACHOU-TITULO TO TRUE
                  END-SEARCH
              END-IF.

      *    Boleto pago vira movimento de pagamento para o CONTASREC
      *    com o valor e a data que o banco informou (pagamento em
      *    atraso gera os encargos la). Valor pago diferente do
      *    valor do titulo baixa o que foi pago e vai para o
      *    relatorio.
         0300-GERA-MOVIMENTO SECTION.
              MOVE "S" TO TAB-TT-BAIXADO(TAB-TT-IDX)
              MOVE RT-CLIENTE      TO RM-CLIENTE
              MOVE RT-COMPETENCIA  TO RM-COMPETENCIA
              MOVE RT-DATA-PAGTO   TO RM-DATA-PAGTO
              MOVE RT-VALOR-PAGO   TO RM-VALOR-PAGO
              MOVE WRK-BUSCA-TIPO  TO RM-TIPO
              WRITE RECMOV-REG
              ADD 1 TO WRK-JOB-GRAVADOS
              ADD 1 TO WRK-QTD-PAGOS
              ADD RT-VALOR-PAGO TO WRK-SOMA-PAGOS
              IF RT-VALOR-PAGO NOT = RT-VALOR-TITULO
                  ADD 1 TO WRK-QTD-DIVERGENTES
                  COMPUTE WRK-SOMA-DIFERENCA = WRK-SOMA-DIFERENCA
                      + RT-VALOR-PAGO - RT-VALOR-TITULO
                  IF RT-VALOR-PAGO LESS RT-VALOR-TITULO
                      MOVE "PAGO A MENOR QUE O TITULO"
                          TO WRK-OCORRENCIA
                  ELSE
                      MOVE "PAGO A MAIOR QUE O TITULO"
                          TO WRK-OCORRENCIA
                  END-IF
                  PERFORM 0400-REGISTRA-OCORRENCIA
              END-IF.

         0400-REGISTRA-OCORRENCIA SECTION.
              ADD 1 TO WRK-JOB-REJEITADOS
              MOVE 4 TO RETURN-CODE
              MOVE RT-CLIENTE      TO WRK-LO-CLIENTE
              MOVE RT-COMPETENCIA  TO WRK-LO-COMPET
              MOVE RT-TIPO         TO WRK-LO-TIPO
              MOVE RT-VALOR-TITULO TO WRK-LO-TITULO
              MOVE RT-VALOR-PAGO   TO WRK-LO-PAGO
              MOVE WRK-OCORRENCIA  TO WRK-LO-OCORRENCIA
              MOVE WRK-LINHA-OCORRENCIA TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE RT-CLIENTE TO WRK-EXC-CHAVE
              MOVE WRK-OCORRENCIA TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "RETORNO-COBRANCA" TO WRK-EXC-SISTEMA
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

         8000-TOTAIS SECTION.
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "SOMA DOS PAGOS" TO WRK-LT-ROTULO
              MOVE WRK-SOMA-PAGOS TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "DIFERENCA PAGO X TITULO" TO WRK-LT-ROTULO
              MOVE WRK-SOMA-DIFERENCA TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "SOMA DOS RECUSADOS" TO WRK-LT-ROTULO
              MOVE WRK-SOMA-RECUSADOS TO WRK-LT-VALOR
              MOVE WRK-LINHA-TOTAL TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-QTD-PAGOS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "BOLETOS PAGOS " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         9000-FINALIZAR SECTION.
              CLOSE RETCOB-FILE
              CLOSE RECMOV-FILE
              CLOSE RETCOBREL-FILE
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
              DISPLAY "RETORNOS LIDOS       : " WRK-JOB-LIDOS
              DISPLAY "BOLETOS PAGOS        : " WRK-QTD-PAGOS
              DISPLAY "PAGOS COM DIFERENCA  : " WRK-QTD-DIVERGENTES
              DISPLAY "RECUSADOS PELO BANCO : " WRK-QTD-RECUSADOS
              DISPLAY "SEM TITULO REMETIDO  : " WRK-QTD-SEM-TITULO
              DISPLAY "RETORNOS DUPLICADOS  : " WRK-QTD-DUPLICADOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==RETCOBREL-REG==.

       END PROGRAM RETCOBRANCA.
