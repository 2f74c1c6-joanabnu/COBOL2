      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 13/01/2025
      * Purpose: Conversao unica dos arquivos de frete para o numero
      *          de pedido de 8 posicoes. Os pedidos passaram de 9999
      *          e o numero de 4 posicoes em PEDIDOS.DAT e em todos os
      *          arquivos que o carregam (trilha, ciclo de vida,
      *          retencao, liberacoes, excecoes, pedidos escalados do
      *          reprocessamento, entregas, faturas de transportadora
      *          e indice PEDXREF.DAT) foi alargado para 9(08). Este
      *          programa regrava cada arquivo existente no desenho
      *          novo, inserindo zeros a esquerda do pedido na posicao
      *          que ele ocupa no registro, e prova a conversao:
      *          por arquivo, quantidade de registros e soma dos numeros
      *          de pedido antes e depois, relidas do arquivo gerado.
      *          So regrava o original se a prova bater; a geracao
      *          anterior fica guardada por GERABKP (<base>G1). Grava
      *          CONVPEDCTL.DAT ao terminar e recusa uma segunda
      *          execucao, que alargaria o pedido de novo.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPEDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO WRK-NOME-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENTRADA.
           SELECT CONVTMP-FILE ASSIGN TO "CONVTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TMP.
           SELECT SAIDA-FILE ASSIGN TO WRK-NOME-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SAIDA.
           SELECT XREFANT-FILE ASSIGN TO "PEDXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XA-PEDIDO
               FILE STATUS IS WRK-STATUS-XREF.
           SELECT PEDXREF-FILE ASSIGN TO "PEDXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-PEDIDO
               FILE STATUS IS WRK-STATUS-XREF.
           SELECT CONVXREF-FILE ASSIGN TO "CONVXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CVX.
           SELECT CONVPEDREL-FILE ASSIGN TO "CONVPEDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT CONVPEDCTL-FILE ASSIGN TO "CONVPEDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
      *    Registro no desenho antigo, lido como texto: o pedido esta
      *    na posicao informada para cada arquivo na tabela de
      *    conversao.
       FD  ENTRADA-FILE.
       01  ENTRADA-REG               PIC X(200).

       FD  CONVTMP-FILE.
       01  CONVTMP-REG               PIC X(204).

       FD  SAIDA-FILE.
       01  SAIDA-REG                 PIC X(204).

      *    Indice remissivo no desenho antigo (chave de 4 posicoes).
       FD  XREFANT-FILE.
       01  XREFANT-REG.
           05 XA-PEDIDO               PIC 9(04).
           05 XA-RESTO                PIC X(21).

       FD  PEDXREF-FILE.
       01  PEDXREF-REG.
           05 XR-PEDIDO               PIC 9(08).
           05 XR-TEM-TRILHA           PIC X(01).
           05 XR-TEM-EXCECAO          PIC X(01).
           05 XR-TEM-CICLO            PIC X(01).
           05 XR-ULT-STATUS           PIC X(10).
           05 XR-ULT-DATA             PIC 9(08).

      *    Copia de trabalho do indice ja no desenho novo; fica em
      *    disco como salvaguarda da carga do INDEXED.
       FD  CONVXREF-FILE.
       01  CONVXREF-REG.
           05 CX-PEDIDO               PIC 9(08).
           05 CX-RESTO                PIC X(21).

       FD  CONVPEDREL-FILE.
       01  CONVPEDREL-REG            PIC X(80).

       FD  CONVPEDCTL-FILE.
       01  CONVPEDCTL-REG.
           05 CC-DATA-CONVERSAO      PIC 9(08).
           05 CC-HORA-CONVERSAO      PIC 9(08).
           05 CC-QTD-ARQUIVOS        PIC 9(03).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG              PIC X(91).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.

         01 WRK-PARM-BKP.
             05 WRK-BKP-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-BKP-RETORNO    PIC 9(02) VALUE ZEROS.

         77 WRK-STATUS-ENTRADA   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TMP       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-SAIDA     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-XREF      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CVX       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CTL       PIC X(02) VALUE SPACES.
         77 WRK-NOME-ENTRADA     PIC X(20) VALUE SPACES.
         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-FIM-ENTRADA      PIC X(01) VALUE "N".
             88 FIM-ENTRADA VALUE "S".
         77 WRK-FIM-TMP          PIC X(01) VALUE "N".
             88 FIM-TMP VALUE "S".
         77 WRK-FIM-XREF         PIC X(01) VALUE "N".
             88 FIM-XREF VALUE "S".
         77 WRK-CONVERSAO-OK     PIC X(01) VALUE "S".
             88 CONVERSAO-OK VALUE "S".
      *    Fase "P": so gera e confere as copias, sem tocar nos
      *    originais. Fase "G": so roda se todas as copias bateram,
      *    e regrava os originais.
         77 WRK-FASE             PIC X(01) VALUE "P".
             88 FASE-PROVA VALUE "P".

      *    Arquivos a converter e a posicao do pedido no registro
      *    antigo (a trilha e o historico da retencao comecam por
      *    data e hora; a fatura da transportadora pelo codigo dela).
         01 TAB-CONVERSAO.
             05 TAB-CV-REG OCCURS 1 TO 30 TIMES
                 DEPENDING ON WRK-QTD-ARQUIVOS
                 INDEXED BY TAB-CV-IDX.
                 10 TAB-CV-ARQUIVO    PIC X(20).
                 10 TAB-CV-POSICAO    PIC 9(03).
                 10 TAB-CV-LIDOS      PIC 9(08).
                 10 TAB-CV-COPIADOS   PIC 9(08).
                 10 TAB-CV-RELIDOS    PIC 9(08).
                 10 TAB-CV-SOMA-ANTES PIC 9(12).
                 10 TAB-CV-SOMA-DEPOIS PIC 9(12).
                 10 TAB-CV-SITUACAO   PIC X(10).
         77 WRK-QTD-ARQUIVOS     PIC 9(03) VALUE ZEROS.
         77 WRK-QTD-CONVERTIDOS  PIC 9(03) VALUE ZEROS.

         77 WRK-POSICAO          PIC 9(03) VALUE ZEROS.
         77 WRK-POSICAO-RESTO    PIC 9(03) VALUE ZEROS.
         77 WRK-POSICAO-NOVA     PIC 9(03) VALUE ZEROS.
         77 WRK-TAM-PREFIXO      PIC 9(03) VALUE ZEROS.
         77 WRK-PEDIDO-ANTIGO    PIC 9(04) VALUE ZEROS.
         77 WRK-PEDIDO-NOVO      PIC 9(08) VALUE ZEROS.

         77 WRK-XR-LIDOS         PIC 9(08) VALUE ZEROS.
         77 WRK-XR-GRAVADOS      PIC 9(08) VALUE ZEROS.
         77 WRK-XR-SOMA-ANTES    PIC 9(12) VALUE ZEROS.
         77 WRK-XR-SOMA-DEPOIS   PIC 9(12) VALUE ZEROS.
         77 WRK-XR-SITUACAO      PIC X(10) VALUE SPACES.

         01 WRK-LINHA-REL.
             05 WRK-RL-ARQUIVO     PIC X(16).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-RL-LIDOS       PIC ZZ.ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-RL-RELIDOS     PIC ZZ.ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-RL-SOMA-ANTES  PIC ZZ.ZZZ.ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-RL-SOMA-DEPOIS PIC ZZ.ZZZ.ZZZ.ZZ9.
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-RL-SITUACAO    PIC X(10).

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 1010-MONTA-TABELA
              MOVE "P" TO WRK-FASE
              PERFORM VARYING TAB-CV-IDX FROM 1 BY 1
                  UNTIL TAB-CV-IDX GREATER WRK-QTD-ARQUIVOS
                  PERFORM 0100-CONVERTE-ARQUIVO
              END-PERFORM
              IF CONVERSAO-OK
                  MOVE "G" TO WRK-FASE
                  PERFORM VARYING TAB-CV-IDX FROM 1 BY 1
                      UNTIL TAB-CV-IDX GREATER WRK-QTD-ARQUIVOS
                      PERFORM 0100-CONVERTE-ARQUIVO
                  END-PERFORM
                  PERFORM 0500-CONVERTE-XREF
              END-IF
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "S" TO WRK-CONVERSAO-OK
              MOVE "P" TO WRK-FASE
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-ARQUIVOS
              MOVE ZEROS TO WRK-QTD-CONVERTIDOS
              MOVE ZEROS TO WRK-XR-LIDOS
              MOVE ZEROS TO WRK-XR-GRAVADOS
              MOVE ZEROS TO WRK-XR-SOMA-ANTES
              MOVE ZEROS TO WRK-XR-SOMA-DEPOIS
              MOVE SPACES TO WRK-XR-SITUACAO.

         0010-CABECALHO SECTION.
              MOVE "CONVERTE-PEDIDO" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

      *    A conversao insere zeros no pedido: rodar de novo sobre
      *    arquivos ja convertidos deslocaria todos os campos.
         1000-INICIALIZAR SECTION.
              OPEN INPUT CONVPEDCTL-FILE
              IF WRK-STATUS-CTL = "00"
                  READ CONVPEDCTL-FILE
                      AT END
                          MOVE ZEROS TO CC-DATA-CONVERSAO
                  END-READ
                  CLOSE CONVPEDCTL-FILE
                  DISPLAY "Conversao do pedido ja executada em "
                      CC-DATA-CONVERSAO " - nada a fazer"
                  MOVE 8 TO RETURN-CODE
                  PERFORM 9900-RODAPE
                  GOBACK
              END-IF
              OPEN OUTPUT CONVPEDREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CONVPEDREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-SISTEMA FROM TIME.

         1010-MONTA-TABELA SECTION.
              MOVE "PEDIDOS.DAT"     TO WRK-NOME-ENTRADA
              MOVE 001 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "PEDIDOSOK.DAT"   TO WRK-NOME-ENTRADA
              MOVE 001 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "FRETEAUD.DAT"    TO WRK-NOME-ENTRADA
              MOVE 017 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "FRETEAUDARQ.DAT" TO WRK-NOME-ENTRADA
              MOVE 017 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "PEDSTAT.DAT"     TO WRK-NOME-ENTRADA
              MOVE 001 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "PEDPROC.DAT"     TO WRK-NOME-ENTRADA
              MOVE 001 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "PEDHOLD.DAT"     TO WRK-NOME-ENTRADA
              MOVE 001 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "PEDLIB.DAT"      TO WRK-NOME-ENTRADA
              MOVE 001 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "HOLDAUD.DAT"     TO WRK-NOME-ENTRADA
              MOVE 017 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "EXCFRETE.DAT"    TO WRK-NOME-ENTRADA
              MOVE 001 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "FRETERTY.DAT"    TO WRK-NOME-ENTRADA
              MOVE 001 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "FRETEESC.DAT"    TO WRK-NOME-ENTRADA
              MOVE 001 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "ENTREGAS.DAT"    TO WRK-NOME-ENTRADA
              MOVE 001 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "FATTRANSP.DAT"   TO WRK-NOME-ENTRADA
              MOVE 004 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "CANCMOV.DAT"     TO WRK-NOME-ENTRADA
              MOVE 001 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "ENTREGAMOV.DAT"  TO WRK-NOME-ENTRADA
              MOVE 001 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "HOLDMOV.DAT"     TO WRK-NOME-ENTRADA
              MOVE 001 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO
              MOVE "PEDSTATMOV.DAT"  TO WRK-NOME-ENTRADA
              MOVE 001 TO WRK-POSICAO
              PERFORM 1020-INCLUI-ARQUIVO.

         1020-INCLUI-ARQUIVO SECTION.
              ADD 1 TO WRK-QTD-ARQUIVOS
              SET TAB-CV-IDX TO WRK-QTD-ARQUIVOS
              MOVE WRK-NOME-ENTRADA TO TAB-CV-ARQUIVO(TAB-CV-IDX)
              MOVE WRK-POSICAO      TO TAB-CV-POSICAO(TAB-CV-IDX)
              MOVE ZEROS TO TAB-CV-LIDOS(TAB-CV-IDX)
              MOVE ZEROS TO TAB-CV-COPIADOS(TAB-CV-IDX)
              MOVE ZEROS TO TAB-CV-RELIDOS(TAB-CV-IDX)
              MOVE ZEROS TO TAB-CV-SOMA-ANTES(TAB-CV-IDX)
              MOVE ZEROS TO TAB-CV-SOMA-DEPOIS(TAB-CV-IDX)
              MOVE SPACES TO TAB-CV-SITUACAO(TAB-CV-IDX).

      *    Um arquivo: gera a copia convertida em CONVTMP.DAT, confere
      *    a copia relendo-a e, na fase de gravacao, guarda a geracao
      *    anterior e regrava o original.
         0100-CONVERTE-ARQUIVO SECTION.
              MOVE ZEROS TO TAB-CV-LIDOS(TAB-CV-IDX)
              MOVE ZEROS TO TAB-CV-COPIADOS(TAB-CV-IDX)
              MOVE ZEROS TO TAB-CV-RELIDOS(TAB-CV-IDX)
              MOVE ZEROS TO TAB-CV-SOMA-ANTES(TAB-CV-IDX)
              MOVE ZEROS TO TAB-CV-SOMA-DEPOIS(TAB-CV-IDX)
              MOVE TAB-CV-ARQUIVO(TAB-CV-IDX) TO WRK-NOME-ENTRADA
              MOVE TAB-CV-POSICAO(TAB-CV-IDX) TO WRK-POSICAO
              COMPUTE WRK-TAM-PREFIXO = WRK-POSICAO - 1
              COMPUTE WRK-POSICAO-RESTO = WRK-POSICAO + 4
              COMPUTE WRK-POSICAO-NOVA = WRK-POSICAO + 8
              MOVE "N" TO WRK-FIM-ENTRADA
              OPEN INPUT ENTRADA-FILE
              IF WRK-STATUS-ENTRADA NOT = "00"
                  MOVE "AUSENTE" TO TAB-CV-SITUACAO(TAB-CV-IDX)
                  GO TO 0100-SAIDA
              END-IF
              OPEN OUTPUT CONVTMP-FILE
              IF WRK-STATUS-TMP NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CONVTMP.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-TMP TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  CLOSE ENTRADA-FILE
                  MOVE "ERRO" TO TAB-CV-SITUACAO(TAB-CV-IDX)
                  MOVE "N" TO WRK-CONVERSAO-OK
                  GO TO 0100-SAIDA
              END-IF
              PERFORM UNTIL FIM-ENTRADA
                  READ ENTRADA-FILE
                      AT END
                          SET FIM-ENTRADA TO TRUE
                      NOT AT END
                          ADD 1 TO TAB-CV-LIDOS(TAB-CV-IDX)
                          PERFORM 0110-CONVERTE-REGISTRO
                  END-READ
              END-PERFORM
              CLOSE ENTRADA-FILE
              CLOSE CONVTMP-FILE
              PERFORM 0120-CONFERE-COPIA
              IF TAB-CV-RELIDOS(TAB-CV-IDX)
                  NOT = TAB-CV-LIDOS(TAB-CV-IDX)
                  OR TAB-CV-SOMA-DEPOIS(TAB-CV-IDX)
                  NOT = TAB-CV-SOMA-ANTES(TAB-CV-IDX)
                  MOVE "DIVERGENTE" TO TAB-CV-SITUACAO(TAB-CV-IDX)
                  MOVE "N" TO WRK-CONVERSAO-OK
                  MOVE WRK-NOME-ENTRADA TO WRK-EXC-CHAVE
                  MOVE "E" TO WRK-EXC-SEVERIDADE
                  MOVE "PROVA DA CONVERSAO NAO BATEU"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
                  GO TO 0100-SAIDA
              END-IF
              IF FASE-PROVA
                  MOVE "CONFERIDO" TO TAB-CV-SITUACAO(TAB-CV-IDX)
                  GO TO 0100-SAIDA
              END-IF
              MOVE WRK-NOME-ENTRADA TO WRK-BKP-ARQUIVO
              CALL "GERABKP" USING WRK-PARM-BKP
              PERFORM 0130-REGRAVA-ORIGINAL.
         0100-SAIDA.
              EXIT.

      *    Pedido numerico: prefixo, pedido com 8 posicoes e o resto
      *    do registro deslocado 4 posicoes. Linha sem pedido numerico
      *    (cabecalho e trailer de PEDIDOS.DAT) e copiada como veio.
         0110-CONVERTE-REGISTRO SECTION.
              MOVE SPACES TO CONVTMP-REG
              IF ENTRADA-REG(WRK-POSICAO:4) IS NOT NUMERIC
                  MOVE ENTRADA-REG TO CONVTMP-REG
                  ADD 1 TO TAB-CV-COPIADOS(TAB-CV-IDX)
              ELSE
                  IF WRK-TAM-PREFIXO GREATER ZEROS
                      MOVE ENTRADA-REG(1:WRK-TAM-PREFIXO)
                          TO CONVTMP-REG(1:WRK-TAM-PREFIXO)
                  END-IF
                  MOVE ENTRADA-REG(WRK-POSICAO:4)
                      TO WRK-PEDIDO-ANTIGO
                  MOVE WRK-PEDIDO-ANTIGO TO WRK-PEDIDO-NOVO
                  ADD WRK-PEDIDO-ANTIGO
                      TO TAB-CV-SOMA-ANTES(TAB-CV-IDX)
                  MOVE WRK-PEDIDO-NOVO TO CONVTMP-REG(WRK-POSICAO:8)
                  MOVE ENTRADA-REG(WRK-POSICAO-RESTO:)
                      TO CONVTMP-REG(WRK-POSICAO-NOVA:)
              END-IF
              WRITE CONVTMP-REG.

         0120-CONFERE-COPIA SECTION.
              MOVE "N" TO WRK-FIM-TMP
              OPEN INPUT CONVTMP-FILE
              IF WRK-STATUS-TMP NOT = "00"
                  DISPLAY "Erro ao reabrir CONVTMP.DAT : "
                      WRK-STATUS-TMP
                  GO TO 0120-SAIDA
              END-IF
              PERFORM UNTIL FIM-TMP
                  READ CONVTMP-FILE
                      AT END
                          SET FIM-TMP TO TRUE
                      NOT AT END
                          ADD 1 TO TAB-CV-RELIDOS(TAB-CV-IDX)
                          IF CONVTMP-REG(WRK-POSICAO:8) IS NUMERIC
                              MOVE CONVTMP-REG(WRK-POSICAO:8)
                                  TO WRK-PEDIDO-NOVO
                              ADD WRK-PEDIDO-NOVO
                                  TO TAB-CV-SOMA-DEPOIS(TAB-CV-IDX)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONVTMP-FILE.
         0120-SAIDA.
              EXIT.

         0130-REGRAVA-ORIGINAL SECTION.
              MOVE "N" TO WRK-FIM-TMP
              OPEN INPUT CONVTMP-FILE
              OPEN OUTPUT SAIDA-FILE
              IF WRK-STATUS-TMP NOT = "00"
                  OR WRK-STATUS-SAIDA NOT = "00"
                  DISPLAY "Erro ao regravar " WRK-NOME-ENTRADA " : "
                      WRK-STATUS-TMP " " WRK-STATUS-SAIDA
                  MOVE "ERRO" TO TAB-CV-SITUACAO(TAB-CV-IDX)
                  MOVE "N" TO WRK-CONVERSAO-OK
                  GO TO 0130-SAIDA
              END-IF
              PERFORM UNTIL FIM-TMP
                  READ CONVTMP-FILE
                      AT END
                          SET FIM-TMP TO TRUE
                      NOT AT END
                          MOVE CONVTMP-REG TO SAIDA-REG
                          WRITE SAIDA-REG
                  END-READ
              END-PERFORM
              CLOSE CONVTMP-FILE
              CLOSE SAIDA-FILE
              MOVE "CONVERTIDO" TO TAB-CV-SITUACAO(TAB-CV-IDX)
              ADD 1 TO WRK-QTD-CONVERTIDOS
              ADD TAB-CV-LIDOS(TAB-CV-IDX) TO WRK-JOB-LIDOS
              ADD TAB-CV-RELIDOS(TAB-CV-IDX) TO WRK-JOB-GRAVADOS.
         0130-SAIDA.
              EXIT.

      *    O indice remissivo e INDEXED: descarrega o desenho antigo
      *    numa copia sequencial ja convertida (CONVXREF.DAT) e
      *    recarrega o PEDXREF.DAT com a chave de 8 posicoes.
         0500-CONVERTE-XREF SECTION.
              MOVE "N" TO WRK-FIM-XREF
              OPEN INPUT XREFANT-FILE
              IF WRK-STATUS-XREF NOT = "00"
                  MOVE "AUSENTE" TO WRK-XR-SITUACAO
                  GO TO 0500-SAIDA
              END-IF
              OPEN OUTPUT CONVXREF-FILE
              IF WRK-STATUS-CVX NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "CONVXREF.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-CVX TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  CLOSE XREFANT-FILE
                  MOVE "ERRO" TO WRK-XR-SITUACAO
                  MOVE "N" TO WRK-CONVERSAO-OK
                  GO TO 0500-SAIDA
              END-IF
              PERFORM UNTIL FIM-XREF
                  READ XREFANT-FILE NEXT RECORD
                      AT END
                          SET FIM-XREF TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-XR-LIDOS
                          ADD XA-PEDIDO TO WRK-XR-SOMA-ANTES
                          MOVE XA-PEDIDO TO CX-PEDIDO
                          MOVE XA-RESTO  TO CX-RESTO
                          WRITE CONVXREF-REG
                  END-READ
              END-PERFORM
              CLOSE XREFANT-FILE
              CLOSE CONVXREF-FILE
              MOVE "N" TO WRK-FIM-XREF
              OPEN INPUT CONVXREF-FILE
              OPEN OUTPUT PEDXREF-FILE
              IF WRK-STATUS-XREF NOT = "00"
                  DISPLAY "Erro ao recriar PEDXREF.DAT : "
                      WRK-STATUS-XREF
                      " - desenho novo preservado em CONVXREF.DAT"
                  CLOSE CONVXREF-FILE
                  MOVE "ERRO" TO WRK-XR-SITUACAO
                  MOVE "N" TO WRK-CONVERSAO-OK
                  GO TO 0500-SAIDA
              END-IF
              PERFORM UNTIL FIM-XREF
                  READ CONVXREF-FILE
                      AT END
                          SET FIM-XREF TO TRUE
                      NOT AT END
                          MOVE CONVXREF-REG TO PEDXREF-REG
                          WRITE PEDXREF-REG
                              INVALID KEY
                                  DISPLAY "Chave duplicada no indice : "
                                      XR-PEDIDO
                              NOT INVALID KEY
                                  ADD 1 TO WRK-XR-GRAVADOS
                                  ADD XR-PEDIDO TO WRK-XR-SOMA-DEPOIS
                          END-WRITE
                  END-READ
              END-PERFORM
              CLOSE CONVXREF-FILE
              CLOSE PEDXREF-FILE
              IF WRK-XR-GRAVADOS NOT = WRK-XR-LIDOS
                  OR WRK-XR-SOMA-DEPOIS NOT = WRK-XR-SOMA-ANTES
                  MOVE "DIVERGENTE" TO WRK-XR-SITUACAO
                  MOVE "N" TO WRK-CONVERSAO-OK
                  MOVE "PEDXREF.DAT" TO WRK-EXC-CHAVE
                  MOVE "E" TO WRK-EXC-SEVERIDADE
                  MOVE "PROVA DA CONVERSAO NAO BATEU"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
              ELSE
                  MOVE "CONVERTIDO" TO WRK-XR-SITUACAO
                  ADD 1 TO WRK-QTD-CONVERTIDOS
                  ADD WRK-XR-LIDOS TO WRK-JOB-LIDOS
                  ADD WRK-XR-GRAVADOS TO WRK-JOB-GRAVADOS
              END-IF.
         0500-SAIDA.
              EXIT.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "CONVERTE-PED" TO WRK-EXC-SISTEMA
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

         8000-GRAVA-RELATORIO SECTION.
              MOVE "CONVERSAO DO PEDIDO PARA 8 POSICOES"
                  TO CONVPEDREL-REG
              WRITE CONVPEDREL-REG
              MOVE SPACES TO CONVPEDREL-REG
              STRING "DATA : " DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
                  INTO CONVPEDREL-REG
              WRITE CONVPEDREL-REG
              MOVE SPACES TO CONVPEDREL-REG
              WRITE CONVPEDREL-REG
              MOVE SPACES TO CONVPEDREL-REG
              STRING "ARQUIVO               LIDOS    GRAVADOS"
                  DELIMITED BY SIZE
                  "    SOMA ANTES    SOMA DEPOIS SITUACAO"
                  DELIMITED BY SIZE
                  INTO CONVPEDREL-REG
              WRITE CONVPEDREL-REG
              PERFORM VARYING TAB-CV-IDX FROM 1 BY 1
                  UNTIL TAB-CV-IDX GREATER WRK-QTD-ARQUIVOS
                  MOVE TAB-CV-ARQUIVO(TAB-CV-IDX) TO WRK-RL-ARQUIVO
                  MOVE TAB-CV-LIDOS(TAB-CV-IDX) TO WRK-RL-LIDOS
                  MOVE TAB-CV-RELIDOS(TAB-CV-IDX) TO WRK-RL-RELIDOS
                  MOVE TAB-CV-SOMA-ANTES(TAB-CV-IDX)
                      TO WRK-RL-SOMA-ANTES
                  MOVE TAB-CV-SOMA-DEPOIS(TAB-CV-IDX)
                      TO WRK-RL-SOMA-DEPOIS
                  MOVE TAB-CV-SITUACAO(TAB-CV-IDX) TO WRK-RL-SITUACAO
                  WRITE CONVPEDREL-REG FROM WRK-LINHA-REL
              END-PERFORM
              MOVE "PEDXREF.DAT"      TO WRK-RL-ARQUIVO
              MOVE WRK-XR-LIDOS       TO WRK-RL-LIDOS
              MOVE WRK-XR-GRAVADOS    TO WRK-RL-RELIDOS
              MOVE WRK-XR-SOMA-ANTES  TO WRK-RL-SOMA-ANTES
              MOVE WRK-XR-SOMA-DEPOIS TO WRK-RL-SOMA-DEPOIS
              MOVE WRK-XR-SITUACAO    TO WRK-RL-SITUACAO
              WRITE CONVPEDREL-REG FROM WRK-LINHA-REL
              MOVE SPACES TO CONVPEDREL-REG
              WRITE CONVPEDREL-REG
              IF CONVERSAO-OK
                  MOVE "PROVA DA CONVERSAO : OK" TO CONVPEDREL-REG
              ELSE
                  MOVE "PROVA DA CONVERSAO : FALHOU - VER DIVERGENTES"
                      TO CONVPEDREL-REG
              END-IF
              WRITE CONVPEDREL-REG
              PERFORM 8100-GRAVA-CONTROLE.

      *    So uma conversao completa fecha a porta para nova execucao;
      *    com divergencia na fase de prova nenhum original foi
      *    regravado e o operador pode corrigir e rodar outra vez.
         8100-GRAVA-CONTROLE SECTION.
              IF NOT CONVERSAO-OK
                  MOVE 8 TO RETURN-CODE
                  GO TO 8100-SAIDA
              END-IF
              OPEN OUTPUT CONVPEDCTL-FILE
              IF WRK-STATUS-CTL = "00"
                  MOVE WRK-DATA-SISTEMA    TO CC-DATA-CONVERSAO
                  MOVE WRK-HORA-SISTEMA    TO CC-HORA-CONVERSAO
                  MOVE WRK-QTD-CONVERTIDOS TO CC-QTD-ARQUIVOS
                  WRITE CONVPEDCTL-REG
                  CLOSE CONVPEDCTL-FILE
              END-IF.
         8100-SAIDA.
              EXIT.

         9000-FINALIZAR SECTION.
              CLOSE CONVPEDREL-FILE
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
              DISPLAY "ARQUIVOS CONVERTIDOS : " WRK-QTD-CONVERTIDOS
              DISPLAY "REGISTROS LIDOS      : " WRK-JOB-LIDOS
              DISPLAY "REGISTROS GRAVADOS   : " WRK-JOB-GRAVADOS
              DISPLAY "==========================================".
       END PROGRAM CONVPEDIDO.
