      *          acao A=em analise R=resolvida) fecham os itens, e o
      *          relatorio de envelhecimento (EXCVIDAREL.DAT) lista o
      *          que esta aberto ha mais de N dias (PARAMVIDA.DAT).
      *          Linhas de EXCDIARIO.DAT entram tambem, mas so as de
      *          sistema com linha propria em EXCROTAS.DAT.
      * Tectonics: cobc
      * Mod Log:
      *   31/10/2024 - JLS - Falha de abertura de arquivo passa a ser
      *                      (EXCVIDAG1/G2/G3.DAT) pela rotina comum
      *                      GERABKP; o ROLLMESTRE restaura a geracao
      *                      escolhida.
      *   13/01/2025 - JLS - Numero do pedido passa de 4 para 8 posicoes
      *                      em todos os registros que o carregam;
      *                      arquivos existentes convertidos uma unica
      *                      vez pelo CONVPEDIDO.
      *   08/03/2025 - JLS - Linhas novas de EXCDIARIO.DAT promovidas
      *                      ao mestre quando o sistema da linha tem
      *                      rota propria em EXCROTAS.DAT (INTEG-*,
      *                      ORCADO-REALIZ); EXCVIDAMARCA.DAT guarda a
      *                      data e hora da ultima linha lida, para a
      *                      reexecucao nao reler o que ja passou.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCVIDA.
           SELECT FILA-FILE ASSIGN TO WRK-NOME-FILA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILA.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DIARIO.
           SELECT MARCA-FILE ASSIGN TO "EXCVIDAMARCA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MARCA.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCFRETE-FILE.
       01  EXCFRETE-REG.
           05 EF-PEDIDO              PIC 9(08).
           05 EF-RESTO               PIC X(58).
           05 EF-MOTIVO              PIC X(30).

       FD  FILA-FILE.
       01  FILA-REG                  PIC X(90).

      *    Campos fixos de EXCDIARIOCPY.
       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG.
           05 ED-MARCA.
               10 ED-DATA            PIC X(08).
               10 ED-HORA            PIC X(08).
           05 ED-SISTEMA             PIC X(15).
           05 ED-SEVERIDADE          PIC X(01).
           05 ED-CHAVE               PIC X(15).
           05 ED-COD-MOTIVO          PIC X(04).
           05 ED-TEXTO               PIC X(40).

      *    Data e hora da ultima linha de EXCDIARIO.DAT lida.
       FD  MARCA-FILE.
       01  MARCA-REG.
           05 MC-MARCA               PIC X(16).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.
         77 WRK-STATUS-ROTAS     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-HIST      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FILA      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-DIARIO    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-MARCA     PIC X(02) VALUE SPACES.
         77 WRK-NOME-FILA        PIC X(20) VALUE SPACES.
         77 WRK-FIM-ARQUIVO      PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".
         77 WRK-QTD-ENVELHECIDAS PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-REMANEJADAS  PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-FILAS        PIC 9(02) VALUE ZEROS.
         77 WRK-QTD-DIARIO       PIC 9(04) VALUE ZEROS.

      *    Marca de EXCDIARIO.DAT: sem arquivo, vale o inicio do dia.
         01 WRK-MARCA-ANTERIOR.
             05 WRK-MA-DATA      PIC 9(08) VALUE ZEROS.
             05 WRK-MA-HORA      PIC X(08) VALUE ZEROS.
         77 WRK-MARCA-NOVA       PIC X(16) VALUE SPACES.
         77 WRK-TEM-ROTA         PIC X(01) VALUE "N".
             88 TEM-ROTA VALUE "S".

      *    Tabela de roteamento sistema + prefixo do motivo -> equipe;
      *    sistema ou prefixo em branco casa com qualquer valor, a
              PERFORM 1100-CARREGA-MESTRE
              PERFORM 0100-ALIMENTA-FRETE
              PERFORM 0200-ALIMENTA-FOLHA
              PERFORM 0250-ALIMENTA-DIARIO
              PERFORM 0300-APLICA-MOVIMENTOS
              PERFORM 0700-REGRAVA-MESTRE
              PERFORM 0720-GRAVA-MARCA
              PERFORM 0750-CORTA-FILAS
              PERFORM 0800-RELATORIO-IDADE
              PERFORM 9000-FINALIZAR
              MOVE ZEROS TO WRK-QTD-REMANEJADAS
              MOVE ZEROS TO WRK-QTD-ROTAS
              MOVE ZEROS TO WRK-QTD-EQUIPES
              MOVE ZEROS TO WRK-QTD-FILAS
              MOVE ZEROS TO WRK-QTD-DIARIO.

         0010-CABECALHO SECTION.
              MOVE "VIDA-EXCECOES" TO WRK-JOB-NOME
                  CLOSE FUNCEXC-FILE
              END-IF.

      *    Linhas de EXCDIARIO.DAT posteriores a marca. So entra a
      *    linha cujo sistema tem linha propria em EXCROTAS.DAT; o
      *    resto do arquivo e de subsistemas que ja chegam pelas
      *    rejeicoes proprias ou que so interessam ao resumo diario.
         0250-ALIMENTA-DIARIO SECTION.
              PERFORM 0260-LE-MARCA
              MOVE WRK-MARCA-ANTERIOR TO WRK-MARCA-NOVA
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT EXCDIARIO-FILE
              IF WRK-STATUS-DIARIO NOT = "00"
                  SET FIM-ARQUIVO TO TRUE
              END-IF
              PERFORM UNTIL FIM-ARQUIVO
                  READ EXCDIARIO-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          PERFORM 0270-AVALIA-DIARIO
                  END-READ
              END-PERFORM
              IF WRK-STATUS-DIARIO NOT = "35"
                  CLOSE EXCDIARIO-FILE
              END-IF.

         0260-LE-MARCA SECTION.
              MOVE WRK-DATA-HOJE TO WRK-MA-DATA
              MOVE ZEROS TO WRK-MA-HORA
              OPEN INPUT MARCA-FILE
              IF WRK-STATUS-MARCA = "00"
                  READ MARCA-FILE
                      AT END
                          CONTINUE
                      NOT AT END
                          IF MC-MARCA(1:8) NUMERIC
                              MOVE MC-MARCA TO WRK-MARCA-ANTERIOR
                          END-IF
                  END-READ
                  CLOSE MARCA-FILE
              END-IF.

         0270-AVALIA-DIARIO SECTION.
              IF ED-DATA NOT NUMERIC
                  OR ED-MARCA NOT GREATER WRK-MARCA-ANTERIOR
                  GO TO 0270-SAIDA
              END-IF
              IF ED-MARCA GREATER WRK-MARCA-NOVA
                  MOVE ED-MARCA TO WRK-MARCA-NOVA
              END-IF
              MOVE "N" TO WRK-TEM-ROTA
              IF ED-SISTEMA NOT = SPACES
                  AND WRK-QTD-ROTAS GREATER ZERO
                  SET TAB-RT-IDX TO 1
                  SEARCH TAB-RT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-RT-SISTEMA(TAB-RT-IDX) = ED-SISTEMA
                          SET TEM-ROTA TO TRUE
                  END-SEARCH
              END-IF
              IF NOT TEM-ROTA
                  GO TO 0270-SAIDA
              END-IF
              ADD 1 TO WRK-JOB-LIDOS
              ADD 1 TO WRK-QTD-DIARIO
              MOVE ED-SISTEMA TO WRK-SISTEMA-FEED
              MOVE ED-CHAVE TO WRK-CHAVE-FEED
              MOVE ED-TEXTO TO WRK-MOTIVO-FEED
              PERFORM 0500-PROMOVE-EXCECAO.
         0270-SAIDA.
              EXIT.

      *    Rejeicao nova abre; aberta ou em analise nao duplica;
      *    resolvida que reaparece reabre com a data do dia.
         0500-PROMOVE-EXCECAO SECTION.
              END-PERFORM
              CLOSE EXCVIDA-FILE.

      *    A marca so avanca depois do mestre regravado: execucao
      *    interrompida rele as mesmas linhas, que nao duplicam.
         0720-GRAVA-MARCA SECTION.
              OPEN OUTPUT MARCA-FILE
              IF WRK-STATUS-MARCA NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "EXCVIDAMARCA.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-MARCA TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE WRK-MARCA-NOVA TO MC-MARCA
              WRITE MARCA-REG
              CLOSE MARCA-FILE.

      *    Uma fila por equipe com itens nao resolvidos
      *    (FILA<equipe>.DAT), recriada a cada execucao.
         0750-CORTA-FILAS SECTION.
              DISPLAY "JOB : " WRK-JOB-NOME "   FIM : "
                  WRK-JOB-DATAHORA
              DISPLAY "REJEICOES LIDAS    : " WRK-JOB-LIDOS
              DISPLAY "  DO EXCDIARIO     : " WRK-QTD-DIARIO
              DISPLAY "ITENS NO MESTRE    : " WRK-JOB-GRAVADOS
              DISPLAY "ABERTAS NOVAS      : " WRK-QTD-ABERTAS
              DISPLAY "REABERTAS          : " WRK-QTD-REABERTAS
