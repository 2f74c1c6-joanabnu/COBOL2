      *                      e quantidade movida), para o extrato
      *                      anual conferir o total do arquivo morto
      *                      contra o que os expurgos declararam.
      *   13/01/2025 - JLS - Pedido da trilha passa a 8 posicoes: AUD-
      *                      RESTO passa a 110 bytes e o registro a 118.
      *   16/01/2025 - JLS - Layout da trilha ganha UF de origem,
      *                      aliquota e valor do imposto no final da
      *                      linha (136 bytes), acompanhando a mudanca
      *                      do PROGRAMA11.
      *   24/01/2025 - JLS - Layout da trilha ganha o motivo da escolha
      *                      da transportadora e o frete da escolha so
      *                      por preco no final da linha (147 bytes),
      *                      acompanhando a mudanca do PROGRAMA11.
      *   27/01/2025 - JLS - Layout da trilha ganha o numero da
      *                      consolidacao de carga (AUD-CONSOLIDACAO),
      *                      155 bytes, acompanhando o PROGRAMA11.
      *   31/01/2025 - JLS - Layout da trilha ganha o numero da cotacao
      *                      previa do pedido (AUD-COTACAO), 161 bytes,
      *                      acompanhando o PROGRAMA11.
      *   08/03/2025 - JLS - Expurgo passa a mover particoes mensais
      *                      inteiras: cada FRETEAUD<AAAAMM>.DAT viva de
      *                      competencia anterior ao mes da data de
      *                      corte e acrescentada a
      *                      FRETEARQ<AAAAMM>.DAT, esvaziada e trocada
      *                      de linha no diretorio FRETEDIR.DAT com a
      *                      quantidade e os totais contados na copia
      *                      (divergencia com o diretorio sai no
      *                      relatorio e em EXCDIARIO.DAT); nao ha mais
      *                      regravacao da trilha viva por FRETETMP.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQFRETEAUD.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT FRETEAUDARQ-FILE ASSIGN TO WRK-NOME-FRETEARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQ.
           SELECT PARAMARQ-FILE ASSIGN TO "PARAMARQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
       FD  FRETEAUD-FILE.
       01  FRETEAUD-REG.
           05 AUD-DATA                PIC 9(08).
           05 AUD-RESTO1              PIC X(51).
           05 AUD-FRETE               PIC 9(08)V99.
           05 AUD-VALORTOTAL          PIC 9(09)V99.
           05 AUD-RESTO2              PIC X(81).

       FD  FRETEAUDARQ-FILE.
       01  FRETEAUDARQ-REG            PIC X(161).

       FD  PARAMARQ-FILE.
       01  PARAMARQ-REG.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-FRETEAUD  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-ARQ       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAM     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CTL       PIC X(02) VALUE SPACES.
         77 WRK-NOME-FRETEARQ    PIC X(20) VALUE SPACES.
         77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
         77 WRK-FIM-FRETEAUD     PIC X(01) VALUE "N".
             88 FIM-FRETEAUD VALUE "S".

      *    O expurgo move meses inteiros: vai para o arquivo morto toda
      *    particao viva de competencia anterior a da data de corte.
         77 WRK-DATA-CORTE       PIC 9(08) VALUE ZEROS.
         77 WRK-COMP-CORTE       PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-PARTICOES    PIC 9(03) VALUE ZEROS.
         77 WRK-QTD-LIDOS        PIC 9(08) VALUE ZEROS.
         77 WRK-QTD-MOVIDOS      PIC 9(08) VALUE ZEROS.
         77 WRK-QTD-MANTIDOS     PIC 9(08) VALUE ZEROS.
         77 WRK-CONCILIA-OK      PIC X(01) VALUE "S".
             88 CONCILIA-OK VALUE "S".

      *    Particao em movimento: contada na copia e conferida com a
      *    linha do diretorio (que pode estar atrasada se o calculo
      *    abortou com a particao aberta).
         77 WRK-PT-LIDOS         PIC 9(09) VALUE ZEROS.
         77 WRK-PT-MOVIDOS       PIC 9(09) VALUE ZEROS.
         77 WRK-PT-VALOR         PIC 9(13)V99 VALUE ZEROS.
         77 WRK-PT-FRETE         PIC 9(11)V99 VALUE ZEROS.
         77 WRK-PT-COMPETENCIA   PIC 9(06) VALUE ZEROS.

         01 WRK-LINHA-REL.
             05 WRK-RL-ROTULO      PIC X(30).
             05 WRK-RL-QTD         PIC ZZ.ZZZ.ZZ9.

         01 WRK-LINHA-PART.
             05 WRK-LP-ORIGEM      PIC X(20).
             05 FILLER             PIC X(04) VALUE " -> ".
             05 WRK-LP-DESTINO     PIC X(20).
             05 WRK-LP-QTD         PIC ZZ.ZZZ.ZZ9.
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LP-SITUACAO    PIC X(20).

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-MOVE-PARTICOES
              PERFORM 0300-CONCILIA
              PERFORM 8000-GRAVA-RELATORIO
              PERFORM 9000-FINALIZAR
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-FRETEAUD
              MOVE "S" TO WRK-CONCILIA-OK
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-PARTICOES
              MOVE ZEROS TO WRK-QTD-LIDOS
              MOVE ZEROS TO WRK-QTD-MOVIDOS
              MOVE ZEROS TO WRK-QTD-MANTIDOS.

         0010-CABECALHO SECTION.
              MOVE "ARQUIVA-FRETEAUD" TO WRK-JOB-NOME
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              MOVE WRK-DATA-CORTE(1:6) TO WRK-COMP-CORTE
              DISPLAY "Data de corte da retencao : " WRK-DATA-CORTE
              DISPLAY "Arquiva particoes antes de : " WRK-COMP-CORTE
      *    Lista das particoes vivas: as anteriores ao mes de corte
      *    sao movidas, as demais ficam e so entram na contagem.
              MOVE ZEROS TO WRK-FP-COMP-DE
              MOVE 999999 TO WRK-FP-COMP-ATE
              MOVE "V" TO WRK-FP-ESCOPO
              MOVE "L" TO WRK-FP-FUNCAO
              MOVE RETURN-CODE TO WRK-FP-RETORNO
              CALL "FRETEPART" USING WRK-PARM-PART
              IF WRK-FP-RESULTADO NOT = "0"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FRETEDIR.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-FP-STATUS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT ARQFRETEREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "ARQFRETEREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              MOVE "EXPURGO DA TRILHA DE AUDITORIA DE FRETE"
                  TO ARQFRETEREL-REG
              WRITE ARQFRETEREL-REG
              MOVE SPACES TO ARQFRETEREL-REG
              STRING "DATA DE CORTE : " DELIMITED BY SIZE
                  WRK-DATA-CORTE DELIMITED BY SIZE
                  "   PARTICOES ANTERIORES A " DELIMITED BY SIZE
                  WRK-COMP-CORTE DELIMITED BY SIZE
                  INTO ARQFRETEREL-REG
              WRITE ARQFRETEREL-REG
              MOVE SPACES TO ARQFRETEREL-REG
              WRITE ARQFRETEREL-REG.

      *    A lista devolvida pelo FRETEPART nao muda com as funcoes de
      *    nome, soma e retirada chamadas durante o movimento.
         0100-MOVE-PARTICOES SECTION.
              PERFORM VARYING WRK-FP-IDX FROM 1 BY 1
                  UNTIL WRK-FP-IDX GREATER WRK-FP-QTD-PART
                  IF WRK-FP-PT-COMPETENCIA(WRK-FP-IDX)
                      LESS WRK-COMP-CORTE
                      PERFORM 0150-MOVE-PARTICAO
                  ELSE
                      ADD WRK-FP-PT-QTD(WRK-FP-IDX)
                          TO WRK-QTD-MANTIDOS
                  END-IF
              END-PERFORM.

      *    Copia a particao viva inteira para a arquivada do mesmo mes
      *    (acrescentando, se uma devolucao retroativa ja gerou uma),
      *    esvazia a viva e passa a linha do diretorio para o arquivo
      *    morto com a quantidade e os totais contados na copia.
         0150-MOVE-PARTICAO SECTION.
              MOVE WRK-FP-PT-COMPETENCIA(WRK-FP-IDX)
                  TO WRK-PT-COMPETENCIA
              MOVE WRK-FP-PT-ARQUIVO(WRK-FP-IDX) TO WRK-NOME-FRETEAUD
              MOVE "N" TO WRK-FP-FUNCAO
              MOVE WRK-PT-COMPETENCIA TO WRK-FP-COMPETENCIA
              MOVE "A" TO WRK-FP-LOCAL
              MOVE RETURN-CODE TO WRK-FP-RETORNO
              CALL "FRETEPART" USING WRK-PARM-PART
              MOVE WRK-FP-ARQUIVO TO WRK-NOME-FRETEARQ
              OPEN INPUT FRETEAUD-FILE
              IF WRK-STATUS-FRETEAUD NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE WRK-NOME-FRETEAUD TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FRETEAUD TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND FRETEAUDARQ-FILE
              IF WRK-STATUS-ARQ = "35"
                  OPEN OUTPUT FRETEAUDARQ-FILE
              END-IF
              IF WRK-STATUS-ARQ NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE WRK-NOME-FRETEARQ TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-ARQ TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE ZEROS TO WRK-PT-LIDOS
              MOVE ZEROS TO WRK-PT-MOVIDOS
              MOVE ZEROS TO WRK-PT-VALOR
              MOVE ZEROS TO WRK-PT-FRETE
              MOVE "N" TO WRK-FIM-FRETEAUD
              PERFORM UNTIL FIM-FRETEAUD
                  READ FRETEAUD-FILE
                      AT END
                          SET FIM-FRETEAUD TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-PT-LIDOS
                          MOVE FRETEAUD-REG TO FRETEAUDARQ-REG
                          WRITE FRETEAUDARQ-REG
                          IF WRK-STATUS-ARQ = "00"
                              ADD 1 TO WRK-PT-MOVIDOS
                              ADD AUD-VALORTOTAL TO WRK-PT-VALOR
                              ADD AUD-FRETE TO WRK-PT-FRETE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FRETEAUD-FILE
              CLOSE FRETEAUDARQ-FILE
              ADD 1 TO WRK-QTD-PARTICOES
              ADD WRK-PT-LIDOS TO WRK-QTD-LIDOS
              ADD WRK-PT-MOVIDOS TO WRK-QTD-MOVIDOS
              MOVE WRK-NOME-FRETEAUD TO WRK-LP-ORIGEM
              MOVE WRK-NOME-FRETEARQ TO WRK-LP-DESTINO
              MOVE WRK-PT-MOVIDOS TO WRK-LP-QTD
              MOVE "MOVIDA" TO WRK-LP-SITUACAO
      *    Copia incompleta: a particao viva fica como esta, para o
      *    proximo expurgo tentar de novo depois de acertado o arquivo
      *    morto.
              IF WRK-PT-MOVIDOS NOT = WRK-PT-LIDOS
                  MOVE "N" TO WRK-CONCILIA-OK
                  MOVE "COPIA INCOMPLETA" TO WRK-LP-SITUACAO
                  WRITE ARQFRETEREL-REG FROM WRK-LINHA-PART
                  MOVE WRK-NOME-FRETEAUD TO WRK-EXC-CHAVE
                  MOVE "COPIA DA PARTICAO PARA O ARQUIVO MORTO FALHOU"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
                  GO TO 0150-SAIDA
              END-IF
              IF WRK-PT-LIDOS NOT = WRK-FP-PT-QTD(WRK-FP-IDX)
                  OR WRK-PT-VALOR NOT = WRK-FP-PT-VALOR(WRK-FP-IDX)
                  OR WRK-PT-FRETE NOT = WRK-FP-PT-FRETE(WRK-FP-IDX)
                  MOVE "MOVIDA - DIR ACERTADO" TO WRK-LP-SITUACAO
                  DISPLAY "Diretorio divergia da particao "
                      WRK-NOME-FRETEAUD " : declarado "
                      WRK-FP-PT-QTD(WRK-FP-IDX) " contado "
                      WRK-PT-LIDOS
                  IF RETURN-CODE LESS 4
                      MOVE 4 TO RETURN-CODE
                  END-IF
                  MOVE WRK-NOME-FRETEAUD TO WRK-EXC-CHAVE
                  MOVE "FRETEDIR DIVERGIA DA PARTICAO ARQUIVADA"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
              END-IF
              WRITE ARQFRETEREL-REG FROM WRK-LINHA-PART
              OPEN OUTPUT FRETEAUD-FILE
              IF WRK-STATUS-FRETEAUD NOT = "00"
                  DISPLAY "Erro ao esvaziar " WRK-NOME-FRETEAUD " : "
                      WRK-STATUS-FRETEAUD
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF
              CLOSE FRETEAUD-FILE
              MOVE "R" TO WRK-FP-FUNCAO
              MOVE WRK-PT-COMPETENCIA TO WRK-FP-COMPETENCIA
              MOVE "V" TO WRK-FP-LOCAL
              MOVE RETURN-CODE TO WRK-FP-RETORNO
              CALL "FRETEPART" USING WRK-PARM-PART
              MOVE "S" TO WRK-FP-FUNCAO
              MOVE WRK-PT-COMPETENCIA TO WRK-FP-COMPETENCIA
              MOVE "A" TO WRK-FP-LOCAL
              MOVE WRK-PT-MOVIDOS TO WRK-FP-QTD
              MOVE WRK-PT-VALOR TO WRK-FP-VALOR
              MOVE WRK-PT-FRETE TO WRK-FP-FRETE
              MOVE RETURN-CODE TO WRK-FP-RETORNO
              CALL "FRETEPART" USING WRK-PARM-PART
              IF WRK-FP-RESULTADO NOT = "0"
                  DISPLAY "Erro ao atualizar FRETEDIR.DAT : "
                      WRK-FP-STATUS " - " WRK-NOME-FRETEARQ
                      " com " WRK-PT-MOVIDOS " registros nao somados"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF.
         0150-SAIDA.
              EXIT.

         0300-CONCILIA SECTION.
              IF WRK-QTD-MOVIDOS NOT = WRK-QTD-LIDOS
                  MOVE "N" TO WRK-CONCILIA-OK
              END-IF
              IF NOT CONCILIA-OK
              MOVE "9999" TO WRK-EXC-COD-MOTIVO.

         8000-GRAVA-RELATORIO SECTION.
              MOVE SPACES TO ARQFRETEREL-REG
              WRITE ARQFRETEREL-REG
              MOVE "PARTICOES ARQUIVADAS" TO WRK-RL-ROTULO
              MOVE WRK-QTD-PARTICOES TO WRK-RL-QTD
              WRITE ARQFRETEREL-REG FROM WRK-LINHA-REL
              MOVE "REGISTROS LIDOS" TO WRK-RL-ROTULO
              MOVE WRK-QTD-LIDOS TO WRK-RL-QTD
              WRITE ARQFRETEREL-REG FROM WRK-LINHA-REL
              MOVE "REGISTROS ARQUIVADOS" TO WRK-RL-ROTULO
              MOVE WRK-QTD-MOVIDOS TO WRK-RL-QTD
              WRITE ARQFRETEREL-REG FROM WRK-LINHA-REL
              MOVE "REGISTROS MANTIDOS (DIR)" TO WRK-RL-ROTULO
              MOVE WRK-QTD-MANTIDOS TO WRK-RL-QTD
              WRITE ARQFRETEREL-REG FROM WRK-LINHA-REL
              IF CONCILIA-OK
                  MOVE "CONCILIACAO : OK" TO ARQFRETEREL-REG
              ELSE
              PERFORM 8100-GRAVA-CONTROLE.

      *    Registro de controle acumulado entre expurgos: a soma de
      *    CT-QTD-MOVIDOS deve bater com o total de registros das
      *    particoes arquivadas no diretorio (conferido pelo extrato
      *    anual).
         8100-GRAVA-CONTROLE SECTION.
              OPEN EXTEND ARQFRETECTL-FILE
              IF WRK-STATUS-CTL = "35"
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   FIM : "
                  WRK-JOB-DATAHORA
              DISPLAY "PARTICOES ARQUIVADAS : " WRK-QTD-PARTICOES
              DISPLAY "REGISTROS LIDOS      : " WRK-QTD-LIDOS
              DISPLAY "REGISTROS ARQUIVADOS : " WRK-QTD-MOVIDOS
              DISPLAY "REGISTROS MANTIDOS   : " WRK-QTD-MANTIDOS
