      *                      atende a ligacao ter um nome para
      *                      retornar; o cliente vem da propria
      *                      trilha (AUD-CLIENTE).
      *   13/01/2025 - JLS - Numero do pedido passa de 4 para 8 posicoes
      *                      em todos os registros que o carregam;
      *                      arquivos existentes convertidos uma unica
      *                      vez pelo CONVPEDIDO.
      *   16/01/2025 - JLS - Layout da trilha ganha UF de origem,
      *                      aliquota e valor do imposto no final da
      *                      linha (136 bytes), acompanhando a mudanca
      *                      do PROGRAMA11.
      *   23/01/2025 - JLS - Consulta passa a mostrar a devolucao do
      *                      pedido (DEVFRETE): transportadora, frete e
      *                      imposto do retorno ao lado do frete de ida,
      *                      e quem paga; o retorno nao troca a tarifa
      *                      reconsultada.
      *   24/01/2025 - JLS - Layout da trilha ganha o motivo da escolha
      *                      da transportadora e o frete da escolha so
      *                      por preco (147 bytes), acompanhando a
      *                      mudanca do PROGRAMA11; a consulta mostra os
      *                      dois junto da tarifa aplicada.
      *   27/01/2025 - JLS - Layout da trilha ganha o numero da
      *                      consolidacao de carga (AUD-CONSOLIDACAO),
      *                      155 bytes, acompanhando o PROGRAMA11.
      *   31/01/2025 - JLS - Layout da trilha ganha o numero da cotacao
      *                      previa do pedido (AUD-COTACAO), 161 bytes,
      *                      acompanhando o PROGRAMA11.
      *   08/03/2025 - JLS - Trilha do pedido lida pelas particoes
      *                      mensais vivas listadas em FRETEDIR.DAT
      *                      (FRETELECPY); com o pedido no indice
      *                      remissivo, so ate o mes da ultima
      *                      atualizacao dele (XR-ULT-DATA), porque
      *                      nenhuma linha do pedido e gravada depois
      *                      dela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSPEDIDO.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT TABCEP-FILE ASSIGN TO "TABCEP.DAT"
       01  FRETEAUD-REG.
           05 AUD-DATA                PIC 9(08).
           05 AUD-HORA                PIC 9(08).
           05 AUD-PEDIDO              PIC 9(08).
           05 AUD-CLIENTE             PIC 9(05).
           05 AUD-QTD-ITENS           PIC 9(02).
           05 AUD-PRODUTO             PIC X(10).
           05 AUD-MOEDA               PIC X(03).
           05 AUD-VALOR-ORIGINAL      PIC 9(09).
           05 AUD-CONTRATO             PIC X(01).
           05 AUD-UF-ORIGEM            PIC X(02).
           05 AUD-PERC-IMPOSTO         PIC 9V9999.
           05 AUD-VALOR-IMPOSTO        PIC 9(09)V99.
           05 AUD-MOTIVO-ESCOLHA       PIC X(01).
           05 AUD-FRETE-PRECO          PIC 9(08)V99.
           05 AUD-CONSOLIDACAO         PIC 9(08).
           05 AUD-COTACAO              PIC X(06).

       FD  TABCEP-FILE.
       01  TABCEP-REG.

       FD  EXCFRETE-FILE.
       01  EXCFRETE-REG.
           05 EX-PEDIDO               PIC 9(08).
           05 EX-CLIENTE              PIC 9(05).
           05 EX-PRODUTO              PIC X(10).
           05 EX-CEP                  PIC 9(08).

       FD  PEDSTAT-FILE.
       01  PEDSTAT-REG.
           05 PS-PEDIDO              PIC 9(08).
           05 PS-STATUS              PIC X(10).
           05 PS-DATA-STATUS         PIC 9(08).
           05 PS-HORA-STATUS         PIC 9(08).

       FD  PEDHOLD-FILE.
       01  PEDHOLD-REG.
           05 HD-PEDIDO              PIC 9(08).
           05 HD-CLIENTE             PIC 9(05).
           05 HD-PRODUTO             PIC X(10).
           05 HD-CEP                 PIC 9(08).

       FD  PEDXREF-FILE.
       01  PEDXREF-REG.
           05 XR-PEDIDO              PIC 9(08).
           05 XR-TEM-TRILHA          PIC X(01).
           05 XR-TEM-EXCECAO         PIC X(01).
           05 XR-TEM-CICLO           PIC X(01).
         77 WRK-STATUS-PEDSTAT   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PEDHOLD   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-XREF      PIC X(02) VALUE SPACES.
           COPY FRETEPARTCPY.

      *    Resposta do indice remissivo: com a entrada do pedido em
      *    maos, a consulta so varre os arquivos que o indice aponta;
         77 WRK-IX-TRILHA        PIC X(01) VALUE "S".
         77 WRK-IX-EXCECAO       PIC X(01) VALUE "S".
         77 WRK-IX-CICLO         PIC X(01) VALUE "S".
         77 WRK-ULT-DATA-INDICE  PIC 9(08) VALUE ZEROS.
         77 WRK-FIM-ARQUIVO      PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".

         77 WRK-PEDIDO           PIC 9(08) VALUE ZEROS.
         77 WRK-QTD-AUD          PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-EXC          PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-STAT         PIC 9(04) VALUE ZEROS.
         77 WRK-MELHOR-PCT       PIC 9V999 VALUE ZEROS.
         77 WRK-MELHOR-KG        PIC 9(03)V99 VALUE ZEROS.

      *    Motivo da escolha da transportadora gravado pelo
      *    PROGRAMA11; calculo anterior ao motivo fica em branco.
         77 WRK-MOTIVO-ESCOLHA   PIC X(01) VALUE SPACE.
         77 WRK-FRETE-PRECO      PIC 9(08)V99 VALUE ZEROS.
         77 WRK-CONSOLIDACAO     PIC 9(08) VALUE ZEROS.
         77 WRK-MOTIVO-TEXTO     PIC X(34) VALUE SPACES.

      *    Devolucao (DEVFRETE) ao lado do calculo de ida: o retorno
      *    nao troca a transportadora nem o CEP usados na tarifa.
         77 WRK-HOUVE-DEVOL      PIC X(01) VALUE "N".
             88 HOUVE-DEVOLUCAO VALUE "S".
         77 WRK-FRETE-IDA        PIC 9(08)V99 VALUE ZEROS.
         77 WRK-DEVOL-DATA       PIC 9(08) VALUE ZEROS.
         77 WRK-DEVOL-STATUS     PIC X(09) VALUE SPACES.
         77 WRK-DEVOL-TRANSP     PIC X(03) VALUE SPACES.
         77 WRK-DEVOL-UF         PIC X(02) VALUE SPACES.
         77 WRK-DEVOL-FRETE      PIC 9(08)V99 VALUE ZEROS.
         77 WRK-DEVOL-IMPOSTO    PIC 9(09)V99 VALUE ZEROS.

         77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99.
         77 WRK-FRETE-ED         PIC ZZ.ZZZ.ZZ9,99.
         77 WRK-PCT-ED           PIC 9,999.
                  DISPLAY "CICLO DE VIDA :"
                  DISPLAY "  SEM CICLO ABERTO (INDICE)"
              END-IF
              PERFORM 0550-MOSTRA-DEVOLUCAO
              PERFORM 0600-MOSTRA-RESUMO
              GOBACK.

              MOVE "S" TO WRK-IX-TRILHA
              MOVE "S" TO WRK-IX-EXCECAO
              MOVE "S" TO WRK-IX-CICLO
              MOVE ZEROS TO WRK-ULT-DATA-INDICE
              MOVE ZEROS TO WRK-CLIENTE-PEDIDO
              MOVE ZEROS TO WRK-QTD-CONTATOS
              MOVE "N" TO WRK-HOUVE-DEVOL
              MOVE ZEROS TO WRK-FRETE-IDA
              MOVE ZEROS TO WRK-CONSOLIDACAO.

         0100-RECEBE SECTION.
              DISPLAY "Digite o numero do pedido : "
                          MOVE XR-TEM-TRILHA  TO WRK-IX-TRILHA
                          MOVE XR-TEM-EXCECAO TO WRK-IX-EXCECAO
                          MOVE XR-TEM-CICLO   TO WRK-IX-CICLO
                          MOVE XR-ULT-DATA    TO WRK-ULT-DATA-INDICE
                          DISPLAY " "
                          DISPLAY "INDICE : ULTIMO STATUS "
                              XR-ULT-STATUS " EM " XR-ULT-DATA
                  CLOSE PEDXREF-FILE
              END-IF.

      *    Particoes vivas; com o pedido no indice, so ate o mes da
      *    ultima atualizacao dele -- o calculo, o cancelamento e a
      *    devolucao gravam a trilha antes de atualizar o indice.
         0200-MOSTRA-AUDITORIA SECTION.
              DISPLAY " "
              DISPLAY "TRILHA DE AUDITORIA :"
              MOVE ZEROS TO WRK-FP-COMP-DE
              MOVE 999999 TO WRK-FP-COMP-ATE
              IF TEM-INDICE AND WRK-ULT-DATA-INDICE GREATER ZEROS
                  MOVE WRK-ULT-DATA-INDICE(1:6) TO WRK-FP-COMP-ATE
              END-IF
              MOVE "V" TO WRK-FP-ESCOPO
              PERFORM 7700-ABRE-TRILHA
              IF WRK-FP-RESULTADO NOT = "0"
                  DISPLAY "  (FRETEDIR.DAT indisponivel : "
                      WRK-FP-STATUS ")"
              ELSE
                  PERFORM UNTIL FIM-TRILHA
                      READ FRETEAUD-FILE
                          AT END
                              PERFORM 7720-PROXIMA-PARTICAO
                          NOT AT END
                              IF AUD-PEDIDO = WRK-PEDIDO
                                  PERFORM 0210-MOSTRA-LINHA-AUD
                              END-IF
                      END-READ
                  END-PERFORM
                  PERFORM 7740-FECHA-TRILHA
              END-IF
              IF WRK-QTD-AUD = ZEROS
                  DISPLAY "  NENHUM REGISTRO NA TRILHA"
                  " FRETE " WRK-FRETE-ED
                  " " AUD-STATUS " " AUD-TRANSPORTADORA
                  " " AUD-PROMOCAO
              IF AUD-STATUS = "DEVOL-CLI" OR AUD-STATUS = "DEVOL-EMP"
                  SET HOUVE-DEVOLUCAO TO TRUE
                  MOVE AUD-DATA TO WRK-DEVOL-DATA
                  MOVE AUD-STATUS TO WRK-DEVOL-STATUS
                  MOVE AUD-TRANSPORTADORA TO WRK-DEVOL-TRANSP
                  MOVE AUD-UF-ORIGEM TO WRK-DEVOL-UF
                  MOVE AUD-FRETE TO WRK-DEVOL-FRETE
                  MOVE AUD-VALOR-IMPOSTO TO WRK-DEVOL-IMPOSTO
                  GO TO 0210-SAIDA
              END-IF
              MOVE AUD-FRETE TO WRK-FRETE-IDA
              MOVE AUD-CEP TO WRK-CEP-PEDIDO
              MOVE AUD-TRANSPORTADORA TO WRK-TRANSP-PEDIDO
              MOVE AUD-DATA-PEDIDO TO WRK-DATA-PEDIDO
              MOVE AUD-CLIENTE TO WRK-CLIENTE-PEDIDO
              IF AUD-FRETE-PRECO NUMERIC
                  MOVE AUD-MOTIVO-ESCOLHA TO WRK-MOTIVO-ESCOLHA
                  MOVE AUD-FRETE-PRECO TO WRK-FRETE-PRECO
              ELSE
                  MOVE SPACE TO WRK-MOTIVO-ESCOLHA
                  MOVE ZEROS TO WRK-FRETE-PRECO
              END-IF
              IF AUD-CONSOLIDACAO NUMERIC
                  MOVE AUD-CONSOLIDACAO TO WRK-CONSOLIDACAO
              ELSE
                  MOVE ZEROS TO WRK-CONSOLIDACAO
              END-IF
              IF AUD-STATUS = "ATENDIDO"
                  SET HOUVE-CONFIRMACAO TO TRUE
              END-IF.
         0210-SAIDA.
              EXIT.

      *    Reconsulta a tarifa do mesmo jeito que 0200-PROCESSA: a
      *    melhor vigencia da transportadora escolhida, na data
                      DISPLAY "  SEM TARIFA VIGENTE PARA O CEP "
                          WRK-CEP-PEDIDO
                  END-IF
                  PERFORM 0320-MOSTRA-ESCOLHA
                  IF WRK-CONSOLIDACAO NOT = ZEROS
                      DISPLAY "  CARGA CONSOLIDADA " WRK-CONSOLIDACAO
                          " - FRETE RATEADO NA CARGA"
                  END-IF
              END-IF.

         0320-MOSTRA-ESCOLHA SECTION.
              EVALUATE WRK-MOTIVO-ESCOLHA
                  WHEN "P"
                      MOVE "MENOR PRECO" TO WRK-MOTIVO-TEXTO
                  WHEN "Q"
                      MOVE "PONTUALIDADE TROCOU A MAIS BARATA"
                          TO WRK-MOTIVO-TEXTO
                  WHEN "F"
                      MOVE "MAIS BARATA ABAIXO DO PISO"
                          TO WRK-MOTIVO-TEXTO
                  WHEN "U"
                      MOVE "UNICA COTACAO" TO WRK-MOTIVO-TEXTO
                  WHEN "M"
                      MOVE "TODAS ABAIXO DO PISO" TO WRK-MOTIVO-TEXTO
                  WHEN "C"
                      MOVE "CONTRATO DO CLIENTE" TO WRK-MOTIVO-TEXTO
                  WHEN "H"
                      MOVE "COTACAO HONRADA" TO WRK-MOTIVO-TEXTO
                  WHEN OTHER
                      GO TO 0320-SAIDA
              END-EVALUATE
              MOVE WRK-FRETE-PRECO TO WRK-FRETE-ED
              DISPLAY "  ESCOLHA : " WRK-MOTIVO-TEXTO
                  " SO POR PRECO " WRK-FRETE-ED.
         0320-SAIDA.
              EXIT.

         0310-PROCURA-TARIFA SECTION.
              MOVE "N" TO WRK-ACHOU-TARIFA
              MOVE ZEROS TO WRK-MELHOR-VIGENCIA
                  DISPLAY "  SEM CICLO ABERTO"
              END-IF.

      *    Perna de volta ao lado da ida: quem paga, transportadora,
      *    frete e imposto do retorno contra o frete original.
         0550-MOSTRA-DEVOLUCAO SECTION.
              DISPLAY " "
              DISPLAY "DEVOLUCAO :"
              IF NOT HOUVE-DEVOLUCAO
                  DISPLAY "  PEDIDO NAO DEVOLVIDO"
                  GO TO 0550-SAIDA
              END-IF
              MOVE WRK-FRETE-IDA TO WRK-FRETE-ED
              DISPLAY "  IDA     : TRANSP " WRK-TRANSP-PEDIDO
                  " FRETE " WRK-FRETE-ED
              MOVE WRK-DEVOL-FRETE TO WRK-FRETE-ED
              DISPLAY "  RETORNO : TRANSP " WRK-DEVOL-TRANSP
                  " FRETE " WRK-FRETE-ED " EM " WRK-DEVOL-DATA
                  " PARA UF " WRK-DEVOL-UF
              MOVE WRK-DEVOL-IMPOSTO TO WRK-FRETE-ED
              DISPLAY "  IMPOSTO DO RETORNO : " WRK-FRETE-ED
              IF WRK-DEVOL-STATUS = "DEVOL-CLI"
                  DISPLAY "  PAGADOR : CLIENTE (FATURADO NO FATFRETE)"
              ELSE
                  DISPLAY "  PAGADOR : EMPRESA (ERRO NOSSO)"
              END-IF.
         0550-SAIDA.
              EXIT.

         0600-MOSTRA-RESUMO SECTION.
              DISPLAY " "
              IF HOUVE-CONFIRMACAO
                  DISPLAY "CONFIRMACAO GRAVADA : NAO"
              END-IF
              DISPLAY "==========================================".
           COPY FRETELECPY.

       END PROGRAM CONSPEDIDO.
