      *   27/11/2024 - JLS - Cancelamento passa a atualizar o indice
      *                      remissivo por pedido (PEDXREF.DAT) com o
      *                      status CANCELADO.
      *   13/01/2025 - JLS - Numero do pedido passa de 4 para 8 posicoes
      *                      em todos os registros que o carregam;
      *                      arquivos existentes convertidos uma unica
      *                      vez pelo CONVPEDIDO.
      *   16/01/2025 - JLS - Layout da trilha ganha UF de origem,
      *                      aliquota e valor do imposto, acompanhando a
      *                      mudanca do PROGRAMA11; o estorno repete os
      *                      do calculo original.
      *   24/01/2025 - JLS - Layout da trilha ganha o motivo da escolha
      *                      da transportadora e o frete da escolha so
      *                      por preco (147 bytes), acompanhando a
      *                      mudanca do PROGRAMA11; o estorno repete os
      *                      dois do calculo original.
      *   27/01/2025 - JLS - Layout da trilha ganha o numero da
      *                      consolidacao de carga (AUD-CONSOLIDACAO),
      *                      155 bytes, acompanhando o PROGRAMA11.
      *   31/01/2025 - JLS - Layout da trilha ganha o numero da cotacao
      *                      previa do pedido (AUD-COTACAO), 161 bytes;
      *                      o estorno repete a cotacao do calculo
      *                      estornado.
      *   01/02/2025 - JLS - Cancelamento passa a liberar as reservas de
      *                      estoque do pedido pela rotina comum
      *                      RESERVAEST; pedido sem calculo atendido na
      *                      trilha tambem tem a reserva liberada,
      *                      embora o cancelamento siga rejeitado.
      *   08/03/2025 - JLS - Trilha de auditoria lida pelas particoes
      *                      mensais vivas listadas em FRETEDIR.DAT
      *                      (FRETELECPY) e estorno gravado na particao
      *                      do mes (FRETEGRCPY), com o diretorio
      *                      atualizado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCFRETE.
           SELECT CANCMOV-FILE ASSIGN TO "CANCMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CANCMOV.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT FRETEYTD-FILE ASSIGN TO "FRETEYTD.DAT"
       FILE SECTION.
       FD  CANCMOV-FILE.
       01  CANCMOV-REG.
           05 CM-PEDIDO              PIC 9(08).

       FD  FRETEAUD-FILE.
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

       FD  FRETEYTD-FILE.
       01  FRETEYTD-REG.

       FD  PEDSTAT-FILE.
       01  PEDSTAT-REG.
           05 PS-PEDIDO              PIC 9(08).
           05 PS-STATUS              PIC X(10).
           05 PS-DATA-STATUS         PIC 9(08).
           05 PS-HORA-STATUS         PIC 9(08).

       FD  CANCEXC-FILE.
       01  CANCEXC-REG.
           05 EX-PEDIDO              PIC 9(08).
           05 EX-MOTIVO              PIC X(30).

       FD  EXCDIARIO-FILE.

       FD  PEDXREF-FILE.
       01  PEDXREF-REG.
           05 XR-PEDIDO               PIC 9(08).
           05 XR-TEM-TRILHA           PIC X(01).
           05 XR-TEM-EXCECAO          PIC X(01).
           05 XR-TEM-CICLO            PIC X(01).
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-CANCMOV   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FRETEAUD  PIC X(02) VALUE SPACES.
             88 XREF-ABERTO VALUE "S".
         77 WRK-XR-EXISTE         PIC X(01) VALUE "N".
             88 XR-EXISTE VALUE "S".
         77 WRK-XR-PEDIDO         PIC 9(08) VALUE ZEROS.
         77 WRK-XR-STATUS         PIC X(10) VALUE SPACES.
         77 WRK-XR-DATA           PIC 9(08) VALUE ZEROS.
         77 WRK-FIM-CANCMOV      PIC X(01) VALUE "N".
             88 FIM-CANCMOV VALUE "S".
         77 WRK-FIM-PEDSTAT      PIC X(01) VALUE "N".
             88 FIM-PEDSTAT VALUE "S".

             05 TAB-CN-REG OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-CANCELA
                 INDEXED BY TAB-CN-IDX.
                 10 TAB-CN-PEDIDO     PIC 9(08).
                 10 TAB-CN-ACHOU      PIC X(01).
                 10 TAB-CN-STATUS     PIC X(09).
                 10 TAB-CN-CLIENTE    PIC 9(05).
                 10 TAB-CN-VALORTOTAL PIC 9(09)V99.
                 10 TAB-CN-TRANSP     PIC X(03).
                 10 TAB-CN-DATA-PED   PIC 9(08).
                 10 TAB-CN-UF-ORIGEM  PIC X(02).
                 10 TAB-CN-PERC-IMP   PIC 9V9999.
                 10 TAB-CN-IMPOSTO    PIC 9(09)V99.
                 10 TAB-CN-MOTIVO-ESC PIC X(01).
                 10 TAB-CN-FRETE-PRECO PIC 9(08)V99.
                 10 TAB-CN-CONSOLIDACAO PIC 9(08).
                 10 TAB-CN-COTACAO    PIC X(06).
                 10 TAB-CN-DATA-GRUPO PIC 9(08).
                 10 TAB-CN-HORA-GRUPO PIC 9(08).
                 10 TAB-CN-SIT-CICLO  PIC X(10).
         77 WRK-TOTAL-ESTORNADO  PIC 9(11)V99 VALUE ZEROS.
         77 WRK-QTD-ESTORNOS     PIC 9(04) VALUE ZEROS.
         77 WRK-MOTIVO           PIC X(30) VALUE SPACES.
         77 WRK-PEDIDO-ED        PIC 9(08) VALUE ZEROS.

      *    Reservas de estoque do pedido (rotina comum RESERVAEST):
      *    o cancelamento as devolve ao disponivel, assim como o
      *    cancelamento de pedido que nunca chegou a ser atendido.
         01 WRK-PARM-RESERVA.
             05 WRK-RS-OPERACAO    PIC X(01) VALUE SPACES.
             05 WRK-RS-SISTEMA     PIC X(15) VALUE SPACES.
             05 WRK-RS-PEDIDO      PIC 9(08) VALUE ZEROS.
             05 WRK-RS-PRODUTO     PIC X(10) VALUE SPACES.
             05 WRK-RS-ORIGEM      PIC X(03) VALUE SPACES.
             05 WRK-RS-QTDE        PIC 9(07) VALUE ZEROS.
             05 WRK-RS-DISPONIVEL  PIC 9(07) VALUE ZEROS.
             05 WRK-RS-QTD-LINHAS  PIC 9(04) VALUE ZEROS.
             05 WRK-RS-RETORNO     PIC X(01) VALUE SPACES.
         77 WRK-QTD-LIBERADAS    PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.

      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-CANCMOV
              MOVE "N" TO WRK-FIM-TRILHA
              MOVE "N" TO WRK-FIM-PEDSTAT
              MOVE "N" TO WRK-ACHOU-CANCELA
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-CANCELA
              MOVE ZEROS TO WRK-TOTAL-ESTORNADO
              MOVE ZEROS TO WRK-QTD-ESTORNOS
              MOVE ZEROS TO WRK-QTD-LIBERADAS.

         0010-CABECALHO SECTION.
              MOVE "CANCELA-FRETE" TO WRK-JOB-NOME
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              MOVE "A" TO WRK-RS-OPERACAO
              MOVE WRK-JOB-NOME TO WRK-RS-SISTEMA
              CALL "RESERVAEST" USING WRK-PARM-RESERVA.

      *    Varre a trilha guardando, para cada pedido a cancelar, o
      *    estado do ultimo grupo de calculo (um ESTORNADO posterior
         0275-SAIDA.
              EXIT.

      *    O pedido pode ter sido calculado em qualquer mes ainda
      *    vivo: todas as particoes vivas, em ordem de competencia.
         0200-APURA-TRILHA SECTION.
              MOVE ZEROS TO WRK-FP-COMP-DE
              MOVE 999999 TO WRK-FP-COMP-ATE
              MOVE "V" TO WRK-FP-ESCOPO
              PERFORM 7700-ABRE-TRILHA
              IF WRK-FP-RESULTADO NOT = "0"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FRETEDIR.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-FP-STATUS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-TRILHA
                  READ FRETEAUD-FILE
                      AT END
                          PERFORM 7720-PROXIMA-PARTICAO
                      NOT AT END
                          PERFORM 0210-AVALIA-REGISTRO
                  END-READ
              END-PERFORM
              PERFORM 7740-FECHA-TRILHA.

         0210-AVALIA-REGISTRO SECTION.
              PERFORM 0220-LOCALIZA-CANCELA
                          TAB-CN-TRANSP(TAB-CN-IDX)
                      MOVE AUD-DATA-PEDIDO TO
                          TAB-CN-DATA-PED(TAB-CN-IDX)
                      MOVE AUD-UF-ORIGEM TO
                          TAB-CN-UF-ORIGEM(TAB-CN-IDX)
      *    Calculo anterior a matriz de aliquotas nao tem o imposto
      *    na trilha: o estorno sai com os campos zerados.
                      IF AUD-PERC-IMPOSTO NUMERIC
                          AND AUD-VALOR-IMPOSTO NUMERIC
                          MOVE AUD-PERC-IMPOSTO TO
                              TAB-CN-PERC-IMP(TAB-CN-IDX)
                          MOVE AUD-VALOR-IMPOSTO TO
                              TAB-CN-IMPOSTO(TAB-CN-IDX)
                      ELSE
                          MOVE ZEROS TO TAB-CN-PERC-IMP(TAB-CN-IDX)
                          MOVE ZEROS TO TAB-CN-IMPOSTO(TAB-CN-IDX)
                      END-IF
                      IF AUD-FRETE-PRECO NUMERIC
                          MOVE AUD-MOTIVO-ESCOLHA TO
                              TAB-CN-MOTIVO-ESC(TAB-CN-IDX)
                          MOVE AUD-FRETE-PRECO TO
                              TAB-CN-FRETE-PRECO(TAB-CN-IDX)
                      ELSE
                          MOVE SPACE TO TAB-CN-MOTIVO-ESC(TAB-CN-IDX)
                          MOVE ZEROS TO
                              TAB-CN-FRETE-PRECO(TAB-CN-IDX)
                      END-IF
                      IF AUD-CONSOLIDACAO NUMERIC
                          MOVE AUD-CONSOLIDACAO TO
                              TAB-CN-CONSOLIDACAO(TAB-CN-IDX)
                      ELSE
                          MOVE ZEROS TO
                              TAB-CN-CONSOLIDACAO(TAB-CN-IDX)
                      END-IF
                      MOVE AUD-COTACAO TO TAB-CN-COTACAO(TAB-CN-IDX)
                      MOVE ZEROS TO TAB-CN-SOMA-VALOR(TAB-CN-IDX)
                  END-IF
                  ADD AUD-VALOR TO TAB-CN-SOMA-VALOR(TAB-CN-IDX)
                  MOVE PS-STATUS TO TAB-CN-SIT-CICLO(TAB-CN-IDX)
              END-IF.

      *    A particao do mes do estorno e aberta na primeira gravacao
      *    (7800-GRAVA-TRILHA).
         0400-PROCESSA-CANCELAMENTOS SECTION.
              OPEN EXTEND CONFFRETE-FILE
              IF WRK-STATUS-CONFFRETE = "35"
                  OPEN OUTPUT CONFFRETE-FILE
                  UNTIL TAB-CN-IDX GREATER WRK-QTD-CANCELA
                  PERFORM 0410-CANCELA-PEDIDO
              END-PERFORM
              PERFORM 7840-FECHA-GRAVACAO
              CLOSE CONFFRETE-FILE
              CLOSE PEDSTAT-FILE.

              END-EVALUATE
              IF WRK-MOTIVO NOT = SPACES
                  PERFORM 0450-GRAVA-EXCECAO
                  IF TAB-CN-ACHOU(TAB-CN-IDX) NOT = "S"
                      OR (TAB-CN-STATUS(TAB-CN-IDX) NOT = "ATENDIDO"
                      AND TAB-CN-STATUS(TAB-CN-IDX) NOT = "ESTORNADO")
                      PERFORM 0460-LIBERA-RESERVA
                  END-IF
              ELSE
                  PERFORM 0420-GRAVA-ESTORNO
                  PERFORM 0430-ANULA-CONFIRMACAO
                  PERFORM 0440-GRAVA-CANCELADO
                  PERFORM 0460-LIBERA-RESERVA
                  ADD TAB-CN-FRETE(TAB-CN-IDX) TO WRK-TOTAL-ESTORNADO
                  ADD 1 TO WRK-QTD-ESTORNOS
                  MOVE TAB-CN-PEDIDO(TAB-CN-IDX) TO WRK-XR-PEDIDO
              MOVE TAB-CN-SOMA-VALOR(TAB-CN-IDX)
                  TO AUD-VALOR-ORIGINAL
              MOVE SPACES TO AUD-CONTRATO
              MOVE TAB-CN-UF-ORIGEM(TAB-CN-IDX) TO AUD-UF-ORIGEM
              MOVE TAB-CN-PERC-IMP(TAB-CN-IDX)  TO AUD-PERC-IMPOSTO
              MOVE TAB-CN-IMPOSTO(TAB-CN-IDX)   TO AUD-VALOR-IMPOSTO
              MOVE TAB-CN-MOTIVO-ESC(TAB-CN-IDX) TO AUD-MOTIVO-ESCOLHA
              MOVE TAB-CN-FRETE-PRECO(TAB-CN-IDX) TO AUD-FRETE-PRECO
              MOVE TAB-CN-CONSOLIDACAO(TAB-CN-IDX) TO AUD-CONSOLIDACAO
              MOVE TAB-CN-COTACAO(TAB-CN-IDX) TO AUD-COTACAO
              PERFORM 7800-GRAVA-TRILHA.

         0430-ANULA-CONFIRMACAO SECTION.
              MOVE "========================================" TO
              MOVE "A" TO WRK-EXC-SEVERIDADE
              MOVE "9999" TO WRK-EXC-COD-MOTIVO.

      *    Devolve ao disponivel o estoque reservado pelas linhas do
      *    pedido na edicao.
         0460-LIBERA-RESERVA SECTION.
              MOVE "L" TO WRK-RS-OPERACAO
              MOVE TAB-CN-PEDIDO(TAB-CN-IDX) TO WRK-RS-PEDIDO
              CALL "RESERVAEST" USING WRK-PARM-RESERVA
              ADD WRK-RS-QTD-LINHAS TO WRK-QTD-LIBERADAS.

      *    Devolve ao acumulado do ano o frete dos pedidos estornados.
         0700-ATUALIZA-YTD SECTION.
              IF WRK-TOTAL-ESTORNADO GREATER ZERO
                  CLOSE PEDXREF-FILE
                  MOVE "N" TO WRK-XREF-ABERTO
              END-IF
              MOVE "F" TO WRK-RS-OPERACAO
              CALL "RESERVAEST" USING WRK-PARM-RESERVA
              CLOSE CANCEXC-FILE
              CLOSE EXCDIARIO-FILE
              PERFORM 9900-RODAPE.
              DISPLAY "CANCELAMENTOS LIDOS     : " WRK-JOB-LIDOS
              DISPLAY "PEDIDOS ESTORNADOS      : " WRK-JOB-GRAVADOS
              DISPLAY "CANCELAMENTOS REJEITADOS: " WRK-JOB-REJEITADOS
              DISPLAY "RESERVAS LIBERADAS      : " WRK-QTD-LIBERADAS
              DISPLAY "==========================================".
           COPY FRETELECPY.

           COPY FRETEGRCPY.

       END PROGRAM CANCFRETE.
