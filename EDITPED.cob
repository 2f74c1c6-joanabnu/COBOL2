      *                      no final da linha (77 bytes): branco ou S
      *                      padrao, E expresso; outro valor e motivo
      *                      012.
      *   13/01/2025 - JLS - Numero do pedido passa de 4 para 8 posicoes
      *                      em todos os registros que o carregam;
      *                      arquivos existentes convertidos uma unica
      *                      vez pelo CONVPEDIDO.
      *   29/01/2025 - JLS - CEP do pedido passa a ser conferido contra
      *                      o diretorio de CEP DIRCEP.DAT (carregado
      *                      pelo CARGADIRCEP): CEP fora de qualquer
      *                      faixa e motivo 013 e CEP de faixa de outra
      *                      UF e motivo 014. Sem o diretorio o lote
      *                      segue como antes.
      *   01/02/2025 - JLS - Linha aprovada passa a reservar a
      *                      quantidade no armazem de origem pela rotina
      *                      comum RESERVAEST (posicao em ESTOQUE.DAT,
      *                      reservas em ESTRESERVA.DAT); quantidade
      *                      acima do disponivel (fisico menos
      *                      reservado) e motivo 015. Sem ESTOQUE.DAT o
      *                      lote segue como antes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDITPED.
           SELECT PRODUTOS-FILE ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRODUTOS.
           SELECT DIRCEP-FILE ASSIGN TO "DIRCEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DIRCEP.

       DATA DIVISION.
       FILE SECTION.
      *    copiado tal como veio para o arquivo limpo.
       FD  PEDIDOS-FILE.
       01  PEDIDOSE-REG.
           05 PE-PEDIDO              PIC X(08).
           05 PE-CLIENTE             PIC X(05).
           05 PE-PRODUTO             PIC X(10).
           05 PE-CEP                 PIC X(08).
           05 PE-SERVICO             PIC X(01).

       FD  PEDIDOSOK-FILE.
       01  PEDIDOSOK-REG             PIC X(81).

       FD  PEDIDOSREJ-FILE.
       01  PEDIDOSREJ-REG.
           05 RJ-PEDIDO              PIC X(08).
           05 RJ-CLIENTE             PIC X(05).
           05 RJ-PRODUTO             PIC X(10).
           05 RJ-CEP                 PIC X(08).
           05 PR-CUBADO-UNIT         PIC 9(05)V99.
           05 PR-ATIVO               PIC X(01).

       FD  DIRCEP-FILE.
       01  DIRCEP-REG.
           05 DC-CEP-INICIO          PIC 9(08).
           05 DC-CEP-FIM             PIC 9(08).
           05 DC-UF                  PIC X(02).
           05 DC-CIDADE              PIC X(30).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.
         77 WRK-QTD-MOT-PRODUTO   PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-MOT-PESODIV   PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-MOT-SERVICO   PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-MOT-CEPDIR    PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-MOT-CEPUF     PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-MOT-ESTOQUE   PIC 9(06) VALUE ZEROS.

      *    Cadastro de produtos para validar o codigo e derivar ou
      *    conferir o peso pela quantidade; sem PRODUTOS.DAT o lote
             88 ACHOU-PRODUTO VALUE "S".
         77 WRK-IDX-PRODUTO       PIC 9(03) VALUE ZEROS.

      *    Diretorio de CEP (CARGADIRCEP) em ordem de CEP inicial:
      *    o CEP do pedido precisa cair numa faixa e a faixa precisa
      *    ser da UF do pedido. Sem DIRCEP.DAT, ou com mais faixas
      *    que a tabela comporta, o CEP segue so com a edicao de
      *    formato.
         77 WRK-STATUS-DIRCEP     PIC X(02) VALUE SPACES.
         77 WRK-FIM-DIRCEP        PIC X(01) VALUE "N".
             88 FIM-DIRCEP VALUE "S".
         01 TAB-DIRCEP.
             05 TAB-DC-REG OCCURS 1 TO 12000 TIMES
                 DEPENDING ON WRK-QTD-DIRCEP
                 INDEXED BY TAB-DC-IDX.
                 10 TAB-DC-INICIO      PIC 9(08).
                 10 TAB-DC-FIM         PIC 9(08).
                 10 TAB-DC-UF          PIC X(02).
         77 WRK-QTD-DIRCEP        PIC 9(05) VALUE ZEROS.
         77 WRK-TEM-DIRCEP        PIC X(01) VALUE "N".
             88 TEM-DIRETORIO-CEP VALUE "S".
         77 WRK-ACHOU-CEP         PIC X(01) VALUE "N".
             88 ACHOU-CEP VALUE "S".
         77 WRK-CEP-NUM           PIC 9(08) VALUE ZEROS.

      *    Pesos em centesimos (os campos X(07) do pedido carregam
      *    9(05)V99 com a virgula implicita).
         77 WRK-QTDE-NUM          PIC 9(05) VALUE ZEROS.
         77 WRK-PESO-DIFERENCA    PIC 9(09) VALUE ZEROS.
         77 WRK-PESO-GRAVA        PIC 9(07) VALUE ZEROS.

      *    Posicao de estoque por produto e origem (rotina comum
      *    RESERVAEST): a linha aprovada reserva a quantidade no
      *    armazem de origem; sem ESTOQUE.DAT a rotina responde sem
      *    controle e a linha segue como antes.
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
                 88 RS-RESERVOU     VALUE "S".
                 88 RS-INSUFICIENTE VALUE "N".

         01 WRK-LINHA-REL.
             05 WRK-RL-ROTULO      PIC X(40).
             05 WRK-RL-QTD         PIC ZZZ.ZZ9.
              MOVE ZEROS TO WRK-QTD-MOT-PRODUTO
              MOVE ZEROS TO WRK-QTD-MOT-PESODIV
              MOVE ZEROS TO WRK-QTD-MOT-SERVICO
              MOVE ZEROS TO WRK-QTD-MOT-CEPDIR
              MOVE ZEROS TO WRK-QTD-MOT-CEPUF
              MOVE ZEROS TO WRK-QTD-MOT-ESTOQUE
              MOVE "N" TO WRK-FIM-PRODUTOS
              MOVE "N" TO WRK-TEM-CADASTRO
              MOVE ZEROS TO WRK-QTD-PRODUTO
              MOVE "N" TO WRK-FIM-DIRCEP
              MOVE "N" TO WRK-TEM-DIRCEP
              MOVE ZEROS TO WRK-QTD-DIRCEP.

         0010-CABECALHO SECTION.
              MOVE "EDICAO-PEDIDOS" TO WRK-JOB-NOME
         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA1 FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-PRODUTOS
              PERFORM 1060-CARREGA-DIRCEP
              MOVE "A" TO WRK-RS-OPERACAO
              MOVE WRK-JOB-NOME TO WRK-RS-SISTEMA
              CALL "RESERVAEST" USING WRK-PARM-RESERVA
              OPEN INPUT PEDIDOS-FILE
              IF WRK-STATUS-PEDIDOS NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  CLOSE PRODUTOS-FILE
              END-IF.

         1060-CARREGA-DIRCEP SECTION.
              OPEN INPUT DIRCEP-FILE
              IF WRK-STATUS-DIRCEP NOT = "00"
                  DISPLAY "Aviso: DIRCEP.DAT indisponivel : "
                      WRK-STATUS-DIRCEP
                      " - CEP sem conferencia no diretorio"
                  GO TO 1060-SAIDA
              END-IF
              SET TEM-DIRETORIO-CEP TO TRUE
              PERFORM UNTIL FIM-DIRCEP
                  READ DIRCEP-FILE INTO DIRCEP-REG
                      AT END
                          SET FIM-DIRCEP TO TRUE
                      NOT AT END
                          IF WRK-QTD-DIRCEP NOT LESS 12000
                              DISPLAY "Aviso: DIRCEP.DAT maior que o "
                                  "limite de 12000 faixas - CEP sem "
                                  "conferencia no diretorio"
                              MOVE "N" TO WRK-TEM-DIRCEP
                              SET FIM-DIRCEP TO TRUE
                          ELSE
                              ADD 1 TO WRK-QTD-DIRCEP
                              MOVE DC-CEP-INICIO TO
                                  TAB-DC-INICIO(WRK-QTD-DIRCEP)
                              MOVE DC-CEP-FIM TO
                                  TAB-DC-FIM(WRK-QTD-DIRCEP)
                              MOVE DC-UF TO
                                  TAB-DC-UF(WRK-QTD-DIRCEP)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE DIRCEP-FILE
              IF WRK-QTD-DIRCEP = ZEROS
                  DISPLAY "Aviso: DIRCEP.DAT vazio"
                      " - CEP sem conferencia no diretorio"
                  MOVE "N" TO WRK-TEM-DIRCEP
              END-IF.
         1060-SAIDA.
              EXIT.

         1100-LER-PEDIDO SECTION.
              READ PEDIDOS-FILE
                  AT END
                      IF PEDIDO-VALIDO
                          PERFORM 0220-VALIDA-UF
                      END-IF
                      IF PEDIDO-VALIDO
                          PERFORM 0240-VALIDA-CEP-DIRETORIO
                      END-IF
                      IF PEDIDO-VALIDO
                          PERFORM 0230-VALIDA-PRODUTO
                      END-IF
                      IF PEDIDO-VALIDO
                          PERFORM 0245-RESERVA-ESTOQUE
                      END-IF
              END-EVALUATE.

      *    Produto precisa existir e estar ativo no cadastro; com a
                  ADD 1 TO WRK-QTD-MOT-UF
              END-IF.

      *    CEP precisa cair numa faixa do diretorio (motivo 013) e
      *    a faixa precisa ser da UF informada no pedido (motivo
      *    014). Sem o diretorio carregado fica so a edicao de
      *    formato, como antes.
         0240-VALIDA-CEP-DIRETORIO SECTION.
              IF NOT TEM-DIRETORIO-CEP
                  GO TO 0240-SAIDA
              END-IF
              MOVE PE-CEP TO WRK-CEP-NUM
              MOVE "N" TO WRK-ACHOU-CEP
              SET TAB-DC-IDX TO 1
              SEARCH TAB-DC-REG
                  AT END
                      CONTINUE
                  WHEN WRK-CEP-NUM NOT LESS TAB-DC-INICIO(TAB-DC-IDX)
                      AND WRK-CEP-NUM NOT GREATER
                          TAB-DC-FIM(TAB-DC-IDX)
                      SET ACHOU-CEP TO TRUE
              END-SEARCH
              IF NOT ACHOU-CEP
                  MOVE "N"   TO WRK-PEDIDO-VALIDO
                  MOVE "013" TO WRK-MOTIVO-COD
                  MOVE "CEP NAO CONSTA DO DIRETORIO" TO WRK-MOTIVO
                  ADD 1 TO WRK-QTD-MOT-CEPDIR
                  GO TO 0240-SAIDA
              END-IF
              IF TAB-DC-UF(TAB-DC-IDX) NOT = PE-ESTADO
                  MOVE "N"   TO WRK-PEDIDO-VALIDO
                  MOVE "014" TO WRK-MOTIVO-COD
                  MOVE "CEP NAO PERTENCE A UF" TO WRK-MOTIVO
                  ADD 1 TO WRK-QTD-MOT-CEPUF
              END-IF.
         0240-SAIDA.
              EXIT.

      *    Ultima edicao da linha: a quantidade precisa estar
      *    disponivel (fisico menos reservado) no armazem de origem
      *    e fica reservada para o pedido; faltando, a linha e
      *    rejeitada com motivo 015. Linha sem quantidade nao
      *    reserva nada.
         0245-RESERVA-ESTOQUE SECTION.
              IF PE-QTDE IS NOT NUMERIC OR PE-QTDE = "00000"
                  GO TO 0245-SAIDA
              END-IF
              MOVE "R"        TO WRK-RS-OPERACAO
              MOVE PE-PEDIDO  TO WRK-RS-PEDIDO
              MOVE PE-PRODUTO TO WRK-RS-PRODUTO
              MOVE PE-ORIGEM  TO WRK-RS-ORIGEM
              MOVE PE-QTDE    TO WRK-RS-QTDE
              CALL "RESERVAEST" USING WRK-PARM-RESERVA
              IF RS-INSUFICIENTE
                  MOVE "N"   TO WRK-PEDIDO-VALIDO
                  MOVE "015" TO WRK-MOTIVO-COD
                  MOVE "ESTOQUE INSUFICIENTE NA ORIGEM" TO WRK-MOTIVO
                  ADD 1 TO WRK-QTD-MOT-ESTOQUE
              END-IF.
         0245-SAIDA.
              EXIT.

         0250-GRAVA-REJEICAO SECTION.
              MOVE PE-PEDIDO     TO RJ-PEDIDO
              MOVE PE-CLIENTE    TO RJ-CLIENTE
              WRITE EDITPEDREL-REG FROM WRK-LINHA-REL
              MOVE "012 NIVEL DE SERVICO INVALIDO" TO WRK-RL-ROTULO
              MOVE WRK-QTD-MOT-SERVICO TO WRK-RL-QTD
              WRITE EDITPEDREL-REG FROM WRK-LINHA-REL
              MOVE "013 CEP NAO CONSTA DO DIRETORIO" TO WRK-RL-ROTULO
              MOVE WRK-QTD-MOT-CEPDIR TO WRK-RL-QTD
              WRITE EDITPEDREL-REG FROM WRK-LINHA-REL
              MOVE "014 CEP NAO PERTENCE A UF" TO WRK-RL-ROTULO
              MOVE WRK-QTD-MOT-CEPUF TO WRK-RL-QTD
              WRITE EDITPEDREL-REG FROM WRK-LINHA-REL
              MOVE "015 ESTOQUE INSUFICIENTE NA ORIGEM"
                  TO WRK-RL-ROTULO
              MOVE WRK-QTD-MOT-ESTOQUE TO WRK-RL-QTD
              WRITE EDITPEDREL-REG FROM WRK-LINHA-REL.

         9000-FINALIZAR SECTION.
              PERFORM 8000-GRAVA-RELATORIO
              MOVE "F" TO WRK-RS-OPERACAO
              CALL "RESERVAEST" USING WRK-PARM-RESERVA
              CLOSE PEDIDOS-FILE
              CLOSE PEDIDOSOK-FILE
              CLOSE PEDIDOSREJ-FILE
