      *   29/11/2024 - JLS - Layout de TABCEP.DAT ganha as colunas
      *                      expressas; a cotacao previa segue
      *                      precificando o servico padrao.
      *   15/01/2025 - JLS - Layout de CLIENTES.DAT ganha CNPJ, UF e CEP
      *                      de cobranca e situacao (MANCLIENTE);
      *                      cotacao para cliente bloqueado vai para a
      *                      excecao com motivo CLIENTE BLOQUEADO.
      *   27/01/2025 - JLS - Layout de CLIENTES ganha o indicador de
      *                      consolidacao de carga (CL-CONSOLIDA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTAFRETE.
           05 CL-NOME                 PIC X(30).
           05 CL-ENDERECO             PIC X(40).
           05 CL-LIMITE-CREDITO       PIC 9(09).
           05 CL-CNPJ                 PIC X(14).
           05 CL-UF-COBRANCA          PIC X(02).
           05 CL-CEP-COBRANCA         PIC 9(08).
           05 CL-SITUACAO             PIC X(01).
           05 CL-CONSOLIDA            PIC X(01).

       FD  PARAMCOT-FILE.
       01  PARAMCOT-REG.
                 DEPENDING ON WRK-QTD-CLIENTES
                 INDEXED BY TAB-CL-IDX.
                 10 TAB-CL-CODIGO     PIC 9(05).
                 10 TAB-CL-SITUACAO   PIC X(01).
         77 WRK-QTD-CLIENTES      PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-CLIENTE     PIC X(01) VALUE "N".
             88 ACHOU-CLIENTE VALUE "S".
                                  ADD 1 TO WRK-QTD-CLIENTES
                                  MOVE CL-CODIGO TO
                                      TAB-CL-CODIGO(WRK-QTD-CLIENTES)
                                  MOVE CL-SITUACAO TO
                                      TAB-CL-SITUACAO(WRK-QTD-CLIENTES)
                              END-IF
                      END-READ
                  END-PERFORM
         0100-RECEBE SECTION.
              ADD 1 TO WRK-JOB-LIDOS
              PERFORM 0180-VALIDA-CLIENTE
              EVALUATE TRUE
                  WHEN NOT ACHOU-CLIENTE
                      MOVE "CLIENTE NAO CADASTRADO" TO WRK-MOTIVO
                      PERFORM 0250-GRAVA-EXCECAO
                  WHEN TAB-CL-SITUACAO(TAB-CL-IDX) = "B"
                      MOVE "CLIENTE BLOQUEADO" TO WRK-MOTIVO
                      PERFORM 0250-GRAVA-EXCECAO
                  WHEN OTHER
                      PERFORM 0200-PRECIFICA
                      IF WRK-MELHOR-IDX GREATER ZERO
                          PERFORM 0300-EMITE-COTACAO
                          ADD 1 TO WRK-JOB-GRAVADOS
                      ELSE
                          MOVE "CEP FORA DE AREA DE ENTREGA"
                              TO WRK-MOTIVO
                          PERFORM 0250-GRAVA-EXCECAO
                      END-IF
              END-EVALUATE
              PERFORM 1100-LER-MOVTO.
         0100-EXIT.
              EXIT.
