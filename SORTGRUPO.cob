      *   12/12/2024 - JLS - Registro de alunos passa de 39 para 42
      *                      bytes com o codigo da secao no final da
      *                      linha, acompanhando o PROGRAMA14.
      *   13/01/2025 - JLS - Registro de pedidos passa de 77 para 81
      *                      bytes (pedido com 8 posicoes); a chave de
      *                      ordenacao leva o pedido inteiro.
      *   17/02/2025 - JLS - Copia ordenada de ALUNOS.DAT passa a levar
      *                      a linha inteira, com a secao no final; a
      *                      secao era cortada e o boletim nunca a
      *                      validava.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTGRUPO.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-FILE.
       01  PEDIDOS-REG               PIC X(81).

       FD  PEDIDOSORD-FILE.
       01  PEDIDOSORD-REG            PIC X(81).

       FD  ALUNOS-FILE.
       01  ALUNOS-REG                PIC X(42).
       SD  ORDENA-FILE.
       01  ORDENA-REG.
           05 OR-CHAVE               PIC X(12).
           05 OR-DADOS               PIC X(81).

       WORKING-STORAGE SECTION.


      *    Cabecalho e trailer de controle do arquivo de pedidos,
      *    retidos na entrada e regravados na mesma posicao.
         77 WRK-REG-CAB          PIC X(81) VALUE SPACES.
         77 WRK-TEM-CAB          PIC X(01) VALUE "N".
             88 TEM-CAB VALUE "S".
         77 WRK-REG-TRL          PIC X(81) VALUE SPACES.
         77 WRK-TEM-TRL          PIC X(01) VALUE "N".
             88 TEM-TRL VALUE "S".

                                  SET TEM-TRL TO TRUE
                              WHEN OTHER
                                  MOVE SPACES TO WRK-CHAVE-ATUAL
                                  MOVE PEDIDOS-REG(1:8)
                                      TO WRK-CHAVE-ATUAL(1:8)
                                  PERFORM 0500-CONTROLA-GRUPO
                                  MOVE WRK-CHAVE-ATUAL TO OR-CHAVE
                                  MOVE PEDIDOS-REG TO OR-DADOS
                          PERFORM 0500-CONTROLA-GRUPO
                          MOVE WRK-CHAVE-ATUAL TO OR-CHAVE
                          MOVE SPACES TO OR-DADOS
                          MOVE ALUNOS-REG TO OR-DADOS(1:42)
                          RELEASE ORDENA-REG
                  END-READ
              END-PERFORM
                              AT END
                                  SET FIM-ORDENA TO TRUE
                              NOT AT END
                                  MOVE OR-DADOS(1:42)
                                      TO ALUNOSORD-REG
                                  WRITE ALUNOSORD-REG
                                  ADD 1 TO WRK-JOB-GRAVADOS
