      *                      expressas; a analise de cobertura nao
      *                      muda (a faixa e a mesma nos dois
      *                      niveis).
      *   29/01/2025 - JLS - Nova analise das faixas do diretorio de CEP
      *                      (DIRCEP.DAT, carregado pelo CARGADIRCEP)
      *                      que nenhuma linha da tabela de tarifas
      *                      alcanca; cada uma sai no relatorio e conta
      *                      para o RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALTABCEP.
           SELECT TABCEPREL-FILE ASSIGN TO "TABCEPREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TABCEPREL.
           SELECT DIRCEP-FILE ASSIGN TO "DIRCEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DIRCEP.

       DATA DIVISION.
       FILE SECTION.
       FD  TABCEPREL-FILE.
       01  TABCEPREL-REG             PIC X(80).

       FD  DIRCEP-FILE.
       01  DIRCEP-REG.
           05 DC-CEP-INICIO          PIC 9(08).
           05 DC-CEP-FIM             PIC 9(08).
           05 DC-UF                  PIC X(02).
           05 DC-CIDADE              PIC X(30).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.
             88 ACHOU-COBERTURA VALUE "S".
         77 WRK-QTD-CEPS-FAIXA PIC 9(10) VALUE ZEROS.

      *    Faixas do diretorio de CEP (CARGADIRCEP) que nenhuma
      *    linha da tabela de tarifas alcanca, de nenhuma origem,
      *    transportadora ou vigencia.
         77 WRK-STATUS-DIRCEP    PIC X(02) VALUE SPACES.
         77 WRK-FIM-DIRCEP       PIC X(01) VALUE "N".
             88 FIM-DIRCEP VALUE "S".
         77 WRK-TEM-TARIFA       PIC X(01) VALUE "N".
             88 TEM-TARIFA VALUE "S".
         77 WRK-QTD-DIRCEP       PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-DIR-SEM-TARIFA PIC 9(06) VALUE ZEROS.

         01 WRK-LINHA-GAP.
             05 FILLER             PIC X(11) VALUE "SEM TARIFA ".
             05 WRK-LG-INICIO      PIC 9(08).
             05 WRK-LC-QTD-CEPS    PIC Z.ZZZ.ZZZ.ZZ9.
             05 FILLER             PIC X(05) VALUE " CEPS".

         01 WRK-LINHA-DIR.
             05 FILLER             PIC X(11) VALUE "SEM TARIFA ".
             05 WRK-LD-INICIO      PIC 9(08).
             05 FILLER             PIC X(03) VALUE " A ".
             05 WRK-LD-FIM         PIC 9(08).
             05 FILLER             PIC X(01) VALUE SPACE.
             05 WRK-LD-UF          PIC X(02).
             05 FILLER             PIC X(01) VALUE SPACE.
             05 WRK-LD-CIDADE      PIC X(30).

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              PERFORM 0300-ANALISA-GAPS
              PERFORM 0400-ANALISA-SOBREPOSICAO
              PERFORM 0500-ANALISA-COBERTURA
              PERFORM 0600-ANALISA-DIRETORIO
              PERFORM 9000-FINALIZAR
              GOBACK.

              MOVE ZEROS TO WRK-QTD-GAPS
              MOVE ZEROS TO WRK-QTD-SOBREPOS
              MOVE ZEROS TO WRK-QTD-COBERTURA
              MOVE ZEROS TO WRK-QTD-CEPS-FAIXA
              MOVE "N" TO WRK-FIM-DIRCEP
              MOVE "N" TO WRK-TEM-TARIFA
              MOVE ZEROS TO WRK-QTD-DIRCEP
              MOVE ZEROS TO WRK-QTD-DIR-SEM-TARIFA.

         0010-CABECALHO SECTION.
              MOVE "ANALISE-TABCEP" TO WRK-JOB-NOME
                  TAB-CEP-INICIO(TAB-CEP-IDX) + 1
              ADD WRK-QTD-CEPS-FAIXA TO TAB-CB-QTD-CEPS(TAB-CB-IDX).

      *    Cada faixa do diretorio e confrontada com a tabela
      *    inteira: basta uma linha de tarifa que toque a faixa para
      *    ela ter frete. Sem DIRCEP.DAT a analise e so anotada.
         0600-ANALISA-DIRETORIO SECTION.
              MOVE SPACES TO TABCEPREL-REG
              WRITE TABCEPREL-REG
              MOVE "FAIXAS DO DIRETORIO DE CEP SEM TARIFA :"
                  TO TABCEPREL-REG
              WRITE TABCEPREL-REG
              OPEN INPUT DIRCEP-FILE
              IF WRK-STATUS-DIRCEP NOT = "00"
                  MOVE SPACES TO TABCEPREL-REG
                  STRING "  DIRCEP.DAT INDISPONIVEL (STATUS "
                      DELIMITED BY SIZE
                      WRK-STATUS-DIRCEP DELIMITED BY SIZE
                      ") - ANALISE NAO FEITA" DELIMITED BY SIZE
                      INTO TABCEPREL-REG
                  WRITE TABCEPREL-REG
                  GO TO 0600-SAIDA
              END-IF
              PERFORM UNTIL FIM-DIRCEP
                  READ DIRCEP-FILE
                      AT END
                          SET FIM-DIRCEP TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-QTD-DIRCEP
                          PERFORM 0610-PROCURA-TARIFA
                          IF NOT TEM-TARIFA
                              MOVE DC-CEP-INICIO TO WRK-LD-INICIO
                              MOVE DC-CEP-FIM    TO WRK-LD-FIM
                              MOVE DC-UF         TO WRK-LD-UF
                              MOVE DC-CIDADE     TO WRK-LD-CIDADE
                              WRITE TABCEPREL-REG FROM WRK-LINHA-DIR
                              ADD 1 TO WRK-QTD-DIR-SEM-TARIFA
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE DIRCEP-FILE
              IF WRK-QTD-DIR-SEM-TARIFA = ZEROS
                  MOVE "  TODAS AS FAIXAS DO DIRETORIO TEM TARIFA"
                      TO TABCEPREL-REG
                  WRITE TABCEPREL-REG
              END-IF.
         0600-SAIDA.
              EXIT.

         0610-PROCURA-TARIFA SECTION.
              MOVE "N" TO WRK-TEM-TARIFA
              IF WRK-QTD-TABCEP GREATER ZERO
                  SET TAB-CEP-IDX TO 1
                  SEARCH TAB-CEP-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CEP-INICIO(TAB-CEP-IDX) NOT GREATER
                          DC-CEP-FIM
                          AND TAB-CEP-FIM(TAB-CEP-IDX) NOT LESS
                              DC-CEP-INICIO
                          SET TEM-TARIFA TO TRUE
                  END-SEARCH
              END-IF.

         9000-FINALIZAR SECTION.
              MOVE SPACES TO TABCEPREL-REG
              WRITE TABCEPREL-REG
                  WRK-QTD-SOBREPOS DELIMITED BY SIZE
                  INTO TABCEPREL-REG
              WRITE TABCEPREL-REG
              MOVE SPACES TO TABCEPREL-REG
              STRING "DIRETORIO SEM TARIFA    : " DELIMITED BY SIZE
                  WRK-QTD-DIR-SEM-TARIFA DELIMITED BY SIZE
                  INTO TABCEPREL-REG
              WRITE TABCEPREL-REG
              CLOSE TABCEPREL-FILE
              IF WRK-QTD-GAPS GREATER ZEROS
                  OR WRK-QTD-SOBREPOS GREATER ZEROS
                  OR WRK-QTD-DIR-SEM-TARIFA GREATER ZEROS
                  MOVE 4 TO RETURN-CODE
              END-IF
              MOVE WRK-QTD-GAPS TO WRK-JOB-REJEITADOS
              DISPLAY "FAIXAS LIDAS   : " WRK-JOB-LIDOS
              DISPLAY "BURACOS        : " WRK-QTD-GAPS
              DISPLAY "SOBREPOSICOES  : " WRK-QTD-SOBREPOS
              DISPLAY "DIR SEM TARIFA : " WRK-QTD-DIR-SEM-TARIFA
              DISPLAY "==========================================".
       END PROGRAM ANALTABCEP.
