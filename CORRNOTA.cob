      *                      autorizada sai no relatorio proprio
      *                      CORRFECH.DAT e em EXCDIARIO.DAT, e a nao
      *                      autorizada e rejeitada.
      *   21/02/2025 - JLS - NOTASM.DAT ganha a carga horaria da
      *                      disciplina e TRANSCR.DAT a carga do termo
      *                      no final da linha; a media do termo
      *                      rederivada passa a ser ponderada pela
      *                      carga, com a media simples quando alguma
      *                      disciplina do termo nao tem carga
      *                      registrada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRNOTA.
           05 NM-STATUS              PIC X(10).
           05 NM-CONCEITO            PIC X(01).
           05 NM-SECAO               PIC X(03).
           05 NM-CARGA-HORARIA       PIC 9(03).

       FD  TRANSCR-FILE.
       01  TRANSCR-REG.
           05 TX-MEDIA               PIC 9(02)V99.
           05 TX-STATUS              PIC X(15).
           05 TX-CONCEITO            PIC X(01).
           05 TX-CARGA-HORARIA       PIC 9(04).

       FD  PARAMNOTA-FILE.
       01  PARAMNOTA-REG.
                 10 TAB-NM-STATUS    PIC X(10).
                 10 TAB-NM-CONCEITO  PIC X(01).
                 10 TAB-NM-SECAO     PIC X(03).
                 10 TAB-NM-CARGA     PIC 9(03).
         77 WRK-QTD-NM           PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-NM         PIC X(01) VALUE "N".
             88 ACHOU-NM VALUE "S".
                 10 TAB-TX-MEDIA     PIC 9(02)V99.
                 10 TAB-TX-STATUS    PIC X(15).
                 10 TAB-TX-CONCEITO  PIC X(01).
                 10 TAB-TX-CARGA     PIC 9(04).
         77 WRK-QTD-TX           PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-TX         PIC X(01) VALUE "N".
             88 ACHOU-TX VALUE "S".
         77 WRK-IDX-NOTA         PIC 9(02) VALUE ZEROS.
         77 WRK-SOMA-MEDIAS      PIC 9(04)V99 VALUE ZEROS.
         77 WRK-QTD-DISC-TERMO   PIC 9(02) VALUE ZEROS.
      *    Media do termo ponderada pela carga horaria gravada em
      *    NOTASM.DAT pelo boletim; disciplina sem carga devolve o
      *    termo a media simples.
         77 WRK-SOMA-PONDERADA   PIC 9(07)V99 VALUE ZEROS.
         77 WRK-CARGA-TERMO      PIC 9(04) VALUE ZEROS.
         77 WRK-DISC-SEM-CARGA   PIC X(01) VALUE "N".
             88 DISC-SEM-CARGA VALUE "S".
         77 WRK-TODAS-APROV      PIC X(01) VALUE "S".
         77 WRK-IDX-VARRE        PIC 9(03) VALUE ZEROS.
         77 WRK-HOUVE-CORRECAO   PIC X(01) VALUE "N".
                          END-IF
                          ADD 1 TO WRK-QTD-NM
                          MOVE NOTASM-REG TO TAB-NM-REG(WRK-QTD-NM)
                          IF TAB-NM-CARGA(WRK-QTD-NM) NOT NUMERIC
                              MOVE ZEROS TO TAB-NM-CARGA(WRK-QTD-NM)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE NOTASM-FILE.
                              ADD 1 TO WRK-QTD-TX
                              MOVE TRANSCR-REG
                                  TO TAB-TX-REG(WRK-QTD-TX)
                              IF TAB-TX-CARGA(WRK-QTD-TX) NOT NUMERIC
                                  MOVE ZEROS
                                      TO TAB-TX-CARGA(WRK-QTD-TX)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE TRANSCR-FILE
         0400-REDERIVA-TERMO SECTION.
              MOVE ZEROS TO WRK-SOMA-MEDIAS
              MOVE ZEROS TO WRK-QTD-DISC-TERMO
              MOVE ZEROS TO WRK-SOMA-PONDERADA
              MOVE ZEROS TO WRK-CARGA-TERMO
              MOVE "N" TO WRK-DISC-SEM-CARGA
              MOVE "S" TO WRK-TODAS-APROV
              PERFORM VARYING WRK-IDX-VARRE FROM 1 BY 1
                  UNTIL WRK-IDX-VARRE GREATER WRK-QTD-NM
                      ADD 1 TO WRK-QTD-DISC-TERMO
                      ADD TAB-NM-MEDIA(WRK-IDX-VARRE)
                          TO WRK-SOMA-MEDIAS
                      IF TAB-NM-CARGA(WRK-IDX-VARRE) = ZEROS
                          SET DISC-SEM-CARGA TO TRUE
                      ELSE
                          COMPUTE WRK-SOMA-PONDERADA =
                              WRK-SOMA-PONDERADA +
                              TAB-NM-MEDIA(WRK-IDX-VARRE) *
                              TAB-NM-CARGA(WRK-IDX-VARRE)
                          ADD TAB-NM-CARGA(WRK-IDX-VARRE)
                              TO WRK-CARGA-TERMO
                      END-IF
                      IF TAB-NM-STATUS(WRK-IDX-VARRE)(1:8)
                          NOT = "APROVADO"
                          MOVE "N" TO WRK-TODAS-APROV
                              TO TAB-TX-STATUS(TAB-TX-IDX)
                      END-IF
                  END-IF
                  IF DISC-SEM-CARGA
                      COMPUTE TAB-TX-MEDIA(TAB-TX-IDX) ROUNDED =
                          WRK-SOMA-MEDIAS / WRK-QTD-DISC-TERMO
                      MOVE ZEROS TO TAB-TX-CARGA(TAB-TX-IDX)
                  ELSE
                      COMPUTE TAB-TX-MEDIA(TAB-TX-IDX) ROUNDED =
                          WRK-SOMA-PONDERADA / WRK-CARGA-TERMO
                      MOVE WRK-CARGA-TERMO TO TAB-TX-CARGA(TAB-TX-IDX)
                  END-IF
                  EVALUATE TRUE
                      WHEN TAB-TX-MEDIA(TAB-TX-IDX) NOT LESS 9,00
                          MOVE "A" TO TAB-TX-CONCEITO(TAB-TX-IDX)
