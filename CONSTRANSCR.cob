      *                      com origem EX; termo externo que colide
      *                      com termo cursado aqui e ignorado e sai
      *                      como divergencia em CONSCONF.DAT.
      *   17/02/2025 - JLS - Layout de TRANSCREX.DAT acompanha o
      *                      IMPTRANSC com a disciplina interna no fim
      *                      do registro.
      *   21/02/2025 - JLS - TRANSCR.DAT e TRANSCREX.DAT trazem a carga
      *                      horaria do termo no final da linha,
      *                      repassada a TRANSCRU.DAT; a media geral do
      *                      aluno em HISTORICOU.DAT passa a ser
      *                      ponderada pela carga, com a media simples
      *                      quando algum termo do aluno nao tem carga
      *                      (PROGRAMA09 ou registro antigo).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSTRANSCR.
           05 TX-MEDIA               PIC 9(02)V99.
           05 TX-STATUS              PIC X(15).
           05 TX-CONCEITO            PIC X(01).
           05 TX-CARGA-HORARIA       PIC 9(04).

       FD  TRANSCREX-FILE.
       01  TRANSCREX-REG.
           05 TRX-MEDIA              PIC 9(02)V99.
           05 TRX-STATUS             PIC X(15).
           05 TRX-CONCEITO           PIC X(01).
           05 TRX-DISCIPLINA         PIC X(03).
           05 TRX-CARGA-HORARIA      PIC 9(04).

       FD  TRANSCR09-FILE.
       01  TRANSCR09-REG.
           05 TU-STATUS              PIC X(15).
           05 TU-CONCEITO            PIC X(01).
           05 TU-ORIGEM              PIC X(02).
           05 TU-CARGA-HORARIA       PIC 9(04).

       FD  CONSCONF-FILE.
       01  CONSCONF-REG              PIC X(80).
                 10 TAB-UN-STATUS    PIC X(15).
                 10 TAB-UN-CONCEITO  PIC X(01).
                 10 TAB-UN-ORIGEM    PIC X(02).
                 10 TAB-UN-CARGA     PIC 9(04).
         77 WRK-QTD-UNI          PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-UNI        PIC X(01) VALUE "N".
             88 ACHOU-UNI VALUE "S".
         77 WRK-QTD-CONFLITOS    PIC 9(04) VALUE ZEROS.

      *    Ordenacao por matricula+termo para o historico.
         01 WRK-TROCA-UNI        PIC X(58).
         77 WRK-ORD-I            PIC 9(03) VALUE ZEROS.
         77 WRK-ORD-J            PIC 9(03) VALUE ZEROS.
         77 WRK-HOUVE-TROCA      PIC X(01) VALUE "N".
         77 WRK-MATRICULA-ANT    PIC 9(06) VALUE ZEROS.
         77 WRK-QTD-TERMOS       PIC 9(02) VALUE ZEROS.
         77 WRK-SOMA-MEDIAS      PIC 9(05)V99 VALUE ZEROS.
      *    Media geral ponderada pela carga horaria dos termos; termo
      *    sem carga (PROGRAMA09, registro anterior ao cadastro de
      *    disciplinas) devolve o aluno a media simples dos termos.
         77 WRK-SOMA-PONDERADA   PIC 9(08)V99 VALUE ZEROS.
         77 WRK-CARGA-ALUNO      PIC 9(05) VALUE ZEROS.
         77 WRK-TERMO-SEM-CARGA  PIC X(01) VALUE "N".
             88 TERMO-SEM-CARGA VALUE "S".
         77 WRK-MEDIA-GERAL      PIC 9(02)V99 VALUE ZEROS.
         77 WRK-PRIMEIRO         PIC X(01) VALUE "S".
             88 PRIMEIRO-ALUNO VALUE "S".
              MOVE ZEROS TO WRK-QTD-UNI
              MOVE ZEROS TO WRK-QTD-CONFLITOS
              MOVE ZEROS TO WRK-QTD-TERMOS
              MOVE ZEROS TO WRK-SOMA-MEDIAS
              MOVE ZEROS TO WRK-SOMA-PONDERADA
              MOVE ZEROS TO WRK-CARGA-ALUNO
              MOVE "N" TO WRK-TERMO-SEM-CARGA.

         0010-CABECALHO SECTION.
              MOVE "CONSOLIDA-HIST" TO WRK-JOB-NOME
                                  TAB-UN-CONCEITO(WRK-QTD-UNI)
                              MOVE "14" TO
                                  TAB-UN-ORIGEM(WRK-QTD-UNI)
                              IF TX-CARGA-HORARIA NOT NUMERIC
                                  MOVE ZEROS TO TX-CARGA-HORARIA
                              END-IF
                              MOVE TX-CARGA-HORARIA TO
                                  TAB-UN-CARGA(WRK-QTD-UNI)
                      END-READ
                  END-PERFORM
                  CLOSE TRANSCR-FILE
                  MOVE TX9-STATUS TO TAB-UN-STATUS(TAB-UN-IDX)
                  MOVE SPACES TO TAB-UN-CONCEITO(TAB-UN-IDX)
                  MOVE "09" TO TAB-UN-ORIGEM(TAB-UN-IDX)
                  MOVE ZEROS TO TAB-UN-CARGA(TAB-UN-IDX)
              ELSE
                  IF TAB-UN-MEDIA(TAB-UN-IDX) NOT = TX9-MEDIA
                      OR TAB-UN-STATUS(TAB-UN-IDX)(1:10) NOT =
                  MOVE TRX-STATUS TO TAB-UN-STATUS(TAB-UN-IDX)
                  MOVE TRX-CONCEITO TO TAB-UN-CONCEITO(TAB-UN-IDX)
                  MOVE "EX" TO TAB-UN-ORIGEM(TAB-UN-IDX)
                  IF TRX-CARGA-HORARIA NOT NUMERIC
                      MOVE ZEROS TO TRX-CARGA-HORARIA
                  END-IF
                  MOVE TRX-CARGA-HORARIA TO TAB-UN-CARGA(TAB-UN-IDX)
              ELSE
                  ADD 1 TO WRK-QTD-CONFLITOS
                  MOVE SPACES TO CONSCONF-REG
                  MOVE TAB-UN-STATUS(TAB-UN-IDX)    TO TU-STATUS
                  MOVE TAB-UN-CONCEITO(TAB-UN-IDX)  TO TU-CONCEITO
                  MOVE TAB-UN-ORIGEM(TAB-UN-IDX)    TO TU-ORIGEM
                  MOVE TAB-UN-CARGA(TAB-UN-IDX)     TO TU-CARGA-HORARIA
                  WRITE TRANSCRU-REG
                  ADD 1 TO WRK-JOB-GRAVADOS
              END-PERFORM.

      *    Historico consolidado: uma linha por termo e, na troca de
      *    aluno, a media geral dos termos cursados ponderada pela
      *    carga horaria.
         0800-GRAVA-HISTORICO SECTION.
              MOVE ZEROS TO WRK-QTD-TERMOS
              MOVE ZEROS TO WRK-SOMA-MEDIAS
              MOVE ZEROS TO WRK-SOMA-PONDERADA
              MOVE ZEROS TO WRK-CARGA-ALUNO
              MOVE "N" TO WRK-TERMO-SEM-CARGA
              MOVE "S" TO WRK-PRIMEIRO
              PERFORM VARYING TAB-UN-IDX FROM 1 BY 1
                  UNTIL TAB-UN-IDX GREATER WRK-QTD-UNI
                      TO WRK-MATRICULA-ANT
                  ADD 1 TO WRK-QTD-TERMOS
                  ADD TAB-UN-MEDIA(TAB-UN-IDX) TO WRK-SOMA-MEDIAS
                  IF TAB-UN-CARGA(TAB-UN-IDX) = ZEROS
                      SET TERMO-SEM-CARGA TO TRUE
                  ELSE
                      COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA
                          + TAB-UN-MEDIA(TAB-UN-IDX) *
                          TAB-UN-CARGA(TAB-UN-IDX)
                      ADD TAB-UN-CARGA(TAB-UN-IDX) TO WRK-CARGA-ALUNO
                  END-IF
                  MOVE TAB-UN-MATRICULA(TAB-UN-IDX)
                      TO WRK-LH-MATRICULA
                  MOVE TAB-UN-NOME(TAB-UN-IDX)   TO WRK-LH-NOME
              END-IF.

         0810-FECHA-ALUNO SECTION.
              IF TERMO-SEM-CARGA
                  COMPUTE WRK-MEDIA-GERAL ROUNDED =
                      WRK-SOMA-MEDIAS / WRK-QTD-TERMOS
              ELSE
                  COMPUTE WRK-MEDIA-GERAL ROUNDED =
                      WRK-SOMA-PONDERADA / WRK-CARGA-ALUNO
              END-IF
              MOVE WRK-MEDIA-GERAL TO WRK-MG-MEDIA
              WRITE HISTORICOU-REG FROM WRK-LINHA-MG
              MOVE ZEROS TO WRK-QTD-TERMOS
              MOVE ZEROS TO WRK-SOMA-MEDIAS
              MOVE ZEROS TO WRK-SOMA-PONDERADA
              MOVE ZEROS TO WRK-CARGA-ALUNO
              MOVE "N" TO WRK-TERMO-SEM-CARGA.

         9000-FINALIZAR SECTION.
              IF WRK-QTD-CONFLITOS = ZEROS
