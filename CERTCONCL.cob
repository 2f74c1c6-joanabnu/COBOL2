      *                      (TERMOS.DAT): nota de termo aberto ainda
      *                      pode mudar e nao sustenta certificado.
      *                      Sem o cadastro, conta tudo como antes.
      *   21/02/2025 - JLS - PARAMCERT.DAT ganha no final a carga
      *                      horaria minima concluida (soma da carga dos
      *                      termos APROVADO contados); zero ou ausente
      *                      dispensa a exigencia. A media geral passa a
      *                      ser ponderada pela carga horaria de
      *                      TRANSCRU.DAT, com a media simples quando
      *                      algum termo contado nao tem carga.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTCONCL.
           05 TU-STATUS              PIC X(15).
           05 TU-CONCEITO            PIC X(01).
           05 TU-ORIGEM              PIC X(02).
           05 TU-CARGA-HORARIA       PIC 9(04).

       FD  PARAMCERT-FILE.
       01  PARAMCERT-REG.
           05 PC-QTD-TERMOS          PIC 9(02).
           05 PC-MEDIA-MINIMA        PIC 9(02)V99.
           05 PC-CONTA-EXTERNA       PIC X(01).
           05 PC-CARGA-MINIMA        PIC 9(04).

       FD  CERTIFICADOS-FILE.
       01  CERTIFICADOS-REG.
         77 WRK-PAR-MEDIA-MIN    PIC 9(02)V99 VALUE ZEROS.
         77 WRK-CONTA-EXTERNA    PIC X(01) VALUE "S".
             88 CONTA-TERMO-EXTERNO VALUE "S".
      *    Carga horaria minima concluida (termos APROVADO); zero
      *    dispensa a exigencia, como antes do parametro existir.
         77 WRK-PAR-CARGA-MIN    PIC 9(04) VALUE ZEROS.
         77 WRK-DATA-EMISSAO     PIC 9(08) VALUE ZEROS.

      *    Quebra por aluno sobre o mestre consolidado (ja ordenado
         77 WRK-QTD-APROVADOS    PIC 9(02) VALUE ZEROS.
         77 WRK-SOMA-MEDIAS      PIC 9(05)V99 VALUE ZEROS.
         77 WRK-MEDIA-GERAL      PIC 9(02)V99 VALUE ZEROS.
      *    Media geral ponderada pela carga horaria, a mesma do
      *    historico consolidado: termo sem carga devolve o aluno a
      *    media simples dos termos.
         77 WRK-SOMA-PONDERADA   PIC 9(08)V99 VALUE ZEROS.
         77 WRK-CARGA-CURSADA    PIC 9(05) VALUE ZEROS.
         77 WRK-CARGA-CONCLUIDA  PIC 9(05) VALUE ZEROS.
         77 WRK-TERMO-SEM-CARGA  PIC X(01) VALUE "N".
             88 TERMO-SEM-CARGA VALUE "S".
         77 WRK-TERMO-CONCLUSAO  PIC X(06) VALUE SPACES.
         77 WRK-PRIMEIRO         PIC X(01) VALUE "S".
             88 PRIMEIRO-ALUNO VALUE "S".
              MOVE ZEROS TO WRK-QTD-CURSADOS
              MOVE ZEROS TO WRK-QTD-APROVADOS
              MOVE ZEROS TO WRK-SOMA-MEDIAS
              MOVE ZEROS TO WRK-SOMA-PONDERADA
              MOVE ZEROS TO WRK-CARGA-CURSADA
              MOVE ZEROS TO WRK-CARGA-CONCLUIDA
              MOVE "N" TO WRK-TERMO-SEM-CARGA
              MOVE ZEROS TO WRK-PAR-CARGA-MIN
              MOVE ZEROS TO WRK-QTD-ELEGIVEIS
              MOVE ZEROS TO WRK-QTD-NO-TERMO.

              IF PC-CONTA-EXTERNA = "N"
                  MOVE "N" TO WRK-CONTA-EXTERNA
              END-IF
              IF PC-CARGA-MINIMA IS NUMERIC
                  MOVE PC-CARGA-MINIMA TO WRK-PAR-CARGA-MIN
              END-IF
              CLOSE PARAMCERT-FILE
              OPEN INPUT TRANSCRU-FILE
              IF WRK-STATUS-TRU NOT = "00"
              END-IF
              ADD 1 TO WRK-QTD-CURSADOS
              ADD TU-MEDIA TO WRK-SOMA-MEDIAS
              IF TU-CARGA-HORARIA NOT NUMERIC
                  MOVE ZEROS TO TU-CARGA-HORARIA
              END-IF
              IF TU-CARGA-HORARIA = ZEROS
                  SET TERMO-SEM-CARGA TO TRUE
              ELSE
                  COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA +
                      TU-MEDIA * TU-CARGA-HORARIA
                  ADD TU-CARGA-HORARIA TO WRK-CARGA-CURSADA
              END-IF
      *    Aprovado direto ou em recuperacao (APROVADO-R), o mesmo
      *    criterio do subsistema de notas.
              IF TU-STATUS(1:8) = "APROVADO"
                  ADD 1 TO WRK-QTD-APROVADOS
                  ADD TU-CARGA-HORARIA TO WRK-CARGA-CONCLUIDA
                  MOVE TU-TERMO TO WRK-TERMO-CONCLUSAO
              END-IF.
         0150-SAIDA.
              EXIT.

      *    Regra de elegibilidade: quantidade de termos APROVADO,
      *    media geral sobre todos os termos cursados (a mesma media
      *    geral do historico consolidado) e carga horaria concluida.
         0200-FECHA-ALUNO SECTION.
              IF WRK-QTD-CURSADOS = ZEROS
                  MOVE ZEROS TO WRK-MEDIA-GERAL
              ELSE
                  IF TERMO-SEM-CARGA
                      COMPUTE WRK-MEDIA-GERAL ROUNDED =
                          WRK-SOMA-MEDIAS / WRK-QTD-CURSADOS
                  ELSE
                      COMPUTE WRK-MEDIA-GERAL ROUNDED =
                          WRK-SOMA-PONDERADA / WRK-CARGA-CURSADA
                  END-IF
              END-IF
              IF WRK-QTD-APROVADOS NOT LESS WRK-PAR-QTD-TERMOS
                  AND WRK-MEDIA-GERAL NOT LESS WRK-PAR-MEDIA-MIN
                  AND WRK-CARGA-CONCLUIDA NOT LESS WRK-PAR-CARGA-MIN
                  PERFORM 0250-GRAVA-CERTIFICADO
              END-IF
              MOVE ZEROS TO WRK-QTD-CURSADOS
              MOVE ZEROS TO WRK-QTD-APROVADOS
              MOVE ZEROS TO WRK-SOMA-MEDIAS
              MOVE ZEROS TO WRK-SOMA-PONDERADA
              MOVE ZEROS TO WRK-CARGA-CURSADA
              MOVE ZEROS TO WRK-CARGA-CONCLUIDA
              MOVE "N" TO WRK-TERMO-SEM-CARGA
              MOVE SPACES TO WRK-TERMO-CONCLUSAO.

         0250-GRAVA-CERTIFICADO SECTION.
