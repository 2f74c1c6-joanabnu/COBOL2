      *          importada com a nota de corte de PARAMNOTA14.DAT.
      * Tectonics: cobc
      * Mod Log:
      *   17/02/2025 - JLS - TRANSCREX.DAT passa a levar o nosso codigo
      *                      de disciplina (da equivalencia) no fim do
      *                      registro, para o PROGRAMA14 e o RELPREREQ
      *                      aceitarem a disciplina cursada fora como
      *                      pre-requisito.
      *   21/02/2025 - JLS - TRANSCREX.DAT ganha no final do registro a
      *                      carga horaria lida do historico externo,
      *                      que pondera o termo externo nas medias
      *                      gerais do CONSTRANSCR e do CERTCONCL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPTRANSC.
           05 TR-MEDIA               PIC 9(02)V99.
           05 TR-STATUS              PIC X(15).
           05 TR-CONCEITO            PIC X(01).
           05 TR-DISCIPLINA          PIC X(03).
           05 TR-CARGA-HORARIA       PIC 9(04).

       FD  TRANSCEXC-FILE.
       01  TRANSCEXC-REG.
              MOVE TE-TERMO     TO TR-TERMO
              MOVE TAB-MT-NOME(TAB-MT-IDX) TO TR-NOME
              MOVE TE-NOTA      TO TR-MEDIA
              MOVE WRK-DISC-INTERNA TO TR-DISCIPLINA
      *    Carga horaria externa pesa o termo nas medias ponderadas;
      *    sem carga informada o termo entra sem peso proprio.
              IF TE-HORAS NUMERIC
                  MOVE TE-HORAS TO TR-CARGA-HORARIA
              ELSE
                  MOVE ZEROS TO TR-CARGA-HORARIA
              END-IF
              IF TE-NOTA NOT LESS WRK-NOTA-CORTE
                  MOVE "APROVADO" TO TR-STATUS
              ELSE
