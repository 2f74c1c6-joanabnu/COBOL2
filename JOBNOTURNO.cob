      *          rodou, o que foi pulado e por que.
      * Tectonics: cobc
      * Mod Log:
      *   05/03/2025 - JLS - Regra de calendario por job em PLANODEP.DAT
      *                      (todo dia, dia util, N-esimo ou ultimo dia
      *                      util do mes, dia da semana ou data dada),
      *                      avaliada pela rotina comum REGRACAL com o
      *                      DIAUTIL; o 0150-EXECUTA-JOB pula o job cuja
      *                      regra nao cai hoje e o pulo sai no
      *                      PLANOREL.DAT. Predecessor fora do
      *                      calendario nao trava os dependentes; regra
      *                      invalida nao roda o job e deixa RC 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBNOTURNO.
           05 PD-PRED1               PIC X(20).
           05 PD-PRED2               PIC X(20).
           05 PD-RC-MAX              PIC 9(02).
      *    Regra de calendario (ver REGRACAL); branco e todo dia.
           05 PD-REGRA               PIC X(01).
           05 PD-REGRA-VALOR         PIC 9(08).

       FD  RUNLOG-FILE.
       01  RUNLOG-REG.
         77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
         77 WRK-CADEIA-PAROU     PIC X(01) VALUE "N".
             88 CADEIA-PAROU VALUE "S".
         77 WRK-REGRA-INVALIDA   PIC X(01) VALUE "N".
             88 HOUVE-REGRA-INVALIDA VALUE "S".

      *    Plano em memoria, na ordem do arquivo; a situacao de cada
      *    job vira EXEC (rodou agora), PULADO (ja tinha rodado
      *    hoje), FORACAL (regra de calendario nao cai hoje), FALHOU
      *    ou NAOEXEC (cadeia parada antes dele).
         01 TAB-PLANO.
             05 TAB-PL-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-PLANO
                 10 TAB-PL-RC-MAX     PIC 9(02).
                 10 TAB-PL-RC         PIC 9(02).
                 10 TAB-PL-SITUACAO   PIC X(07).
                 10 TAB-PL-REGRA      PIC X(01).
                 10 TAB-PL-VALOR      PIC 9(08).
                 10 TAB-PL-REGRA-OK   PIC X(01).
         77 WRK-QTD-PLANO        PIC 9(02) VALUE ZEROS.
         77 WRK-IDX-PLANO        PIC 9(02) VALUE ZEROS.
         77 WRK-IDX-PRED         PIC 9(02) VALUE ZEROS.
             05 WRK-PO-TIPO        PIC X(01) VALUE "P".
             05 WRK-PO-FORA-ORDEM  PIC 9(03) VALUE ZEROS.

         01 WRK-PARM-REGRACAL.
             05 WRK-CL-DATA        PIC 9(08) VALUE ZEROS.
             05 WRK-CL-REGRA       PIC X(01) VALUE SPACE.
             05 WRK-CL-VALOR       PIC 9(08) VALUE ZEROS.
             05 WRK-CL-RODA        PIC X(01) VALUE "S".
                 88 WRK-CL-RODA-NA-DATA VALUE "S".
             05 WRK-CL-REGRA-OK    PIC X(01) VALUE "S".
                 88 WRK-CL-REGRA-VALIDA VALUE "S".
             05 WRK-CL-RETORNO     PIC 9(02) VALUE ZEROS.

      *    Execucoes de hoje ja registradas no RUNLOG, para a
      *    reexecucao pular o que ja terminou dentro do limite.
         01 TAB-HOJE.
              MOVE "N" TO WRK-FIM-PLANO
              MOVE "N" TO WRK-FIM-RUNLOG
              MOVE "N" TO WRK-CADEIA-PAROU
              MOVE "N" TO WRK-REGRA-INVALIDA
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
                          MOVE PD-PRED1 TO TAB-PL-PRED1(TAB-PL-IDX)
                          MOVE PD-PRED2 TO TAB-PL-PRED2(TAB-PL-IDX)
                          MOVE PD-RC-MAX TO TAB-PL-RC-MAX(TAB-PL-IDX)
                          MOVE PD-REGRA TO TAB-PL-REGRA(TAB-PL-IDX)
                          IF PD-REGRA-VALOR NUMERIC
                              MOVE PD-REGRA-VALOR
                                  TO TAB-PL-VALOR(TAB-PL-IDX)
                          ELSE
                              MOVE ZEROS TO TAB-PL-VALOR(TAB-PL-IDX)
                          END-IF
                          MOVE "S" TO TAB-PL-REGRA-OK(TAB-PL-IDX)
                          MOVE ZEROS TO TAB-PL-RC(TAB-PL-IDX)
                          MOVE "NAOEXEC" TO
                              TAB-PL-SITUACAO(TAB-PL-IDX)

         0150-EXECUTA-JOB SECTION.
              ADD 1 TO WRK-JOB-LIDOS
      *    Regra de calendario que nao cai hoje: fora do plano do dia.
              PERFORM 0155-VERIFICA-CALENDARIO
              IF NOT WRK-CL-RODA-NA-DATA
                  MOVE "FORACAL" TO TAB-PL-SITUACAO(TAB-PL-IDX)
                  DISPLAY "JOB " TAB-PL-JOB(TAB-PL-IDX)
                      " FORA DO CALENDARIO DE HOJE, PULANDO"
                  GO TO 0150-SAIDA
              END-IF
      *    Ja rodou hoje dentro do limite? Entao conta como feito.
              PERFORM 0160-CONSULTA-HOJE
              IF JA-RODOU-HOJE
         0150-SAIDA.
              EXIT.

         0155-VERIFICA-CALENDARIO SECTION.
              MOVE WRK-DATA-HOJE TO WRK-CL-DATA
              MOVE TAB-PL-REGRA(TAB-PL-IDX) TO WRK-CL-REGRA
              MOVE TAB-PL-VALOR(TAB-PL-IDX) TO WRK-CL-VALOR
              MOVE RETURN-CODE TO WRK-CL-RETORNO
              CALL "REGRACAL" USING WRK-PARM-REGRACAL
              IF NOT WRK-CL-REGRA-VALIDA
                  MOVE "N" TO TAB-PL-REGRA-OK(TAB-PL-IDX)
                  SET HOUVE-REGRA-INVALIDA TO TRUE
                  DISPLAY "REGRA DE CALENDARIO INVALIDA PARA "
                      TAB-PL-JOB(TAB-PL-IDX) " : "
                      TAB-PL-REGRA(TAB-PL-IDX) " "
                      TAB-PL-VALOR(TAB-PL-IDX)
              END-IF.

         0160-CONSULTA-HOJE SECTION.
              MOVE "N" TO WRK-ACHOU-HOJE
              MOVE ZEROS TO WRK-RC-HOJE
              END-IF.

      *    O predecessor vale pelo que fez nesta execucao do plano
      *    (EXEC ou PULADO) e pelo seu proprio limite de RC; fora do
      *    calendario de hoje (FORACAL) ele nao faz parte do dia e
      *    nao segura ninguem. Regra invalida segura.
         0180-AVALIA-PREDECESSOR SECTION.
              MOVE "N" TO WRK-ACHOU-PRED
              PERFORM VARYING WRK-IDX-PRED FROM 1 BY 1
                  OR ACHOU-PRED
                  IF TAB-PL-JOB(WRK-IDX-PRED) = WRK-PRED-NOME
                      SET ACHOU-PRED TO TRUE
                      EVALUATE TRUE
                          WHEN TAB-PL-SITUACAO(WRK-IDX-PRED) = "FORACAL"
                              AND TAB-PL-REGRA-OK(WRK-IDX-PRED) = "N"
                              MOVE "N" TO WRK-PRED-OK
                          WHEN TAB-PL-SITUACAO(WRK-IDX-PRED) = "FORACAL"
                              CONTINUE
                          WHEN TAB-PL-SITUACAO(WRK-IDX-PRED)
                              NOT = "EXEC   "
                              AND TAB-PL-SITUACAO(WRK-IDX-PRED)
                              NOT = "PULADO "
                              MOVE "N" TO WRK-PRED-OK
                          WHEN TAB-PL-RC(WRK-IDX-PRED) GREATER
                              TAB-PL-RC-MAX(WRK-IDX-PRED)
                              MOVE "N" TO WRK-PRED-OK
                      END-EVALUATE
                  END-IF
              END-PERFORM
              IF NOT ACHOU-PRED
                      WHEN "FALHOU "
                          MOVE "RC ACIMA DO LIMITE"
                              TO WRK-LP-MOTIVO
                      WHEN "FORACAL"
                          IF TAB-PL-REGRA-OK(TAB-PL-IDX) = "N"
                              MOVE "REGRA DE CALENDARIO INVALIDA"
                                  TO WRK-LP-MOTIVO
                          ELSE
                              MOVE SPACES TO WRK-LP-MOTIVO
                              STRING "FORA DO CALENDARIO (REGRA "
                                  DELIMITED BY SIZE
                                  TAB-PL-REGRA(TAB-PL-IDX)
                                  DELIMITED BY SIZE
                                  ")" DELIMITED BY SIZE
                                  INTO WRK-LP-MOTIVO
                          END-IF
                      WHEN OTHER
                          MOVE SPACES TO WRK-LP-MOTIVO
                  END-EVALUATE
                  MOVE "CADEIA INTERROMPIDA" TO PLANOREL-REG
                  WRITE PLANOREL-REG
                  MOVE 8 TO RETURN-CODE
              ELSE
                  IF HOUVE-REGRA-INVALIDA
                      MOVE "REGRA DE CALENDARIO INVALIDA NO PLANO"
                          TO PLANOREL-REG
                      WRITE PLANOREL-REG
                      MOVE 4 TO RETURN-CODE
                  END-IF
              END-IF.

         9000-FINALIZAR SECTION.
