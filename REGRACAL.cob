      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 05/03/2025
      * Purpose: Regra de calendario dos jobs do plano noturno.
      *          Recebe uma data, a regra e o valor da regra (campos
      *          de PLANODEP.DAT) e devolve se o job roda naquela
      *          data. Dia util e o do DIAUTIL (fim de semana e
      *          feriado nacional de FERIADOS.DAT). Regras:
      *            D ou branco - todo dia;
      *            U - so dia util;
      *            N - N-esimo dia util do mes (valor = N);
      *            F - ultimo dia util do mes;
      *            S - dia da semana (valor 1=domingo .. 7=sabado,
      *                como no HORARIO.DAT);
      *            T - data dada: AAAAMMDD uma vez, 0000MMDD todo
      *                ano, 000000DD todo mes.
      *          Regra ou valor fora disso devolve CL-REGRA-OK = N e
      *          o job nao roda. Usada pelo JOBNOTURNO para pular o
      *          que nao cai hoje e pelo PREVPLANO para a previsao
      *          dos proximos dias. Como o DIAUTIL, devolve ao
      *          chamador o RETURN-CODE recebido em CL-RETORNO.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRACAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DATECPY.

         01 WRK-PARM-DIAUTIL.
             05 WRK-DU-DATA        PIC 9(08) VALUE ZEROS.
             05 WRK-DU-UF          PIC X(02) VALUE SPACES.
             05 WRK-DU-EH-UTIL     PIC X(01) VALUE "S".
                 88 WRK-DU-DIA-UTIL VALUE "S".
             05 WRK-DU-PROXIMO     PIC 9(08) VALUE ZEROS.
             05 WRK-DU-RETORNO     PIC 9(02) VALUE ZEROS.

         01 WRK-DATA-TESTE.
             05 WRK-TS-ANO         PIC 9(04).
             05 WRK-TS-MES         PIC 9(02).
             05 WRK-TS-DIA         PIC 9(02).
         01 WRK-VALOR.
             05 WRK-VL-ANO         PIC 9(04).
             05 WRK-VL-MES         PIC 9(02).
             05 WRK-VL-DIA         PIC 9(02).
         77 WRK-DIA-ALVO         PIC 9(02) VALUE ZEROS.
         77 WRK-CONTA-UTEIS      PIC 9(02) VALUE ZEROS.
         77 WRK-SEMANA-PLANO     PIC 9(01) VALUE ZEROS.
      *    Quocientes inteiros da congruencia de Zeller.
         77 WRK-ZL-MES           PIC 9(03) VALUE ZEROS.
         77 WRK-ZL-K             PIC 9(02) VALUE ZEROS.
         77 WRK-ZL-J             PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01  REGRACAL-PARM.
           05 CL-DATA                PIC 9(08).
           05 CL-REGRA               PIC X(01).
           05 CL-VALOR               PIC 9(08).
           05 CL-RODA                PIC X(01).
               88 CL-RODA-NA-DATA VALUE "S".
           05 CL-REGRA-OK            PIC X(01).
               88 CL-REGRA-VALIDA VALUE "S".
           05 CL-RETORNO             PIC 9(02).

       PROCEDURE DIVISION USING REGRACAL-PARM.

         0000-PRINCIPAL SECTION.
              MOVE "N" TO CL-RODA
              MOVE "S" TO CL-REGRA-OK
              IF CL-VALOR NOT NUMERIC
                  MOVE ZEROS TO CL-VALOR
              END-IF
              MOVE CL-VALOR TO WRK-VALOR
              EVALUATE CL-REGRA
                  WHEN "D"
                  WHEN SPACE
                      MOVE "S" TO CL-RODA
                  WHEN "U"
                      PERFORM 0100-REGRA-UTIL
                  WHEN "N"
                      PERFORM 0200-REGRA-ENESIMO
                  WHEN "F"
                      PERFORM 0300-REGRA-ULTIMO
                  WHEN "S"
                      PERFORM 0400-REGRA-SEMANA
                  WHEN "T"
                      PERFORM 0500-REGRA-DATA
                  WHEN OTHER
                      MOVE "N" TO CL-REGRA-OK
              END-EVALUATE
              MOVE CL-RETORNO TO RETURN-CODE
              GOBACK.

         0100-REGRA-UTIL SECTION.
              MOVE CL-DATA TO WRK-DU-DATA
              PERFORM 0900-CONSULTA-DIAUTIL
              IF WRK-DU-DIA-UTIL
                  MOVE "S" TO CL-RODA
              END-IF.

      *    Conta os dias uteis do dia 1 ate a data; roda quando a
      *    data e util e e a de numero pedido.
         0200-REGRA-ENESIMO SECTION.
              IF CL-VALOR LESS 1 OR CL-VALOR GREATER 23
                  MOVE "N" TO CL-REGRA-OK
                  GO TO 0200-SAIDA
              END-IF
              MOVE CL-DATA TO WRK-DATA-TESTE
              MOVE WRK-TS-DIA TO WRK-DIA-ALVO
              MOVE ZEROS TO WRK-CONTA-UTEIS
              PERFORM VARYING WRK-TS-DIA FROM 1 BY 1
                  UNTIL WRK-TS-DIA GREATER WRK-DIA-ALVO
                  MOVE WRK-DATA-TESTE TO WRK-DU-DATA
                  PERFORM 0900-CONSULTA-DIAUTIL
                  IF WRK-DU-DIA-UTIL
                      ADD 1 TO WRK-CONTA-UTEIS
                  END-IF
              END-PERFORM
              IF WRK-DU-DIA-UTIL
                  AND WRK-CONTA-UTEIS = CL-VALOR
                  MOVE "S" TO CL-RODA
              END-IF.
         0200-SAIDA.
              EXIT.

      *    Ultimo dia util: a data e util e o proximo dia util ja
      *    cai em outro mes.
         0300-REGRA-ULTIMO SECTION.
              MOVE CL-DATA TO WRK-DU-DATA
              PERFORM 0900-CONSULTA-DIAUTIL
              IF WRK-DU-DIA-UTIL
                  AND WRK-DU-PROXIMO(1:6) NOT = CL-DATA(1:6)
                  MOVE "S" TO CL-RODA
              END-IF.

      *    Dia da semana pela congruencia de Zeller do DATECPY
      *    (0=sabado, 1=domingo .. 6=sexta), convertido para a
      *    numeracao do plano (1=domingo .. 7=sabado).
         0400-REGRA-SEMANA SECTION.
              IF CL-VALOR LESS 1 OR CL-VALOR GREATER 7
                  MOVE "N" TO CL-REGRA-OK
                  GO TO 0400-SAIDA
              END-IF
              MOVE CL-DATA TO WRK-DATA-TESTE
              MOVE WRK-TS-MES TO WRK-MES-CALC
              MOVE WRK-TS-ANO TO WRK-ANO-CALC
              MOVE WRK-TS-DIA TO WRK-DIA-CALC
              IF WRK-MES-CALC < 3
                  ADD 12 TO WRK-MES-CALC
                  SUBTRACT 1 FROM WRK-ANO-CALC
              END-IF
              DIVIDE WRK-ANO-CALC BY 100 GIVING WRK-J-CALC
              COMPUTE WRK-K-CALC =
                  WRK-ANO-CALC - (WRK-J-CALC * 100)
              COMPUTE WRK-ZL-MES = 13 * (WRK-MES-CALC + 1)
              DIVIDE WRK-ZL-MES BY 5 GIVING WRK-ZL-MES
              DIVIDE WRK-K-CALC BY 4 GIVING WRK-ZL-K
              DIVIDE WRK-J-CALC BY 4 GIVING WRK-ZL-J
              COMPUTE WRK-T1-CALC =
                  WRK-DIA-CALC + WRK-ZL-MES
                  + WRK-K-CALC + WRK-ZL-K + WRK-ZL-J
                  + (5 * WRK-J-CALC)
              DIVIDE WRK-T1-CALC BY 7 GIVING WRK-T2-CALC
                  REMAINDER WRK-DIA-SEMANA
              IF WRK-DIA-SEMANA = 0
                  MOVE 7 TO WRK-SEMANA-PLANO
              ELSE
                  MOVE WRK-DIA-SEMANA TO WRK-SEMANA-PLANO
              END-IF
              IF WRK-SEMANA-PLANO = CL-VALOR
                  MOVE "S" TO CL-RODA
              END-IF.
         0400-SAIDA.
              EXIT.

         0500-REGRA-DATA SECTION.
              EVALUATE TRUE
                  WHEN WRK-VL-DIA LESS 1 OR WRK-VL-DIA GREATER 31
                      MOVE "N" TO CL-REGRA-OK
                  WHEN WRK-VL-ANO = ZEROS AND WRK-VL-MES = ZEROS
                      IF CL-DATA(7:2) = WRK-VALOR(7:2)
                          MOVE "S" TO CL-RODA
                      END-IF
                  WHEN WRK-VL-MES LESS 1 OR WRK-VL-MES GREATER 12
                      MOVE "N" TO CL-REGRA-OK
                  WHEN WRK-VL-ANO = ZEROS
                      IF CL-DATA(5:4) = WRK-VALOR(5:4)
                          MOVE "S" TO CL-RODA
                      END-IF
                  WHEN OTHER
                      IF CL-DATA = CL-VALOR
                          MOVE "S" TO CL-RODA
                      END-IF
              END-EVALUATE.

         0900-CONSULTA-DIAUTIL SECTION.
              MOVE SPACES TO WRK-DU-UF
              MOVE ZEROS TO WRK-DU-RETORNO
              CALL "DIAUTIL" USING WRK-PARM-DIAUTIL.
       END PROGRAM REGRACAL.
