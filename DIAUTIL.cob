      *          segue valendo so o fim de semana, como antes.
      * Tectonics: cobc
      * Mod Log:
      *   24/02/2025 - JLS - Congruencia de Zeller com os quocientes
      *                      truncados um a um: a soma das fracoes
      *                      deslocava o dia da semana em algumas datas
      *                      (o domingo 21/12/2025 saia como dia util).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAUTIL.
         77 WRK-QUOC-LEAP        PIC 9(04) VALUE ZEROS.
         77 WRK-RESTO-LEAP       PIC 9(04) VALUE ZEROS.
         77 WRK-PASSOS           PIC 9(03) VALUE ZEROS.
      *    Quocientes inteiros da congruencia de Zeller.
         77 WRK-ZL-MES           PIC 9(03) VALUE ZEROS.
         77 WRK-ZL-K             PIC 9(02) VALUE ZEROS.
         77 WRK-ZL-J             PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01  DIAUTIL-PARM.
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
