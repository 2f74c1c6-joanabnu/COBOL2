      *          truncamento. Um programa, um padrao.
      * Tectonics: cobc
      * Mod Log:
      *   04/02/2025 - JLS - Layout de FUNCHIST.DAT com o tipo da verba
      *                      e os encargos do empregador (FGTS, INSS
      *                      patronal e terceiros) no fim do registro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATOCSV.
           05 FH-INSS                PIC 9(06)V99.
           05 FH-IRRF                PIC 9(06)V99.
           05 FH-SALARIO-LIQUIDO     PIC 9(06)V99.
           05 FH-TIPO-VERBA          PIC X(01).
           05 FH-FGTS                PIC 9(06)V99.
           05 FH-INSS-EMPRESA        PIC 9(06)V99.
           05 FH-TERCEIROS           PIC 9(06)V99.

       FD  TRANSCRU-FILE.
       01  TRANSCRU-REG.
