      *          EXCDIARIO.DAT e devolve RETURN-CODE 4.
      * Tectonics: cobc
      * Mod Log:
      *   13/01/2025 - JLS - Registro do ciclo de vida (PEDSTAT.DAT)
      *                      passa a 34 bytes (pedido com 8 posicoes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAUDEDIA.
           05 TC-PRAZO-EXPRESSO      PIC 9(03).

       FD  PEDSTAT-FILE.
       01  PEDSTAT-REG               PIC X(34).

       FD  EXCVIDA-FILE.
       01  EXCVIDA-REG               PIC X(96).
