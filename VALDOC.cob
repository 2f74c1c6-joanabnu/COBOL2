      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 06/02/2025
      * Purpose: Validacao dos digitos verificadores dos documentos
      *          do funcionario. Recebe o tipo (C = CPF, P = PIS/PASEP/
      *          NIT) e o numero de 11 digitos e devolve "S" quando o
      *          digito confere. CPF: dois digitos em modulo 11, pesos
      *          10 a 2 e 11 a 2, resto menor que 2 vale zero; numero
      *          com os onze digitos iguais e recusado. PIS: um digito
      *          em modulo 11 com pesos 3,2,9,8,7,6,5,4,3,2, resultado
      *          10 ou 11 vale zero. Numero zerado nunca e valido.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALDOC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

         01 WRK-NUMERO            PIC 9(11) VALUE ZEROS.
         01 WRK-NUMERO-X REDEFINES WRK-NUMERO.
             05 WRK-DIGITO         PIC 9(01) OCCURS 11 TIMES.

         01 WRK-PESOS-PIS-X       PIC X(20)
             VALUE "03020908070605040302".
         01 WRK-PESOS-PIS REDEFINES WRK-PESOS-PIS-X.
             05 WRK-PESO-PIS       PIC 9(02) OCCURS 10 TIMES.

         77 WRK-IDX               PIC 9(02) VALUE ZEROS.
         77 WRK-SOMA              PIC 9(04) VALUE ZEROS.
         77 WRK-QUOCIENTE         PIC 9(04) VALUE ZEROS.
         77 WRK-RESTO             PIC 9(02) VALUE ZEROS.
         77 WRK-DV1               PIC 9(01) VALUE ZEROS.
         77 WRK-DV2               PIC 9(01) VALUE ZEROS.
         77 WRK-DIGITOS-IGUAIS    PIC X(01) VALUE "S".
             88 DIGITOS-IGUAIS VALUE "S".

       LINKAGE SECTION.
       01  VALDOC-PARM.
           05 VD-TIPO                PIC X(01).
           05 VD-NUMERO              PIC 9(11).
           05 VD-VALIDO              PIC X(01).
           05 VD-RETORNO             PIC 9(02).

       PROCEDURE DIVISION USING VALDOC-PARM.

         0000-PRINCIPAL SECTION.
              MOVE "N" TO VD-VALIDO
              IF VD-NUMERO NUMERIC AND VD-NUMERO GREATER ZERO
                  MOVE VD-NUMERO TO WRK-NUMERO
                  EVALUATE VD-TIPO
                      WHEN "C"
                          PERFORM 0100-VALIDA-CPF
                      WHEN "P"
                          PERFORM 0200-VALIDA-PIS
                  END-EVALUATE
              END-IF
      *    Devolve ao chamador o RETURN-CODE que ele tinha: a
      *    volta da CALL substitui o codigo do job pelo desta
      *    rotina.
              MOVE VD-RETORNO TO RETURN-CODE
              GOBACK.

         0100-VALIDA-CPF SECTION.
              MOVE "S" TO WRK-DIGITOS-IGUAIS
              PERFORM VARYING WRK-IDX FROM 2 BY 1
                  UNTIL WRK-IDX GREATER 11
                  IF WRK-DIGITO(WRK-IDX) NOT = WRK-DIGITO(1)
                      MOVE "N" TO WRK-DIGITOS-IGUAIS
                  END-IF
              END-PERFORM
              IF DIGITOS-IGUAIS
                  GO TO 0100-SAIDA
              END-IF
              MOVE ZEROS TO WRK-SOMA
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX GREATER 9
                  COMPUTE WRK-SOMA = WRK-SOMA +
                      WRK-DIGITO(WRK-IDX) * (11 - WRK-IDX)
              END-PERFORM
              DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
                  REMAINDER WRK-RESTO
              IF WRK-RESTO LESS 2
                  MOVE ZERO TO WRK-DV1
              ELSE
                  COMPUTE WRK-DV1 = 11 - WRK-RESTO
              END-IF
              MOVE ZEROS TO WRK-SOMA
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX GREATER 9
                  COMPUTE WRK-SOMA = WRK-SOMA +
                      WRK-DIGITO(WRK-IDX) * (12 - WRK-IDX)
              END-PERFORM
              COMPUTE WRK-SOMA = WRK-SOMA + WRK-DV1 * 2
              DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
                  REMAINDER WRK-RESTO
              IF WRK-RESTO LESS 2
                  MOVE ZERO TO WRK-DV2
              ELSE
                  COMPUTE WRK-DV2 = 11 - WRK-RESTO
              END-IF
              IF WRK-DV1 = WRK-DIGITO(10) AND WRK-DV2 = WRK-DIGITO(11)
                  MOVE "S" TO VD-VALIDO
              END-IF.
         0100-SAIDA.
              EXIT.

         0200-VALIDA-PIS SECTION.
              MOVE ZEROS TO WRK-SOMA
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX GREATER 10
                  COMPUTE WRK-SOMA = WRK-SOMA +
                      WRK-DIGITO(WRK-IDX) * WRK-PESO-PIS(WRK-IDX)
              END-PERFORM
              DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
                  REMAINDER WRK-RESTO
              IF WRK-RESTO LESS 2
                  MOVE ZERO TO WRK-DV1
              ELSE
                  COMPUTE WRK-DV1 = 11 - WRK-RESTO
              END-IF
              IF WRK-DV1 = WRK-DIGITO(11)
                  MOVE "S" TO VD-VALIDO
              END-IF.
       END PROGRAM VALDOC.
