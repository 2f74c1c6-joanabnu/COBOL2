      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 07/03/2025
      * Purpose: Validacao do endereco de e-mail dos cadastros de
      *          contato (CONTATOS.DAT, responsaveis em
      *          MATRICULAS.DAT e funcionarios em FUNCIDENT.DAT), para
      *          a fila de avisos (NOTIFICA) nao mandar ao gateway um
      *          endereco que nunca vai ser entregue. Recebe o
      *          endereco alinhado a esquerda e devolve "S" quando:
      *          nao tem espaco no meio, tem uma e so uma arroba, com
      *          algo antes dela, e depois dela um dominio com ponto
      *          que nao fica colado na arroba nem no fim. Endereco em
      *          branco nunca e valido; o chamador decide se o campo
      *          e obrigatorio.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALEMAIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

         01 WRK-EMAIL             PIC X(50) VALUE SPACES.
         01 WRK-EMAIL-TAB REDEFINES WRK-EMAIL.
             05 WRK-CARACTER       PIC X(01) OCCURS 50 TIMES.

         77 WRK-IDX               PIC 9(02) VALUE ZEROS.
         77 WRK-TAMANHO           PIC 9(02) VALUE ZEROS.
         77 WRK-QTD-ARROBA        PIC 9(02) VALUE ZEROS.
         77 WRK-POS-ARROBA        PIC 9(02) VALUE ZEROS.
         77 WRK-POS-PONTO         PIC 9(02) VALUE ZEROS.
         77 WRK-TEM-ESPACO        PIC X(01) VALUE "N".
             88 TEM-ESPACO-NO-MEIO VALUE "S".

       LINKAGE SECTION.
       01  VALEMAIL-PARM.
           05 VE-EMAIL               PIC X(50).
           05 VE-VALIDO              PIC X(01).
           05 VE-RETORNO             PIC 9(02).

       PROCEDURE DIVISION USING VALEMAIL-PARM.

         0000-PRINCIPAL SECTION.
              MOVE "N" TO VE-VALIDO
              IF VE-EMAIL NOT = SPACES
                  MOVE VE-EMAIL TO WRK-EMAIL
                  PERFORM 0100-VALIDA-ENDERECO
              END-IF
      *    Devolve ao chamador o RETURN-CODE que ele tinha, como o
      *    VALDOC.
              MOVE VE-RETORNO TO RETURN-CODE
              GOBACK.

      *    Tamanho = ultima posicao nao branca; branco antes dela e
      *    espaco no meio do endereco. O ponto que conta e o ultimo
      *    depois da arroba.
         0100-VALIDA-ENDERECO SECTION.
              MOVE ZEROS TO WRK-TAMANHO
              PERFORM VARYING WRK-IDX FROM 50 BY -1
                  UNTIL WRK-IDX LESS 1 OR WRK-TAMANHO GREATER ZERO
                  IF WRK-CARACTER(WRK-IDX) NOT = SPACE
                      MOVE WRK-IDX TO WRK-TAMANHO
                  END-IF
              END-PERFORM
              MOVE "N" TO WRK-TEM-ESPACO
              MOVE ZEROS TO WRK-QTD-ARROBA
              MOVE ZEROS TO WRK-POS-ARROBA
              MOVE ZEROS TO WRK-POS-PONTO
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX GREATER WRK-TAMANHO
                  EVALUATE WRK-CARACTER(WRK-IDX)
                      WHEN SPACE
                          SET TEM-ESPACO-NO-MEIO TO TRUE
                      WHEN "@"
                          ADD 1 TO WRK-QTD-ARROBA
                          MOVE WRK-IDX TO WRK-POS-ARROBA
                      WHEN "."
                          IF WRK-POS-ARROBA GREATER ZERO
                              MOVE WRK-IDX TO WRK-POS-PONTO
                          END-IF
                  END-EVALUATE
              END-PERFORM
              IF TEM-ESPACO-NO-MEIO
                  OR WRK-QTD-ARROBA NOT = 1
                  OR WRK-POS-ARROBA LESS 2
                  OR WRK-POS-PONTO = ZEROS
                  GO TO 0100-SAIDA
              END-IF
              IF WRK-POS-PONTO GREATER WRK-POS-ARROBA + 1
                  AND WRK-POS-PONTO LESS WRK-TAMANHO
                  MOVE "S" TO VE-VALIDO
              END-IF.
         0100-SAIDA.
              EXIT.
       END PROGRAM VALEMAIL.
