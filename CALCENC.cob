      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 04/02/2025
      * Purpose: Encargos do empregador sobre uma verba da folha. Recebe
      *          a base (salario do mes, ferias, parcela do 13o ou
      *          verbas da rescisao) e devolve o FGTS a depositar, o
      *          INSS patronal e a contribuicao de terceiros, pelas
      *          aliquotas de PARAMENC.DAT (percentuais com duas
      *          decimais; campo zerado ou arquivo ausente vale o
      *          padrao: FGTS 8%, INSS patronal 20% e terceiros
      *          5,8%). As aliquotas sao lidas uma vez por execucao e
      *          ficam em memoria nas chamadas seguintes, como o
      *          calendario do DIAUTIL.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCENC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMENC-FILE ASSIGN TO "PARAMENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMENC.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMENC-FILE.
       01  PARAMENC-REG.
           05 PE-PCT-FGTS            PIC 9(02)V99.
           05 PE-PCT-INSS-EMPRESA    PIC 9(02)V99.
           05 PE-PCT-TERCEIROS       PIC 9(02)V99.

       WORKING-STORAGE SECTION.

         77 WRK-STATUS-PARAMENC  PIC X(02) VALUE SPACES.
         77 WRK-PARAMETRO-LIDO   PIC X(01) VALUE "N".
             88 PARAMETRO-LIDO VALUE "S".
         77 WRK-PCT-FGTS         PIC 9(02)V99 VALUE 8,00.
         77 WRK-PCT-INSS-EMPRESA PIC 9(02)V99 VALUE 20,00.
         77 WRK-PCT-TERCEIROS    PIC 9(02)V99 VALUE 5,80.

       LINKAGE SECTION.
       01  CALCENC-PARM.
           05 CE-BASE                PIC 9(07)V99.
           05 CE-FGTS                PIC 9(06)V99.
           05 CE-INSS-EMPRESA        PIC 9(06)V99.
           05 CE-TERCEIROS           PIC 9(06)V99.
           05 CE-RETORNO             PIC 9(02).

       PROCEDURE DIVISION USING CALCENC-PARM.

         0000-PRINCIPAL SECTION.
              IF NOT PARAMETRO-LIDO
                  PERFORM 1000-CARREGA-ALIQUOTAS
              END-IF
              COMPUTE CE-FGTS ROUNDED =
                  CE-BASE * WRK-PCT-FGTS / 100
              COMPUTE CE-INSS-EMPRESA ROUNDED =
                  CE-BASE * WRK-PCT-INSS-EMPRESA / 100
              COMPUTE CE-TERCEIROS ROUNDED =
                  CE-BASE * WRK-PCT-TERCEIROS / 100
      *    Devolve ao chamador o RETURN-CODE que ele tinha: a
      *    volta da CALL substitui o codigo do job pelo desta
      *    rotina.
              MOVE CE-RETORNO TO RETURN-CODE
              GOBACK.

      *    Sem o parametro (ou com campo zerado ou invalido) vale a
      *    aliquota padrao daquele encargo.
         1000-CARREGA-ALIQUOTAS SECTION.
              SET PARAMETRO-LIDO TO TRUE
              OPEN INPUT PARAMENC-FILE
              IF WRK-STATUS-PARAMENC NOT = "00"
                  DISPLAY "Aviso: PARAMENC.DAT indisponivel : "
                      WRK-STATUS-PARAMENC
                      " - valendo as aliquotas padrao"
              ELSE
                  READ PARAMENC-FILE INTO PARAMENC-REG
                      NOT AT END
                          IF PE-PCT-FGTS NUMERIC
                              AND PE-PCT-FGTS GREATER ZERO
                              MOVE PE-PCT-FGTS TO WRK-PCT-FGTS
                          END-IF
                          IF PE-PCT-INSS-EMPRESA NUMERIC
                              AND PE-PCT-INSS-EMPRESA GREATER ZERO
                              MOVE PE-PCT-INSS-EMPRESA
                                  TO WRK-PCT-INSS-EMPRESA
                          END-IF
                          IF PE-PCT-TERCEIROS NUMERIC
                              AND PE-PCT-TERCEIROS GREATER ZERO
                              MOVE PE-PCT-TERCEIROS
                                  TO WRK-PCT-TERCEIROS
                          END-IF
                  END-READ
                  CLOSE PARAMENC-FILE
              END-IF.
       END PROGRAM CALCENC.
