      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 05/03/2025
      * Purpose: Previsao do plano noturno para os proximos 30 dias.
      *          Le PLANODEP.DAT e, para cada dia de amanha ate daqui
      *          a 30 dias, avalia a regra de calendario de cada job
      *          pela REGRACAL (a mesma que o JOBNOTURNO usa para
      *          pular o que nao cai no dia). O relatorio
      *          PREVPLANOREL.DAT (padrao IMPRESSAOCPY) sai em grade:
      *          uma coluna por dia (dezena no cabecalho, unidade na
      *          primeira linha), linha de dia util (U, ou - para fim
      *          de semana e feriado do FERIADOS.DAT), linha do dia
      *          da semana e uma linha por job com X nos dias em que
      *          ele roda. Regra invalida sai com ? em todos os dias
      *          e o job termina com RC 4, para a operacao corrigir
      *          o PLANODEP.DAT antes da noite.
      * Tectonics: cobc
      * Mod Log:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVPLANO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANODEP-FILE ASSIGN TO "PLANODEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANO.
           SELECT PREVPLANOREL-FILE ASSIGN TO "PREVPLANOREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANODEP-FILE.
       01  PLANODEP-REG.
           05 PD-JOB                 PIC X(20).
           05 PD-PROGRAMA            PIC X(12).
           05 PD-PRED1               PIC X(20).
           05 PD-PRED2               PIC X(20).
           05 PD-RC-MAX              PIC 9(02).
           05 PD-REGRA               PIC X(01).
           05 PD-REGRA-VALOR         PIC 9(08).

       FD  PREVPLANOREL-FILE.
       01  PREVPLANOREL-REG          PIC X(80).

       WORKING-STORAGE SECTION.

           COPY DATECPY.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.

         77 WRK-STATUS-PLANO     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL       PIC X(02) VALUE SPACES.
         77 WRK-FIM-PLANO        PIC X(01) VALUE "N".
             88 FIM-PLANO VALUE "S".

         01 WRK-PARM-DIAUTIL.
             05 WRK-DU-DATA        PIC 9(08) VALUE ZEROS.
             05 WRK-DU-UF          PIC X(02) VALUE SPACES.
             05 WRK-DU-EH-UTIL     PIC X(01) VALUE "S".
                 88 WRK-DU-DIA-UTIL VALUE "S".
             05 WRK-DU-PROXIMO     PIC 9(08) VALUE ZEROS.
             05 WRK-DU-RETORNO     PIC 9(02) VALUE ZEROS.

         01 WRK-PARM-REGRACAL.
             05 WRK-CL-DATA        PIC 9(08) VALUE ZEROS.
             05 WRK-CL-REGRA       PIC X(01) VALUE SPACES.
             05 WRK-CL-VALOR       PIC 9(08) VALUE ZEROS.
             05 WRK-CL-RODA        PIC X(01) VALUE "N".
                 88 WRK-CL-RODA-NA-DATA VALUE "S".
             05 WRK-CL-REGRA-OK    PIC X(01) VALUE "S".
                 88 WRK-CL-REGRA-VALIDA VALUE "S".
             05 WRK-CL-RETORNO     PIC 9(02) VALUE ZEROS.

      *    Avanco de um dia de calendario, como no DIAUTIL.
         01 WRK-DATA-TESTE.
             05 WRK-TS-ANO         PIC 9(04).
             05 WRK-TS-MES         PIC 9(02).
             05 WRK-TS-DIA         PIC 9(02).
         77 WRK-DIAS-NO-MES      PIC 9(02) VALUE ZEROS.
         77 WRK-QUOC-LEAP        PIC 9(04) VALUE ZEROS.
         77 WRK-RESTO-LEAP       PIC 9(04) VALUE ZEROS.
      *    Quocientes inteiros da congruencia de Zeller.
         77 WRK-ZL-MES           PIC 9(03) VALUE ZEROS.
         77 WRK-ZL-K             PIC 9(02) VALUE ZEROS.
         77 WRK-ZL-J             PIC 9(02) VALUE ZEROS.
      *    Letra do dia da semana na ordem do Zeller (0=sabado,
      *    1=domingo .. 6=sexta).
         01 WRK-LETRAS-SEMANA      PIC X(07) VALUE "SDSTQQS".

      *    Os 30 dias da previsao.
         01 TAB-DIAS.
             05 TAB-DI-REG OCCURS 30 TIMES
                 INDEXED BY TAB-DI-IDX.
                 10 TAB-DI-DATA       PIC 9(08).
                 10 TAB-DI-UTIL       PIC X(01).
                 10 TAB-DI-SEMANA     PIC X(01).

      *    Linha da grade: nome do job e uma coluna de dois
      *    caracteres por dia.
         01 WRK-LINHA-GRADE.
             05 WRK-LG-NOME        PIC X(18).
             05 WRK-LG-DIA OCCURS 30 TIMES.
                 10 FILLER         PIC X(01).
                 10 WRK-LG-MARCA   PIC X(01).
         77 WRK-IDX-DIA          PIC 9(02) VALUE ZEROS.
         77 WRK-DIA-X            PIC X(02) VALUE SPACES.

         77 WRK-QTD-INVALIDAS    PIC 9(03) VALUE ZEROS.
         77 WRK-QTD-ED           PIC ZZ9.
         01 WRK-PERIODO-ED.
             05 WRK-PE-DIA-INI     PIC X(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-PE-MES-INI     PIC X(02).
             05 FILLER             PIC X(03) VALUE " A ".
             05 WRK-PE-DIA-FIM     PIC X(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-PE-MES-FIM     PIC X(02).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-PE-ANO-FIM     PIC X(04).

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-MONTA-DIAS
              PERFORM 0200-IMPRIME-CALENDARIO
              PERFORM 0300-PREVE-JOBS
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-PLANO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-INVALIDAS
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "PREVISAO-PLANO" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              OPEN INPUT PLANODEP-FILE
              IF WRK-STATUS-PLANO NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PLANODEP.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PLANO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT PREVPLANOREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PREVPLANOREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              ACCEPT WRK-IMP-DATA FROM DATE YYYYMMDD
              MOVE "PREVISAO DO PLANO NOTURNO - 30 DIAS"
                  TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS.

      *    Amanha ate daqui a 30 dias: data, dia util pelo DIAUTIL e
      *    letra do dia da semana (Zeller no primeiro dia, depois
      *    um a um).
         0100-MONTA-DIAS SECTION.
              MOVE WRK-IMP-DATA TO WRK-DATA-TESTE
              PERFORM 0110-AVANCA-UM-DIA
              PERFORM 0130-DIA-DA-SEMANA
              PERFORM VARYING TAB-DI-IDX FROM 1 BY 1
                  UNTIL TAB-DI-IDX GREATER 30
                  MOVE WRK-DATA-TESTE TO TAB-DI-DATA(TAB-DI-IDX)
                  MOVE WRK-DATA-TESTE TO WRK-DU-DATA
                  MOVE SPACES TO WRK-DU-UF
                  MOVE ZEROS TO WRK-DU-RETORNO
                  CALL "DIAUTIL" USING WRK-PARM-DIAUTIL
                  IF WRK-DU-DIA-UTIL
                      MOVE "U" TO TAB-DI-UTIL(TAB-DI-IDX)
                  ELSE
                      MOVE "-" TO TAB-DI-UTIL(TAB-DI-IDX)
                  END-IF
                  MOVE WRK-LETRAS-SEMANA(WRK-DIA-SEMANA + 1:1)
                      TO TAB-DI-SEMANA(TAB-DI-IDX)
                  IF WRK-DIA-SEMANA = 6
                      MOVE 0 TO WRK-DIA-SEMANA
                  ELSE
                      ADD 1 TO WRK-DIA-SEMANA
                  END-IF
                  PERFORM 0110-AVANCA-UM-DIA
              END-PERFORM.

         0110-AVANCA-UM-DIA SECTION.
              PERFORM 0120-DIAS-DO-MES
              IF WRK-TS-DIA LESS WRK-DIAS-NO-MES
                  ADD 1 TO WRK-TS-DIA
              ELSE
                  MOVE 1 TO WRK-TS-DIA
                  IF WRK-TS-MES LESS 12
                      ADD 1 TO WRK-TS-MES
                  ELSE
                      MOVE 1 TO WRK-TS-MES
                      ADD 1 TO WRK-TS-ANO
                  END-IF
              END-IF.

         0120-DIAS-DO-MES SECTION.
              EVALUATE WRK-TS-MES
                  WHEN 02
                      MOVE 28 TO WRK-DIAS-NO-MES
                      DIVIDE WRK-TS-ANO BY 4 GIVING WRK-QUOC-LEAP
                          REMAINDER WRK-RESTO-LEAP
                      IF WRK-RESTO-LEAP = ZEROS
                          MOVE 29 TO WRK-DIAS-NO-MES
                      END-IF
                      DIVIDE WRK-TS-ANO BY 100 GIVING WRK-QUOC-LEAP
                          REMAINDER WRK-RESTO-LEAP
                      IF WRK-RESTO-LEAP = ZEROS
                          MOVE 28 TO WRK-DIAS-NO-MES
                          DIVIDE WRK-TS-ANO BY 400
                              GIVING WRK-QUOC-LEAP
                              REMAINDER WRK-RESTO-LEAP
                          IF WRK-RESTO-LEAP = ZEROS
                              MOVE 29 TO WRK-DIAS-NO-MES
                          END-IF
                      END-IF
                  WHEN 04 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN 06 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN 09 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN 11 MOVE 30 TO WRK-DIAS-NO-MES
                  WHEN OTHER MOVE 31 TO WRK-DIAS-NO-MES
              END-EVALUATE.

         0130-DIA-DA-SEMANA SECTION.
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
                  REMAINDER WRK-DIA-SEMANA.

      *    Dezena do dia vai no cabecalho de colunas (reimpresso a
      *    cada pagina); unidade, dia util e dia da semana abrem a
      *    grade.
         0200-IMPRIME-CALENDARIO SECTION.
              MOVE SPACES TO WRK-LINHA-GRADE
              PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                  UNTIL WRK-IDX-DIA GREATER 30
                  MOVE TAB-DI-DATA(WRK-IDX-DIA)(7:2) TO WRK-DIA-X
                  MOVE WRK-DIA-X(1:1) TO WRK-LG-MARCA(WRK-IDX-DIA)
              END-PERFORM
              MOVE "DIA (DEZENA)" TO WRK-LG-NOME
              MOVE WRK-LINHA-GRADE TO WRK-IMP-COLUNAS
              MOVE SPACES TO WRK-LINHA-GRADE
              MOVE "DIA (UNIDADE)" TO WRK-LG-NOME
              PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                  UNTIL WRK-IDX-DIA GREATER 30
                  MOVE TAB-DI-DATA(WRK-IDX-DIA)(7:2) TO WRK-DIA-X
                  MOVE WRK-DIA-X(2:1) TO WRK-LG-MARCA(WRK-IDX-DIA)
              END-PERFORM
              MOVE WRK-LINHA-GRADE TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-LINHA-GRADE
              MOVE "DIA UTIL" TO WRK-LG-NOME
              PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                  UNTIL WRK-IDX-DIA GREATER 30
                  MOVE TAB-DI-UTIL(WRK-IDX-DIA)
                      TO WRK-LG-MARCA(WRK-IDX-DIA)
              END-PERFORM
              MOVE WRK-LINHA-GRADE TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-LINHA-GRADE
              MOVE "DIA DA SEMANA" TO WRK-LG-NOME
              PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                  UNTIL WRK-IDX-DIA GREATER 30
                  MOVE TAB-DI-SEMANA(WRK-IDX-DIA)
                      TO WRK-LG-MARCA(WRK-IDX-DIA)
              END-PERFORM
              MOVE WRK-LINHA-GRADE TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         0300-PREVE-JOBS SECTION.
              PERFORM UNTIL FIM-PLANO
                  READ PLANODEP-FILE INTO PLANODEP-REG
                      AT END
                          SET FIM-PLANO TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          PERFORM 0350-PREVE-UM-JOB
                  END-READ
              END-PERFORM
              CLOSE PLANODEP-FILE.

         0350-PREVE-UM-JOB SECTION.
              MOVE SPACES TO WRK-LINHA-GRADE
              MOVE PD-JOB TO WRK-LG-NOME
              IF PD-REGRA-VALOR NOT NUMERIC
                  MOVE ZEROS TO PD-REGRA-VALOR
              END-IF
              PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                  UNTIL WRK-IDX-DIA GREATER 30
                  MOVE TAB-DI-DATA(WRK-IDX-DIA) TO WRK-CL-DATA
                  MOVE PD-REGRA TO WRK-CL-REGRA
                  MOVE PD-REGRA-VALOR TO WRK-CL-VALOR
                  MOVE RETURN-CODE TO WRK-CL-RETORNO
                  CALL "REGRACAL" USING WRK-PARM-REGRACAL
                  EVALUATE TRUE
                      WHEN NOT WRK-CL-REGRA-VALIDA
                          MOVE "?" TO WRK-LG-MARCA(WRK-IDX-DIA)
                      WHEN WRK-CL-RODA-NA-DATA
                          MOVE "X" TO WRK-LG-MARCA(WRK-IDX-DIA)
                      WHEN OTHER
                          MOVE "." TO WRK-LG-MARCA(WRK-IDX-DIA)
                  END-EVALUATE
              END-PERFORM
              IF NOT WRK-CL-REGRA-VALIDA
                  ADD 1 TO WRK-QTD-INVALIDAS
                  ADD 1 TO WRK-JOB-REJEITADOS
                  MOVE 4 TO RETURN-CODE
                  DISPLAY "REGRA DE CALENDARIO INVALIDA PARA "
                      PD-JOB " : " PD-REGRA " " PD-REGRA-VALOR
              ELSE
                  ADD 1 TO WRK-JOB-GRAVADOS
              END-IF
              MOVE WRK-LINHA-GRADE TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA.

         9000-FINALIZAR SECTION.
              MOVE TAB-DI-DATA(1)(7:2)  TO WRK-PE-DIA-INI
              MOVE TAB-DI-DATA(1)(5:2)  TO WRK-PE-MES-INI
              MOVE TAB-DI-DATA(30)(7:2) TO WRK-PE-DIA-FIM
              MOVE TAB-DI-DATA(30)(5:2) TO WRK-PE-MES-FIM
              MOVE TAB-DI-DATA(30)(1:4) TO WRK-PE-ANO-FIM
              MOVE WRK-QTD-INVALIDAS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING WRK-PERIODO-ED DELIMITED BY SIZE
                  " REGRAS INVALIDAS " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM
              CLOSE PREVPLANOREL-FILE
              PERFORM 9900-RODAPE.

         9900-RODAPE SECTION.
              MOVE RETURN-CODE TO WRK-JOB-RETORNO
              CALL "GRAVARUNLOG" USING WRK-JOB-NOME WRK-JOB-DATAHORA
                  WRK-JOB-LIDOS WRK-JOB-GRAVADOS
                  WRK-JOB-REJEITADOS WRK-JOB-RETORNO
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   FIM : "
                  WRK-JOB-DATAHORA
              DISPLAY "JOBS DO PLANO     : " WRK-JOB-LIDOS
              DISPLAY "REGRAS INVALIDAS  : " WRK-QTD-INVALIDAS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==PREVPLANOREL-REG==.

       END PROGRAM PREVPLANO.
