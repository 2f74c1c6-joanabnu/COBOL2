      *          levar no papel.
      * Tectonics: cobc
      * Mod Log:
      *   04/02/2025 - JLS - Layout de FUNCHIST.DAT com o tipo da verba
      *                      e os encargos do empregador (FGTS, INSS
      *                      patronal e terceiros) no fim do registro.
      *   05/02/2025 - JLS - Consulta mostra os dependentes cadastrados
      *                      (DEPENDENTES.DAT) e a quantidade; o extrato
      *                      impresso traz a quantidade.
      *   06/02/2025 - JLS - Layout da REMESSA.DAT com CPF e nome
      *                      completo (120 posicoes).
      *   12/02/2025 - JLS - Credito de pensao alimenticia da remessa
      *                      (marca PA) nao e tomado como o credito do
      *                      funcionario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSFUNC.
           SELECT REMESSA-FILE ASSIGN TO "REMESSA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REMESSA.
           SELECT DEPENDENTES-FILE ASSIGN TO "DEPENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPEND.
           SELECT CONSFUNCREL-FILE ASSIGN TO "CONSFUNCREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           05 FH-INSS                PIC 9(06)V99.
           05 FH-IRRF                PIC 9(06)V99.
           05 FH-SALARIO-LIQUIDO     PIC 9(06)V99.
           05 FH-TIPO-VERBA          PIC X(01).
           05 FH-FGTS                PIC 9(06)V99.
           05 FH-INSS-EMPRESA        PIC 9(06)V99.
           05 FH-TERCEIROS           PIC 9(06)V99.

       FD  FUNCAUD-FILE.
       01  FUNCAUD-REG.
           05 RM-CODIGO              PIC X(04).
           05 RM-NOME                PIC X(15).
           05 RM-VALOR               PIC 9(08)V99.
           05 RM-CPF                 PIC 9(11).
           05 RM-PENSAO              PIC X(04).
           05 RM-NOME-COMPLETO       PIC X(60).

       FD  DEPENDENTES-FILE.
       01  DEPENDENTES-REG.
           05 DE-CODIGO-FUNC         PIC 9(04).
           05 DE-NOME                PIC X(20).
           05 DE-NASCIMENTO          PIC 9(08).
           05 DE-PARENTESCO          PIC X(01).
           05 DE-USO                 PIC X(01).

       FD  CONSFUNCREL-FILE.
       01  CONSFUNCREL-REG           PIC X(80).
         77 WRK-STATUS-FUNCAUD   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REMESSA   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-DEPEND    PIC X(02) VALUE SPACES.
         77 WRK-FIM-ARQUIVO      PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".

             88 ACHOU-MESTRE VALUE "S".
         77 WRK-QTD-HIST         PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-AUD          PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-DEPEND       PIC 9(02) VALUE ZEROS.
         77 WRK-NA-REMESSA       PIC X(01) VALUE "N".
             88 FUNC-NA-REMESSA VALUE "S".
         77 WRK-VALOR-REMESSA    PIC 9(08)V99 VALUE ZEROS.
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0100-RECEBE
              PERFORM 0200-MOSTRA-MESTRE
              PERFORM 0250-MOSTRA-DEPENDENTES
              PERFORM 0300-MOSTRA-HISTORICO
              PERFORM 0400-MOSTRA-AUDITORIA
              PERFORM 0500-MOSTRA-REMESSA
              MOVE "N" TO WRK-GRAVA-EXTRATO
              MOVE ZEROS TO WRK-QTD-HIST
              MOVE ZEROS TO WRK-QTD-AUD
              MOVE ZEROS TO WRK-QTD-DEPEND
              MOVE ZEROS TO WRK-VALOR-REMESSA
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.
                  CLOSE FUNCM-FILE
              END-IF.

      *    Dependentes cadastrados no MANDEPEND, com parentesco e
      *    uso (I IRRF, S salario-familia, A ambos). A idade limite
      *    de cada uso e aplicada pela folha.
         0250-MOSTRA-DEPENDENTES SECTION.
              DISPLAY " "
              DISPLAY "DEPENDENTES :"
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT DEPENDENTES-FILE
              IF WRK-STATUS-DEPEND NOT = "00"
                  DISPLAY "  (DEPENDENTES.DAT indisponivel : "
                      WRK-STATUS-DEPEND ")"
              ELSE
                  PERFORM UNTIL FIM-ARQUIVO
                      READ DEPENDENTES-FILE
                          AT END
                              SET FIM-ARQUIVO TO TRUE
                          NOT AT END
                              IF DE-CODIGO-FUNC = WRK-CODIGO
                                  ADD 1 TO WRK-QTD-DEPEND
                                  DISPLAY "  " DE-NOME
                                      " NASC " DE-NASCIMENTO
                                      " PARENTESCO " DE-PARENTESCO
                                      " USO " DE-USO
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE DEPENDENTES-FILE
              END-IF
              DISPLAY "  QUANTIDADE DE DEPENDENTES : " WRK-QTD-DEPEND.

         0300-MOSTRA-HISTORICO SECTION.
              DISPLAY " "
              DISPLAY "HISTORICO MENSAL :"
              END-IF.

      *    A REMESSA.DAT e regravada a cada folha: o que esta nela e
      *    a ultima remessa gerada. Credito de pensao ao beneficiario
      *    (marca PA) leva o codigo do funcionario e nao conta.
         0500-MOSTRA-REMESSA SECTION.
              DISPLAY " "
              MOVE "N" TO WRK-FIM-ARQUIVO
                          NOT AT END
                              IF RM-TIPO = "D"
                                  AND RM-CODIGO = WRK-CODIGO-X
                                  AND RM-PENSAO = SPACES
                                  SET FUNC-NA-REMESSA TO TRUE
                                  MOVE RM-VALOR TO WRK-VALOR-REMESSA
                              END-IF
                  PERFORM 8800-IMP-LINHA
              END-IF
              MOVE SPACES TO WRK-IMP-LINHA
              STRING "DEPENDENTES CADASTRADOS " DELIMITED BY SIZE
                  WRK-QTD-DEPEND DELIMITED BY SIZE
                  INTO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "COMPET       BRUTO        INSS        IRRF" TO
                  WRK-IMP-LINHA
