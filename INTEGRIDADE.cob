      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 03/03/2025
      * Purpose: Auditoria noturna de integridade referencial entre os
      *          arquivos. O SAUDEDIA confere que cada mestre abre e
      *          que a contagem nao saltou, mas nao que os arquivos
      *          concordam entre si: um contato apontando para cliente
      *          excluido ou um pedido no ciclo de vida sem trilha de
      *          calculo passavam meses sem ninguem ver. Este lote
      *          carrega as chaves dos arquivos pai e confere cada
      *          arquivo filho contra elas:
      *            - CT-CLIENTE do CONTATOS.DAT x CLIENTES.DAT;
      *            - pedidos do PEDSTAT.DAT e do PEDXREF.DAT (os que
      *              dizem ter trilha) x FRETEAUD.DAT/FRETEAUDARQ.DAT;
      *            - FM-DEPTO do FUNCM.DAT x DEPTOS.DAT;
      *            - transportadora do TABCEP.DAT x TRANSP.DAT;
      *            - secao/termo das notas do NOTASM.DAT x TURMAS.DAT;
      *            - cliente dos titulos do CONTASREC.DAT x
      *              CLIENTES.DAT;
      *            - funcionario dos contratos ATIVO do EMPCONTR.DAT x
      *              FUNCM.DAT.
      *          Cada orfao sai com a chave do filho e a do pai no
      *          relatorio INTEGREL.DAT (padrao de paginacao de
      *          IMPRESSAOCPY, com o resumo por verificacao no fim) e
      *          numa linha de EXCDIARIO.DAT cujo sistema indica a
      *          area dona do arquivo filho (INTEG-CLIENTES,
      *          INTEG-FRETE, INTEG-FOLHA, INTEG-ACADEMICO,
      *          INTEG-FINANCAS), para o EXCROTAS.DAT rotear a equipe.
      *          Achou orfao, RETURN-CODE 4; arquivo pai que nao abre
      *          ou nao cabe na tabela deixa a verificacao sem base e
      *          devolve RETURN-CODE 8, sem acusar orfao falso.
      * Tectonics: cobc
      * Mod Log:
      *   08/03/2025 - JLS - Trilha de frete lida por todas as particoes
      *                      mensais, vivas e arquivadas, listadas em
      *                      FRETEDIR.DAT (FRETELECPY), em vez de
      *                      FRETEAUD.DAT e FRETEAUDARQ.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CLIENTES.
           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTATOS.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT PEDSTAT-FILE ASSIGN TO "PEDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDSTAT.
           SELECT PEDXREF-FILE ASSIGN TO "PEDXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-PEDIDO
               FILE STATUS IS WRK-STATUS-XREF.
           SELECT FUNCM-FILE ASSIGN TO "FUNCM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-CODIGO
               FILE STATUS IS WRK-STATUS-FUNCM.
           SELECT DEPTOS-FILE ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPTOS.
           SELECT TABCEP-FILE ASSIGN TO "TABCEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TABCEP.
           SELECT TRANSP-FILE ASSIGN TO "TRANSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP.
           SELECT TURMAS-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAS.
           SELECT NOTASM-FILE ASSIGN TO "NOTASM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTASM.
           SELECT CONTASREC-FILE ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTASREC.
           SELECT EMPCONTR-FILE ASSIGN TO "EMPCONTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPCONTR.
           SELECT INTEGREL-FILE ASSIGN TO "INTEGREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE.
       01  CLIENTES-REG.
           05 CL-CODIGO              PIC 9(05).
           05 CL-NOME                PIC X(30).
           05 CL-RESTO               PIC X(75).

       FD  CONTATOS-FILE.
       01  CONTATOS-REG.
           05 CT-ID                  PIC X(05).
           05 CT-NOME                PIC X(30).
           05 CT-NASCIMENTO          PIC 9(08).
           05 CT-CLIENTE             PIC X(05).
           05 CT-FUNCAO              PIC X(15).

       FD  FRETEAUD-FILE.
       01  FRETEAUD-REG.
           05 AUD-DATA               PIC 9(08).
           05 AUD-HORA               PIC 9(08).
           05 AUD-PEDIDO             PIC 9(08).
           05 AUD-RESTO              PIC X(137).

       FD  PEDSTAT-FILE.
       01  PEDSTAT-REG.
           05 PS-PEDIDO              PIC 9(08).
           05 PS-STATUS              PIC X(10).
           05 PS-DATA-STATUS         PIC 9(08).
           05 PS-HORA-STATUS         PIC 9(08).

       FD  PEDXREF-FILE.
       01  PEDXREF-REG.
           05 XR-PEDIDO              PIC 9(08).
           05 XR-TEM-TRILHA          PIC X(01).
           05 XR-TEM-EXCECAO         PIC X(01).
           05 XR-TEM-CICLO           PIC X(01).
           05 XR-ULT-STATUS          PIC X(10).
           05 XR-ULT-DATA            PIC 9(08).

       FD  FUNCM-FILE.
       01  FUNCM-REG.
           05 FM-CODIGO              PIC 9(04).
           05 FM-NOME                PIC X(15).
           05 FM-SALARIO             PIC 9(06).
           05 FM-DEPTO               PIC X(04).
           05 FM-RESTO               PIC X(47).

       FD  DEPTOS-FILE.
       01  DEPTOS-REG.
           05 DP-CODIGO              PIC X(04).
           05 DP-NOME                PIC X(20).

       FD  TABCEP-FILE.
       01  TABCEP-REG.
           05 TC-CEP-INICIO          PIC 9(08).
           05 TC-CEP-FIM             PIC 9(08).
           05 TC-ESTADO              PIC X(02).
           05 TC-TRANSPORTADORA      PIC X(03).
           05 TC-PERCENTUAL          PIC 9V999.
           05 TC-VALOR-KG            PIC 9(03)V99.
           05 TC-DATA-VIGENCIA       PIC 9(08).
           05 TC-PRAZO-DIAS          PIC 9(03).
           05 TC-ORIGEM              PIC X(03).
           05 TC-PCT-EXPRESSO        PIC 9V999.
           05 TC-VALOR-KG-EXPRESSO   PIC 9(03)V99.
           05 TC-PRAZO-EXPRESSO      PIC 9(03).

       FD  TRANSP-FILE.
       01  TRANSP-REG.
           05 TR-CODIGO              PIC X(03).
           05 TR-NOME                PIC X(30).
           05 TR-RESTO               PIC X(60).

       FD  TURMAS-FILE.
       01  TURMAS-REG.
           05 TU-SECAO               PIC X(03).
           05 TU-TERMO               PIC X(06).
           05 TU-DISCIPLINA          PIC X(03).
           05 TU-PROFESSOR           PIC X(20).
           05 TU-CAPACIDADE          PIC 9(03).

       FD  NOTASM-FILE.
       01  NOTASM-REG.
           05 NM-MATRICULA           PIC 9(06).
           05 NM-TERMO               PIC X(06).
           05 NM-DISCIPLINA          PIC X(03).
           05 NM-NOME                PIC X(20).
           05 NM-QTD-NOTAS           PIC 9(02).
           05 NM-NOTA                PIC 9(02)V99 OCCURS 10 TIMES.
           05 NM-MEDIA               PIC 9(02)V99.
           05 NM-STATUS              PIC X(10).
           05 NM-CONCEITO            PIC X(01).
           05 NM-SECAO               PIC X(03).
           05 NM-CARGA-HORARIA       PIC 9(03).

       FD  CONTASREC-FILE.
       01  CONTASREC-REG.
           05 CR-COMPETENCIA         PIC 9(06).
           05 CR-CLIENTE             PIC 9(05).
           05 CR-DATA-EMISSAO        PIC 9(08).
           05 CR-DATA-VENCTO         PIC 9(08).
           05 CR-RESTO               PIC X(73).

       FD  EMPCONTR-FILE.
       01  EMPCONTR-REG.
           05 EC-CONTRATO            PIC 9(05).
           05 EC-FUNCIONARIO         PIC 9(04).
           05 EC-DATA                PIC 9(08).
           05 EC-PRINCIPAL           PIC 9(08)V99.
           05 EC-TAXA                PIC 9(02)V99.
           05 EC-PARCELAS            PIC 9(03).
           05 EC-METODO              PIC X(05).
           05 EC-SALDO               PIC 9(08)V99.
           05 EC-STATUS              PIC X(08).

       FD  INTEGREL-FILE.
       01  INTEGREL-REG              PIC X(80).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG             PIC X(91).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.

           COPY IMPRESSAOCPY.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-MSG-ARQUIVO    PIC X(20) VALUE SPACES.
             05 WRK-MSG-STATUS     PIC X(02) VALUE SPACES.
           COPY EXCDIARIOCPY.
           COPY FRETEPARTCPY.

         77 WRK-STATUS-CLIENTES  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CONTATOS  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FRETEAUD  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PEDSTAT   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-XREF      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FUNCM     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-DEPTOS    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TABCEP    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TRANSP    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-TURMAS    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-NOTASM    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CONTASREC PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EMPCONTR  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL       PIC X(02) VALUE SPACES.
         77 WRK-FIM-ARQUIVO      PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".

         77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.

      *    Situacao de cada tabela de chaves pai: "S" carregada
      *    inteira, "N" arquivo ausente ou estouro (verificacoes que
      *    dependem dela ficam sem base).
         77 WRK-OK-CLIENTES      PIC X(01) VALUE "N".
             88 CLIENTES-OK VALUE "S".
         77 WRK-OK-TRILHA        PIC X(01) VALUE "N".
             88 TRILHA-OK VALUE "S".
         77 WRK-OK-FUNCM         PIC X(01) VALUE "N".
             88 FUNCM-OK VALUE "S".
         77 WRK-OK-DEPTOS        PIC X(01) VALUE "N".
             88 DEPTOS-OK VALUE "S".
         77 WRK-OK-TRANSP        PIC X(01) VALUE "N".
             88 TRANSP-OK VALUE "S".
         77 WRK-OK-TURMAS        PIC X(01) VALUE "N".
             88 TURMAS-OK VALUE "S".

      *    Chaves pai em memoria.
         01 TAB-CLIENTES.
             05 TAB-CL-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-CLIENTES
                 INDEXED BY TAB-CL-IDX.
                 10 TAB-CL-CODIGO     PIC 9(05).
         77 WRK-QTD-CLIENTES     PIC 9(04) VALUE ZEROS.

      *    Pedidos com trilha de calculo, viva ou arquivada; linhas
      *    seguidas do mesmo pedido (um grupo) entram uma vez so.
         01 TAB-TRILHA.
             05 TAB-TL-REG OCCURS 1 TO 9000 TIMES
                 DEPENDING ON WRK-QTD-TRILHA
                 INDEXED BY TAB-TL-IDX.
                 10 TAB-TL-PEDIDO     PIC 9(08).
         77 WRK-QTD-TRILHA       PIC 9(04) VALUE ZEROS.
         77 WRK-ULT-PEDIDO-TL    PIC 9(08) VALUE ZEROS.

         01 TAB-FUNC.
             05 TAB-FU-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-FUNC
                 INDEXED BY TAB-FU-IDX.
                 10 TAB-FU-CODIGO     PIC 9(04).
                 10 TAB-FU-DEPTO      PIC X(04).
         77 WRK-QTD-FUNC         PIC 9(04) VALUE ZEROS.

         01 TAB-DEPTOS.
             05 TAB-DP-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-DEPTOS
                 INDEXED BY TAB-DP-IDX.
                 10 TAB-DP-CODIGO     PIC X(04).
         77 WRK-QTD-DEPTOS       PIC 9(03) VALUE ZEROS.

         01 TAB-TRANSP.
             05 TAB-TR-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-TRANSP
                 INDEXED BY TAB-TR-IDX.
                 10 TAB-TR-CODIGO     PIC X(03).
         77 WRK-QTD-TRANSP       PIC 9(03) VALUE ZEROS.

         01 TAB-TURMAS.
             05 TAB-TU-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-TURMAS
                 INDEXED BY TAB-TU-IDX.
                 10 TAB-TU-SECAO      PIC X(03).
                 10 TAB-TU-TERMO      PIC X(06).
         77 WRK-QTD-TURMAS       PIC 9(04) VALUE ZEROS.

      *    Pedidos do PEDSTAT ja acusados, para o pedido com varias
      *    transicoes sair uma vez so no relatorio.
         01 TAB-ACUSADOS.
             05 TAB-AC-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-ACUSADOS
                 INDEXED BY TAB-AC-IDX.
                 10 TAB-AC-PEDIDO     PIC 9(08).
         77 WRK-QTD-ACUSADOS     PIC 9(04) VALUE ZEROS.

         77 WRK-ACHOU            PIC X(01) VALUE "N".
             88 ACHOU VALUE "S".

      *    Resumo por verificacao: registros lidos, orfaos e se a
      *    verificacao rodou (S), ficou sem base (N) ou sem arquivo
      *    filho (A).
         01 TAB-VERIF.
             05 TAB-VF-REG OCCURS 8 TIMES
                 INDEXED BY TAB-VF-IDX.
                 10 TAB-VF-NOME       PIC X(30).
                 10 TAB-VF-LIDOS      PIC 9(06).
                 10 TAB-VF-ORFAOS     PIC 9(06).
                 10 TAB-VF-SITUACAO   PIC X(01).
         77 WRK-IDX-VERIF        PIC 9(01) VALUE ZEROS.
         77 WRK-QTD-ORFAOS       PIC 9(06) VALUE ZEROS.

      *    Dados do orfao corrente, montados por cada verificacao.
         77 WRK-OR-ARQUIVO       PIC X(13) VALUE SPACES.
         77 WRK-OR-CHAVE-FILHO   PIC X(20) VALUE SPACES.
         77 WRK-OR-CHAVE-PAI     PIC X(14) VALUE SPACES.
         77 WRK-OR-MOTIVO        PIC X(25) VALUE SPACES.
         77 WRK-OR-SISTEMA       PIC X(15) VALUE SPACES.
         77 WRK-OR-COD-MOTIVO    PIC X(04) VALUE SPACES.

         01 WRK-LINHA-ORFAO.
             05 WRK-LO-ARQUIVO     PIC X(13).
             05 FILLER             PIC X(01) VALUE SPACE.
             05 WRK-LO-CHAVE-FILHO PIC X(20).
             05 FILLER             PIC X(01) VALUE SPACE.
             05 WRK-LO-CHAVE-PAI   PIC X(14).
             05 FILLER             PIC X(01) VALUE SPACE.
             05 WRK-LO-MOTIVO      PIC X(25).

         01 WRK-LINHA-RESUMO.
             05 WRK-LR-NOME        PIC X(30).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LR-SITUACAO    PIC X(10).
             05 FILLER             PIC X(07) VALUE " LIDOS ".
             05 WRK-LR-LIDOS       PIC ZZZ.ZZ9.
             05 FILLER             PIC X(08) VALUE " ORFAOS ".
             05 WRK-LR-ORFAOS      PIC ZZZ.ZZ9.

         01 WRK-CHAVE-MONTA.
             05 WRK-CM-PARTE1      PIC X(08).
             05 FILLER             PIC X(01) VALUE "/".
             05 WRK-CM-PARTE2      PIC X(08).
         77 WRK-PEDIDO-CHAVE     PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 1100-CARREGA-PAIS
              PERFORM 0100-CONFERE-CONTATOS
              PERFORM 0200-CONFERE-PEDSTAT
              PERFORM 0250-CONFERE-PEDXREF
              PERFORM 0300-CONFERE-DEPTO
              PERFORM 0400-CONFERE-TABCEP
              PERFORM 0500-CONFERE-NOTASM
              PERFORM 0600-CONFERE-CONTASREC
              PERFORM 0700-CONFERE-EMPCONTR
              PERFORM 8000-RESUMO
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              MOVE "N" TO WRK-OK-CLIENTES
              MOVE "N" TO WRK-OK-TRILHA
              MOVE "N" TO WRK-OK-FUNCM
              MOVE "N" TO WRK-OK-DEPTOS
              MOVE "N" TO WRK-OK-TRANSP
              MOVE "N" TO WRK-OK-TURMAS
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-CLIENTES
              MOVE ZEROS TO WRK-QTD-TRILHA
              MOVE ZEROS TO WRK-ULT-PEDIDO-TL
              MOVE ZEROS TO WRK-QTD-FUNC
              MOVE ZEROS TO WRK-QTD-DEPTOS
              MOVE ZEROS TO WRK-QTD-TRANSP
              MOVE ZEROS TO WRK-QTD-TURMAS
              MOVE ZEROS TO WRK-QTD-ACUSADOS
              MOVE ZEROS TO WRK-QTD-ORFAOS
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS
              PERFORM VARYING TAB-VF-IDX FROM 1 BY 1
                  UNTIL TAB-VF-IDX GREATER 8
                  MOVE ZEROS TO TAB-VF-LIDOS(TAB-VF-IDX)
                  MOVE ZEROS TO TAB-VF-ORFAOS(TAB-VF-IDX)
                  MOVE "N" TO TAB-VF-SITUACAO(TAB-VF-IDX)
              END-PERFORM
              MOVE "CONTATOS X CLIENTES" TO TAB-VF-NOME(1)
              MOVE "PEDSTAT X TRILHA DE FRETE" TO TAB-VF-NOME(2)
              MOVE "PEDXREF X TRILHA DE FRETE" TO TAB-VF-NOME(3)
              MOVE "FUNCM X DEPTOS" TO TAB-VF-NOME(4)
              MOVE "TABCEP X TRANSP" TO TAB-VF-NOME(5)
              MOVE "NOTASM X TURMAS" TO TAB-VF-NOME(6)
              MOVE "CONTASREC X CLIENTES" TO TAB-VF-NOME(7)
              MOVE "EMPCONTR X FUNCM" TO TAB-VF-NOME(8).

         0010-CABECALHO SECTION.
              MOVE "INTEGRIDADE" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
              OPEN OUTPUT INTEGREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "INTEGREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              IF WRK-STATUS-EXCDIARIO NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "EXCDIARIO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-EXCDIARIO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  CLOSE INTEGREL-FILE
                  GOBACK
              END-IF
              MOVE WRK-DATA-HOJE TO WRK-IMP-DATA
              MOVE "AUDITORIA DE INTEGRIDADE REFERENCIAL"
                  TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "ARQUIVO       CHAVE NO FILHO       "
                  DELIMITED BY SIZE
                  "CHAVE NO PAI   MOTIVO"
                  DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

      ******************************************************************
      *    Carga das chaves dos arquivos pai.
      ******************************************************************
         1100-CARREGA-PAIS SECTION.
              PERFORM 1110-CARREGA-CLIENTES
              PERFORM 1120-CARREGA-TRILHA
              PERFORM 1130-CARREGA-FUNCM
              PERFORM 1140-CARREGA-DEPTOS
              PERFORM 1150-CARREGA-TRANSP
              PERFORM 1160-CARREGA-TURMAS.

         1110-CARREGA-CLIENTES SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT CLIENTES-FILE
              IF WRK-STATUS-CLIENTES NOT = "00"
                  DISPLAY "CLIENTES.DAT indisponivel (status "
                      WRK-STATUS-CLIENTES ")"
                  GO TO 1110-SAIDA
              END-IF
              MOVE "S" TO WRK-OK-CLIENTES
              PERFORM UNTIL FIM-ARQUIVO
                  READ CLIENTES-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-CLIENTES NOT LESS 2000
                              DISPLAY "CLIENTES.DAT maior que o"
                                  " limite de 2000 clientes"
                              MOVE "N" TO WRK-OK-CLIENTES
                              SET FIM-ARQUIVO TO TRUE
                          ELSE
                              ADD 1 TO WRK-QTD-CLIENTES
                              MOVE CL-CODIGO TO
                                  TAB-CL-CODIGO(WRK-QTD-CLIENTES)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CLIENTES-FILE.
         1110-SAIDA.
              EXIT.

      *    A trilha vale viva ou arquivada pelo ARQFRETEAUD: todas as
      *    particoes mensais listadas em FRETEDIR.DAT. Sem o diretorio
      *    a verificacao fica sem base.
         1120-CARREGA-TRILHA SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              MOVE ZEROS TO WRK-FP-COMP-DE
              MOVE 999999 TO WRK-FP-COMP-ATE
              MOVE "T" TO WRK-FP-ESCOPO
              PERFORM 7700-ABRE-TRILHA
              IF WRK-FP-RESULTADO NOT = "0"
                  DISPLAY "FRETEDIR.DAT indisponivel (status "
                      WRK-FP-STATUS ")"
                  GO TO 1120-SAIDA
              END-IF
              MOVE "S" TO WRK-OK-TRILHA
              PERFORM UNTIL FIM-TRILHA OR FIM-ARQUIVO
                  READ FRETEAUD-FILE
                      AT END
                          PERFORM 7720-PROXIMA-PARTICAO
                      NOT AT END
                          MOVE AUD-PEDIDO TO WRK-PEDIDO-CHAVE
                          PERFORM 1125-GUARDA-PEDIDO
                  END-READ
              END-PERFORM
              PERFORM 7740-FECHA-TRILHA.
         1120-SAIDA.
              EXIT.

         1125-GUARDA-PEDIDO SECTION.
              IF WRK-QTD-TRILHA GREATER ZERO
                  AND WRK-PEDIDO-CHAVE = WRK-ULT-PEDIDO-TL
                  GO TO 1125-SAIDA
              END-IF
              MOVE WRK-PEDIDO-CHAVE TO WRK-ULT-PEDIDO-TL
              IF WRK-QTD-TRILHA NOT LESS 9000
                  DISPLAY "Trilha de frete maior que o limite de"
                      " 9000 grupos"
                  MOVE "N" TO WRK-OK-TRILHA
                  SET FIM-ARQUIVO TO TRUE
              ELSE
                  ADD 1 TO WRK-QTD-TRILHA
                  MOVE WRK-PEDIDO-CHAVE TO TAB-TL-PEDIDO(WRK-QTD-TRILHA)
              END-IF.
         1125-SAIDA.
              EXIT.

         1130-CARREGA-FUNCM SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT FUNCM-FILE
              IF WRK-STATUS-FUNCM NOT = "00"
                  DISPLAY "FUNCM.DAT indisponivel (status "
                      WRK-STATUS-FUNCM ")"
                  GO TO 1130-SAIDA
              END-IF
              MOVE "S" TO WRK-OK-FUNCM
              PERFORM UNTIL FIM-ARQUIVO
                  READ FUNCM-FILE NEXT RECORD
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-FUNC NOT LESS 2000
                              DISPLAY "FUNCM.DAT maior que o limite"
                                  " de 2000 funcionarios"
                              MOVE "N" TO WRK-OK-FUNCM
                              SET FIM-ARQUIVO TO TRUE
                          ELSE
                              ADD 1 TO WRK-QTD-FUNC
                              MOVE FM-CODIGO
                                  TO TAB-FU-CODIGO(WRK-QTD-FUNC)
                              MOVE FM-DEPTO
                                  TO TAB-FU-DEPTO(WRK-QTD-FUNC)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FUNCM-FILE.
         1130-SAIDA.
              EXIT.

         1140-CARREGA-DEPTOS SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT DEPTOS-FILE
              IF WRK-STATUS-DEPTOS NOT = "00"
                  DISPLAY "DEPTOS.DAT indisponivel (status "
                      WRK-STATUS-DEPTOS ")"
                  GO TO 1140-SAIDA
              END-IF
              MOVE "S" TO WRK-OK-DEPTOS
              PERFORM UNTIL FIM-ARQUIVO
                  READ DEPTOS-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-DEPTOS NOT LESS 200
                              DISPLAY "DEPTOS.DAT maior que o limite"
                                  " de 200 departamentos"
                              MOVE "N" TO WRK-OK-DEPTOS
                              SET FIM-ARQUIVO TO TRUE
                          ELSE
                              ADD 1 TO WRK-QTD-DEPTOS
                              MOVE DP-CODIGO
                                  TO TAB-DP-CODIGO(WRK-QTD-DEPTOS)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE DEPTOS-FILE.
         1140-SAIDA.
              EXIT.

         1150-CARREGA-TRANSP SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT TRANSP-FILE
              IF WRK-STATUS-TRANSP NOT = "00"
                  DISPLAY "TRANSP.DAT indisponivel (status "
                      WRK-STATUS-TRANSP ")"
                  GO TO 1150-SAIDA
              END-IF
              MOVE "S" TO WRK-OK-TRANSP
              PERFORM UNTIL FIM-ARQUIVO
                  READ TRANSP-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-TRANSP NOT LESS 200
                              DISPLAY "TRANSP.DAT maior que o limite"
                                  " de 200 transportadoras"
                              MOVE "N" TO WRK-OK-TRANSP
                              SET FIM-ARQUIVO TO TRUE
                          ELSE
                              ADD 1 TO WRK-QTD-TRANSP
                              MOVE TR-CODIGO
                                  TO TAB-TR-CODIGO(WRK-QTD-TRANSP)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE TRANSP-FILE.
         1150-SAIDA.
              EXIT.

         1160-CARREGA-TURMAS SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT TURMAS-FILE
              IF WRK-STATUS-TURMAS NOT = "00"
                  DISPLAY "TURMAS.DAT indisponivel (status "
                      WRK-STATUS-TURMAS ")"
                  GO TO 1160-SAIDA
              END-IF
              MOVE "S" TO WRK-OK-TURMAS
              PERFORM UNTIL FIM-ARQUIVO
                  READ TURMAS-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-TURMAS NOT LESS 1000
                              DISPLAY "TURMAS.DAT maior que o limite"
                                  " de 1000 secoes"
                              MOVE "N" TO WRK-OK-TURMAS
                              SET FIM-ARQUIVO TO TRUE
                          ELSE
                              ADD 1 TO WRK-QTD-TURMAS
                              MOVE TU-SECAO
                                  TO TAB-TU-SECAO(WRK-QTD-TURMAS)
                              MOVE TU-TERMO
                                  TO TAB-TU-TERMO(WRK-QTD-TURMAS)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE TURMAS-FILE.
         1160-SAIDA.
              EXIT.

      ******************************************************************
      *    Verificacoes: cada uma le o arquivo filho de ponta a ponta
      *    e procura a chave na tabela do pai.
      ******************************************************************
      *    Contato sem cliente informado e contato pessoal, nao orfao.
         0100-CONFERE-CONTATOS SECTION.
              MOVE 1 TO WRK-IDX-VERIF
              IF NOT CLIENTES-OK
                  PERFORM 0990-SEM-BASE
                  GO TO 0100-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT CONTATOS-FILE
              IF WRK-STATUS-CONTATOS NOT = "00"
                  MOVE "A" TO TAB-VF-SITUACAO(1)
                  GO TO 0100-SAIDA
              END-IF
              MOVE "S" TO TAB-VF-SITUACAO(1)
              PERFORM UNTIL FIM-ARQUIVO
                  READ CONTATOS-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          ADD 1 TO TAB-VF-LIDOS(1)
                          IF CT-CLIENTE NOT = SPACES
                              AND CT-CLIENTE NOT = "00000"
                              PERFORM 0110-AVALIA-CONTATO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONTATOS-FILE.
         0100-SAIDA.
              EXIT.

         0110-AVALIA-CONTATO SECTION.
              MOVE "N" TO WRK-ACHOU
              IF CT-CLIENTE IS NUMERIC
                  SET TAB-CL-IDX TO 1
                  SEARCH TAB-CL-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CL-CODIGO(TAB-CL-IDX) = CT-CLIENTE
                          SET ACHOU TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU
                  MOVE "CONTATOS.DAT" TO WRK-OR-ARQUIVO
                  MOVE SPACES TO WRK-OR-CHAVE-FILHO
                  STRING "CONTATO " DELIMITED BY SIZE
                      CT-ID DELIMITED BY SIZE
                      INTO WRK-OR-CHAVE-FILHO
                  MOVE SPACES TO WRK-OR-CHAVE-PAI
                  STRING "CLIENTE " DELIMITED BY SIZE
                      CT-CLIENTE DELIMITED BY SIZE
                      INTO WRK-OR-CHAVE-PAI
                  MOVE "CLIENTE INEXISTENTE" TO WRK-OR-MOTIVO
                  MOVE "INTEG-CLIENTES" TO WRK-OR-SISTEMA
                  MOVE "I001" TO WRK-OR-COD-MOTIVO
                  PERFORM 0900-REGISTRA-ORFAO
              END-IF.

      *    O pedido com varias transicoes no ciclo de vida sai uma
      *    vez so.
         0200-CONFERE-PEDSTAT SECTION.
              MOVE 2 TO WRK-IDX-VERIF
              IF NOT TRILHA-OK
                  PERFORM 0990-SEM-BASE
                  GO TO 0200-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT PEDSTAT-FILE
              IF WRK-STATUS-PEDSTAT NOT = "00"
                  MOVE "A" TO TAB-VF-SITUACAO(2)
                  GO TO 0200-SAIDA
              END-IF
              MOVE "S" TO TAB-VF-SITUACAO(2)
              PERFORM UNTIL FIM-ARQUIVO
                  READ PEDSTAT-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          ADD 1 TO TAB-VF-LIDOS(2)
                          MOVE PS-PEDIDO TO WRK-PEDIDO-CHAVE
                          PERFORM 0950-PROCURA-TRILHA
                          IF NOT ACHOU
                              PERFORM 0210-AVALIA-PEDSTAT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE PEDSTAT-FILE.
         0200-SAIDA.
              EXIT.

         0210-AVALIA-PEDSTAT SECTION.
              MOVE "N" TO WRK-ACHOU
              IF WRK-QTD-ACUSADOS GREATER ZERO
                  SET TAB-AC-IDX TO 1
                  SEARCH TAB-AC-REG
                      AT END
                          CONTINUE
                      WHEN TAB-AC-PEDIDO(TAB-AC-IDX) = PS-PEDIDO
                          SET ACHOU TO TRUE
                  END-SEARCH
              END-IF
              IF ACHOU
                  GO TO 0210-SAIDA
              END-IF
              IF WRK-QTD-ACUSADOS LESS 1000
                  ADD 1 TO WRK-QTD-ACUSADOS
                  MOVE PS-PEDIDO TO TAB-AC-PEDIDO(WRK-QTD-ACUSADOS)
              END-IF
              MOVE "PEDSTAT.DAT" TO WRK-OR-ARQUIVO
              MOVE SPACES TO WRK-OR-CHAVE-FILHO
              STRING "PEDIDO " DELIMITED BY SIZE
                  PS-PEDIDO DELIMITED BY SIZE
                  INTO WRK-OR-CHAVE-FILHO
              MOVE SPACES TO WRK-OR-CHAVE-PAI
              STRING "TRILHA " DELIMITED BY SIZE
                  PS-PEDIDO DELIMITED BY SIZE
                  INTO WRK-OR-CHAVE-PAI
              MOVE "PEDIDO SEM TRILHA" TO WRK-OR-MOTIVO
              MOVE "INTEG-FRETE" TO WRK-OR-SISTEMA
              MOVE "I002" TO WRK-OR-COD-MOTIVO
              PERFORM 0900-REGISTRA-ORFAO.
         0210-SAIDA.
              EXIT.

      *    So o pedido que a referencia cruzada diz ter trilha e
      *    cobrado; pedido so com excecao ou so com ciclo de vida
      *    nao tem trilha por natureza.
         0250-CONFERE-PEDXREF SECTION.
              MOVE 3 TO WRK-IDX-VERIF
              IF NOT TRILHA-OK
                  PERFORM 0990-SEM-BASE
                  GO TO 0250-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT PEDXREF-FILE
              IF WRK-STATUS-XREF NOT = "00"
                  MOVE "A" TO TAB-VF-SITUACAO(3)
                  GO TO 0250-SAIDA
              END-IF
              MOVE "S" TO TAB-VF-SITUACAO(3)
              PERFORM UNTIL FIM-ARQUIVO
                  READ PEDXREF-FILE NEXT RECORD
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          ADD 1 TO TAB-VF-LIDOS(3)
                          IF XR-TEM-TRILHA = "S"
                              MOVE XR-PEDIDO TO WRK-PEDIDO-CHAVE
                              PERFORM 0950-PROCURA-TRILHA
                              IF NOT ACHOU
                                  PERFORM 0260-AVALIA-PEDXREF
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE PEDXREF-FILE.
         0250-SAIDA.
              EXIT.

         0260-AVALIA-PEDXREF SECTION.
              MOVE "PEDXREF.DAT" TO WRK-OR-ARQUIVO
              MOVE SPACES TO WRK-OR-CHAVE-FILHO
              STRING "PEDIDO " DELIMITED BY SIZE
                  XR-PEDIDO DELIMITED BY SIZE
                  INTO WRK-OR-CHAVE-FILHO
              MOVE SPACES TO WRK-OR-CHAVE-PAI
              STRING "TRILHA " DELIMITED BY SIZE
                  XR-PEDIDO DELIMITED BY SIZE
                  INTO WRK-OR-CHAVE-PAI
              MOVE "XREF DIZ TRILHA, NAO HA" TO WRK-OR-MOTIVO
              MOVE "INTEG-FRETE" TO WRK-OR-SISTEMA
              MOVE "I003" TO WRK-OR-COD-MOTIVO
              PERFORM 0900-REGISTRA-ORFAO.

      *    Os departamentos vem da tabela de funcionarios ja
      *    carregada, sem reler o FUNCM.DAT.
         0300-CONFERE-DEPTO SECTION.
              MOVE 4 TO WRK-IDX-VERIF
              IF NOT DEPTOS-OK
                  PERFORM 0990-SEM-BASE
                  GO TO 0300-SAIDA
              END-IF
              IF NOT FUNCM-OK
                  MOVE "A" TO TAB-VF-SITUACAO(4)
                  GO TO 0300-SAIDA
              END-IF
              MOVE "S" TO TAB-VF-SITUACAO(4)
              PERFORM VARYING TAB-FU-IDX FROM 1 BY 1
                  UNTIL TAB-FU-IDX GREATER WRK-QTD-FUNC
                  ADD 1 TO TAB-VF-LIDOS(4)
                  PERFORM 0310-AVALIA-DEPTO
              END-PERFORM.
         0300-SAIDA.
              EXIT.

         0310-AVALIA-DEPTO SECTION.
              MOVE "N" TO WRK-ACHOU
              IF WRK-QTD-DEPTOS GREATER ZERO
                  SET TAB-DP-IDX TO 1
                  SEARCH TAB-DP-REG
                      AT END
                          CONTINUE
                      WHEN TAB-DP-CODIGO(TAB-DP-IDX) =
                          TAB-FU-DEPTO(TAB-FU-IDX)
                          SET ACHOU TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU
                  MOVE "FUNCM.DAT" TO WRK-OR-ARQUIVO
                  MOVE SPACES TO WRK-OR-CHAVE-FILHO
                  STRING "FUNCIONARIO " DELIMITED BY SIZE
                      TAB-FU-CODIGO(TAB-FU-IDX) DELIMITED BY SIZE
                      INTO WRK-OR-CHAVE-FILHO
                  MOVE SPACES TO WRK-OR-CHAVE-PAI
                  STRING "DEPTO " DELIMITED BY SIZE
                      TAB-FU-DEPTO(TAB-FU-IDX) DELIMITED BY SIZE
                      INTO WRK-OR-CHAVE-PAI
                  MOVE "DEPARTAMENTO INEXISTENTE" TO WRK-OR-MOTIVO
                  MOVE "INTEG-FOLHA" TO WRK-OR-SISTEMA
                  MOVE "I004" TO WRK-OR-COD-MOTIVO
                  PERFORM 0900-REGISTRA-ORFAO
              END-IF.

         0400-CONFERE-TABCEP SECTION.
              MOVE 5 TO WRK-IDX-VERIF
              IF NOT TRANSP-OK
                  PERFORM 0990-SEM-BASE
                  GO TO 0400-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT TABCEP-FILE
              IF WRK-STATUS-TABCEP NOT = "00"
                  MOVE "A" TO TAB-VF-SITUACAO(5)
                  GO TO 0400-SAIDA
              END-IF
              MOVE "S" TO TAB-VF-SITUACAO(5)
              PERFORM UNTIL FIM-ARQUIVO
                  READ TABCEP-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          ADD 1 TO TAB-VF-LIDOS(5)
                          PERFORM 0410-AVALIA-TABCEP
                  END-READ
              END-PERFORM
              CLOSE TABCEP-FILE.
         0400-SAIDA.
              EXIT.

         0410-AVALIA-TABCEP SECTION.
              MOVE "N" TO WRK-ACHOU
              IF WRK-QTD-TRANSP GREATER ZERO
                  SET TAB-TR-IDX TO 1
                  SEARCH TAB-TR-REG
                      AT END
                          CONTINUE
                      WHEN TAB-TR-CODIGO(TAB-TR-IDX) =
                          TC-TRANSPORTADORA
                          SET ACHOU TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU
                  MOVE "TABCEP.DAT" TO WRK-OR-ARQUIVO
                  MOVE TC-ORIGEM TO WRK-CM-PARTE1
                  MOVE TC-CEP-INICIO TO WRK-CM-PARTE2
                  MOVE WRK-CHAVE-MONTA TO WRK-OR-CHAVE-FILHO
                  MOVE SPACES TO WRK-OR-CHAVE-PAI
                  STRING "TRANSP " DELIMITED BY SIZE
                      TC-TRANSPORTADORA DELIMITED BY SIZE
                      INTO WRK-OR-CHAVE-PAI
                  MOVE "TRANSPORTADORA INEXISTENTE" TO WRK-OR-MOTIVO
                  MOVE "INTEG-FRETE" TO WRK-OR-SISTEMA
                  MOVE "I005" TO WRK-OR-COD-MOTIVO
                  PERFORM 0900-REGISTRA-ORFAO
              END-IF.

      *    Nota lancada antes das secoes existirem vem com secao em
      *    branco e nao tem o que conferir.
         0500-CONFERE-NOTASM SECTION.
              MOVE 6 TO WRK-IDX-VERIF
              IF NOT TURMAS-OK
                  PERFORM 0990-SEM-BASE
                  GO TO 0500-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT NOTASM-FILE
              IF WRK-STATUS-NOTASM NOT = "00"
                  MOVE "A" TO TAB-VF-SITUACAO(6)
                  GO TO 0500-SAIDA
              END-IF
              MOVE "S" TO TAB-VF-SITUACAO(6)
              PERFORM UNTIL FIM-ARQUIVO
                  READ NOTASM-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          ADD 1 TO TAB-VF-LIDOS(6)
                          IF NM-SECAO NOT = SPACES
                              PERFORM 0510-AVALIA-NOTASM
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE NOTASM-FILE.
         0500-SAIDA.
              EXIT.

         0510-AVALIA-NOTASM SECTION.
              MOVE "N" TO WRK-ACHOU
              IF WRK-QTD-TURMAS GREATER ZERO
                  SET TAB-TU-IDX TO 1
                  SEARCH TAB-TU-REG
                      AT END
                          CONTINUE
                      WHEN TAB-TU-SECAO(TAB-TU-IDX) = NM-SECAO
                          AND TAB-TU-TERMO(TAB-TU-IDX) = NM-TERMO
                          SET ACHOU TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU
                  MOVE "NOTASM.DAT" TO WRK-OR-ARQUIVO
                  MOVE SPACES TO WRK-OR-CHAVE-FILHO
                  STRING NM-MATRICULA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NM-TERMO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NM-DISCIPLINA DELIMITED BY SIZE
                      INTO WRK-OR-CHAVE-FILHO
                  MOVE SPACES TO WRK-OR-CHAVE-PAI
                  STRING "SECAO " DELIMITED BY SIZE
                      NM-SECAO DELIMITED BY SIZE
                      INTO WRK-OR-CHAVE-PAI
                  MOVE "SECAO INEXISTENTE NO TERMO" TO WRK-OR-MOTIVO
                  MOVE "INTEG-ACADEMICO" TO WRK-OR-SISTEMA
                  MOVE "I006" TO WRK-OR-COD-MOTIVO
                  PERFORM 0900-REGISTRA-ORFAO
              END-IF.

         0600-CONFERE-CONTASREC SECTION.
              MOVE 7 TO WRK-IDX-VERIF
              IF NOT CLIENTES-OK
                  PERFORM 0990-SEM-BASE
                  GO TO 0600-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT CONTASREC-FILE
              IF WRK-STATUS-CONTASREC NOT = "00"
                  MOVE "A" TO TAB-VF-SITUACAO(7)
                  GO TO 0600-SAIDA
              END-IF
              MOVE "S" TO TAB-VF-SITUACAO(7)
              PERFORM UNTIL FIM-ARQUIVO
                  READ CONTASREC-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          ADD 1 TO TAB-VF-LIDOS(7)
                          PERFORM 0610-AVALIA-CONTASREC
                  END-READ
              END-PERFORM
              CLOSE CONTASREC-FILE.
         0600-SAIDA.
              EXIT.

         0610-AVALIA-CONTASREC SECTION.
              MOVE "N" TO WRK-ACHOU
              IF WRK-QTD-CLIENTES GREATER ZERO
                  SET TAB-CL-IDX TO 1
                  SEARCH TAB-CL-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CL-CODIGO(TAB-CL-IDX) = CR-CLIENTE
                          SET ACHOU TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU
                  MOVE "CONTASREC.DAT" TO WRK-OR-ARQUIVO
                  MOVE SPACES TO WRK-OR-CHAVE-FILHO
                  STRING "TITULO " DELIMITED BY SIZE
                      CR-COMPETENCIA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CR-CLIENTE DELIMITED BY SIZE
                      INTO WRK-OR-CHAVE-FILHO
                  MOVE SPACES TO WRK-OR-CHAVE-PAI
                  STRING "CLIENTE " DELIMITED BY SIZE
                      CR-CLIENTE DELIMITED BY SIZE
                      INTO WRK-OR-CHAVE-PAI
                  MOVE "CLIENTE INEXISTENTE" TO WRK-OR-MOTIVO
                  MOVE "INTEG-FINANCAS" TO WRK-OR-SISTEMA
                  MOVE "I007" TO WRK-OR-COD-MOTIVO
                  PERFORM 0900-REGISTRA-ORFAO
              END-IF.

      *    So contrato ATIVO precisa do funcionario no mestre; o
      *    contrato do desligado fica QUITADO ou em COBRANCA.
         0700-CONFERE-EMPCONTR SECTION.
              MOVE 8 TO WRK-IDX-VERIF
              IF NOT FUNCM-OK
                  PERFORM 0990-SEM-BASE
                  GO TO 0700-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              OPEN INPUT EMPCONTR-FILE
              IF WRK-STATUS-EMPCONTR NOT = "00"
                  MOVE "A" TO TAB-VF-SITUACAO(8)
                  GO TO 0700-SAIDA
              END-IF
              MOVE "S" TO TAB-VF-SITUACAO(8)
              PERFORM UNTIL FIM-ARQUIVO
                  READ EMPCONTR-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          ADD 1 TO TAB-VF-LIDOS(8)
                          IF EC-STATUS = "ATIVO"
                              PERFORM 0710-AVALIA-EMPCONTR
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE EMPCONTR-FILE.
         0700-SAIDA.
              EXIT.

         0710-AVALIA-EMPCONTR SECTION.
              MOVE "N" TO WRK-ACHOU
              IF WRK-QTD-FUNC GREATER ZERO
                  SET TAB-FU-IDX TO 1
                  SEARCH TAB-FU-REG
                      AT END
                          CONTINUE
                      WHEN TAB-FU-CODIGO(TAB-FU-IDX) =
                          EC-FUNCIONARIO
                          SET ACHOU TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU
                  MOVE "EMPCONTR.DAT" TO WRK-OR-ARQUIVO
                  MOVE SPACES TO WRK-OR-CHAVE-FILHO
                  STRING "CONTRATO " DELIMITED BY SIZE
                      EC-CONTRATO DELIMITED BY SIZE
                      INTO WRK-OR-CHAVE-FILHO
                  MOVE SPACES TO WRK-OR-CHAVE-PAI
                  STRING "FUNC " DELIMITED BY SIZE
                      EC-FUNCIONARIO DELIMITED BY SIZE
                      INTO WRK-OR-CHAVE-PAI
                  MOVE "FUNCIONARIO INEXISTENTE" TO WRK-OR-MOTIVO
                  MOVE "INTEG-FOLHA" TO WRK-OR-SISTEMA
                  MOVE "I008" TO WRK-OR-COD-MOTIVO
                  PERFORM 0900-REGISTRA-ORFAO
              END-IF.

      ******************************************************************
      *    Rotinas comuns.
      ******************************************************************
         0900-REGISTRA-ORFAO SECTION.
              ADD 1 TO WRK-QTD-ORFAOS
              ADD 1 TO TAB-VF-ORFAOS(WRK-IDX-VERIF)
              ADD 1 TO WRK-JOB-REJEITADOS
              IF RETURN-CODE LESS 4
                  MOVE 4 TO RETURN-CODE
              END-IF
              MOVE WRK-OR-ARQUIVO     TO WRK-LO-ARQUIVO
              MOVE WRK-OR-CHAVE-FILHO TO WRK-LO-CHAVE-FILHO
              MOVE WRK-OR-CHAVE-PAI   TO WRK-LO-CHAVE-PAI
              MOVE WRK-OR-MOTIVO      TO WRK-LO-MOTIVO
              MOVE WRK-LINHA-ORFAO TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE WRK-OR-SISTEMA TO WRK-EXC-SISTEMA
              MOVE "E" TO WRK-EXC-SEVERIDADE
              MOVE WRK-OR-COD-MOTIVO TO WRK-EXC-COD-MOTIVO
              MOVE WRK-OR-CHAVE-FILHO TO WRK-EXC-CHAVE
              MOVE SPACES TO WRK-EXC-MOTIVO
              STRING WRK-OR-MOTIVO DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WRK-OR-CHAVE-PAI DELIMITED BY SIZE
                  INTO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0950-PROCURA-TRILHA SECTION.
              MOVE "N" TO WRK-ACHOU
              IF WRK-QTD-TRILHA GREATER ZERO
                  SET TAB-TL-IDX TO 1
                  SEARCH TAB-TL-REG
                      AT END
                          CONTINUE
                      WHEN TAB-TL-PEDIDO(TAB-TL-IDX) = WRK-PEDIDO-CHAVE
                          SET ACHOU TO TRUE
                  END-SEARCH
              END-IF.

      *    Tabela do pai incompleta: nao da para acusar orfao sem
      *    gerar falso positivo, entao a verificacao nao roda.
         0990-SEM-BASE SECTION.
              MOVE "N" TO TAB-VF-SITUACAO(WRK-IDX-VERIF)
              MOVE 8 TO RETURN-CODE
              MOVE TAB-VF-NOME(WRK-IDX-VERIF) TO WRK-EXC-CHAVE
              MOVE "VERIFICACAO SEM BASE - PAI INDISPONIVEL"
                  TO WRK-EXC-MOTIVO
              MOVE "INTEGRIDADE" TO WRK-EXC-SISTEMA
              MOVE "E" TO WRK-EXC-SEVERIDADE
              MOVE "I009" TO WRK-EXC-COD-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              ACCEPT WRK-EXC-DATA FROM DATE YYYYMMDD
              ACCEPT WRK-EXC-HORA FROM TIME
              MOVE WRK-EXC-DATA       TO WRK-ER-DATA
              MOVE WRK-EXC-HORA       TO WRK-ER-HORA
              MOVE WRK-EXC-SISTEMA    TO WRK-ER-SISTEMA
              MOVE WRK-EXC-SEVERIDADE TO WRK-ER-SEVERIDADE
              MOVE WRK-EXC-CHAVE      TO WRK-ER-CHAVE
              MOVE WRK-EXC-COD-MOTIVO TO WRK-ER-COD-MOTIVO
              MOVE WRK-EXC-MOTIVO     TO WRK-ER-TEXTO
              WRITE EXCDIARIO-REG FROM WRK-EXC-REGISTRO
              MOVE "A" TO WRK-EXC-SEVERIDADE
              MOVE "9999" TO WRK-EXC-COD-MOTIVO.

         8000-RESUMO SECTION.
              IF WRK-QTD-ORFAOS = ZEROS
                  MOVE "NENHUM ORFAO ENCONTRADO" TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              MOVE SPACES TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE "RESUMO POR VERIFICACAO" TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              PERFORM VARYING TAB-VF-IDX FROM 1 BY 1
                  UNTIL TAB-VF-IDX GREATER 8
                  ADD TAB-VF-LIDOS(TAB-VF-IDX) TO WRK-JOB-LIDOS
                  MOVE TAB-VF-NOME(TAB-VF-IDX) TO WRK-LR-NOME
                  EVALUATE TAB-VF-SITUACAO(TAB-VF-IDX)
                      WHEN "S"
                          MOVE "CONFERIDO" TO WRK-LR-SITUACAO
                      WHEN "A"
                          MOVE "SEM FILHO" TO WRK-LR-SITUACAO
                      WHEN OTHER
                          MOVE "SEM BASE" TO WRK-LR-SITUACAO
                  END-EVALUATE
                  MOVE TAB-VF-LIDOS(TAB-VF-IDX) TO WRK-LR-LIDOS
                  MOVE TAB-VF-ORFAOS(TAB-VF-IDX) TO WRK-LR-ORFAOS
                  MOVE WRK-LINHA-RESUMO TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-PERFORM
              MOVE WRK-QTD-ORFAOS TO WRK-LR-ORFAOS
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "ORFAOS: " DELIMITED BY SIZE
                  WRK-LR-ORFAOS DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

         9000-FINALIZAR SECTION.
              CLOSE INTEGREL-FILE
              CLOSE EXCDIARIO-FILE
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
              DISPLAY "REGISTROS CONFERIDOS : " WRK-JOB-LIDOS
              DISPLAY "ORFAOS ENCONTRADOS   : " WRK-QTD-ORFAOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==INTEGREL-REG==.

           COPY FRETELECPY.

       END PROGRAM INTEGRIDADE.
