      ******************************************************************
      * Author: Joana Maria Luz de Sa
      * Date: 07/03/2025
      * Purpose: Fila de avisos por e-mail para clientes, responsaveis
      *          de alunos e funcionarios. O sistema produz eventos que
      *          interessam a quem esta fora do escritorio e nao avisava
      *          ninguem. Este lote junta os eventos numa unica fila de
      *          saida (NOTIFFILA.DAT) que o gateway de e-mail recolhe:
      *            PEDC/PEDE - pedido coletado / entregue, pelo
      *                        PEDSTAT.DAT dos ultimos dias (cliente
      *                        do pedido pelo FRETEAUD.DAT);
      *            TITV      - titulo de CONTASREC.DAT em aberto que
      *                        vence nos proximos dias;
      *            ALUR      - aluno em risco na previa de meio de
      *                        termo (PREVIARISCO.DAT do PREVIA14),
      *                        ao responsavel da matricula;
      *            CCHQ      - contracheque disponivel, aos
      *                        funcionarios da ultima competencia
      *                        mensal do FUNCHIST.DAT.
      *          O endereco vem do CONTATOS.DAT (primeiro contato do
      *          cliente com e-mail), do MATRICULAS.DAT (e-mail do
      *          responsavel) e do FUNCIDENT.DAT (e-mail do
      *          funcionario). Cada aviso tem chave (modelo, tipo e
      *          chave do destinatario, referencia do evento) guardada
      *          no historico NOTIFHIST.DAT: aviso ja enviado nao volta
      *          para a fila, a menos que o gateway tenha devolvido
      *          falha temporaria (FALHA) ou endereco invalido
      *          (DEVOLVIDO) e o cadastro ja traga outro endereco. O
      *          retorno do gateway e lido pelo NOTIFRET. Evento sem
      *          endereco sai no relatorio NOTIFREL.DAT (padrao
      *          IMPRESSAOCPY) e no EXCDIARIO e nao entra no
      *          historico, para ser tentado de novo depois do
      *          cadastro corrigido. Janelas em PARAMNOTIF.DAT (dias
      *          de antecedencia do vencimento e dias de PEDSTAT
      *          lidos; padrao 3 e 7). Aviso que nao saiu de novo na
      *          rodada e cuja ultima situacao tem mais de 30 dias
      *          alem da maior janela deixa o historico, salvo FALHA.
      * Tectonics: cobc
      * Mod Log:
      *   08/03/2025 - JLS - Cliente, transportadora e valor do pedido
      *                      completados pelas particoes mensais vivas
      *                      da trilha listadas em FRETEDIR.DAT
      *                      (FRETELECPY) em vez de FRETEAUD.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMNOTIF-FILE ASSIGN TO "PARAMNOTIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT NOTIFHIST-FILE ASSIGN TO "NOTIFHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HIST.
           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTATOS.
           SELECT PEDSTAT-FILE ASSIGN TO "PEDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDSTAT.
           SELECT FRETEAUD-FILE ASSIGN TO WRK-NOME-FRETEAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRETEAUD.
           SELECT CONTASREC-FILE ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTASREC.
           SELECT PREVIARISCO-FILE ASSIGN TO "PREVIARISCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RISCO.
           SELECT MATRICULAS-FILE ASSIGN TO "MATRICULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MATR.
           SELECT FUNCHIST-FILE ASSIGN TO "FUNCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FUNCHIST.
           SELECT FUNCIDENT-FILE ASSIGN TO "FUNCIDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-CODIGO
               ALTERNATE RECORD KEY IS FI-CPF WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-FUNCIDENT.
           SELECT NOTIFFILA-FILE ASSIGN TO "NOTIFFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILA.
           SELECT NOTIFREL-FILE ASSIGN TO "NOTIFREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REL.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMNOTIF-FILE.
       01  PARAMNOTIF-REG.
           05 PN-DIAS-VENCTO          PIC 9(03).
           05 PN-DIAS-PEDIDO          PIC 9(03).

      *    Historico dos avisos: um registro por chave de aviso, com
      *    o endereco usado e a situacao devolvida pelo gateway
      *    (NA FILA, ENTREGUE, DEVOLVIDO, FALHA).
       FD  NOTIFHIST-FILE.
       01  NOTIFHIST-REG.
           05 NH-CHAVE-AVISO.
               10 NH-MODELO           PIC X(04).
               10 NH-TIPO-DEST        PIC X(01).
               10 NH-CHAVE-DEST       PIC X(10).
               10 NH-REFERENCIA       PIC X(16).
           05 NH-ENDERECO             PIC X(50).
           05 NH-DATA-ENVIO           PIC 9(08).
           05 NH-STATUS               PIC X(10).
           05 NH-DATA-STATUS          PIC 9(08).
           05 NH-MOTIVO               PIC X(30).

       FD  CONTATOS-FILE.
       01  CONTATOS-REG.
           05 CT-ID                   PIC X(05).
           05 CT-NOME                 PIC X(30).
           05 CT-NASCIMENTO           PIC 9(08).
           05 CT-CLIENTE              PIC X(05).
           05 CT-FUNCAO               PIC X(15).
           05 CT-EMAIL                PIC X(50).

       FD  PEDSTAT-FILE.
       01  PEDSTAT-REG.
           05 PS-PEDIDO               PIC 9(08).
           05 PS-STATUS               PIC X(10).
           05 PS-DATA-STATUS          PIC 9(08).
           05 PS-HORA-STATUS          PIC 9(08).

       FD  FRETEAUD-FILE.
       01  FRETEAUD-REG.
           05 AUD-DATA                PIC 9(08).
           05 AUD-HORA                PIC 9(08).
           05 AUD-PEDIDO              PIC 9(08).
           05 AUD-CLIENTE             PIC 9(05).
           05 AUD-QTD-ITENS           PIC 9(02).
           05 AUD-PRODUTO             PIC X(10).
           05 AUD-CEP                 PIC 9(08).
           05 AUD-ESTADO              PIC X(02).
           05 AUD-VALOR               PIC 9(08).
           05 AUD-FRETE               PIC 9(08)V99.
           05 AUD-VALORTOTAL          PIC 9(09)V99.
           05 AUD-STATUS              PIC X(09).
           05 AUD-TRANSPORTADORA      PIC X(03).
           05 AUD-PROMOCAO            PIC X(05).
           05 AUD-DATA-PEDIDO         PIC 9(08).
           05 AUD-MOEDA               PIC X(03).
           05 AUD-VALOR-ORIGINAL      PIC 9(09).
           05 AUD-CONTRATO            PIC X(01).
           05 AUD-UF-ORIGEM           PIC X(02).
           05 AUD-PERC-IMPOSTO        PIC 9V9999.
           05 AUD-VALOR-IMPOSTO       PIC 9(09)V99.
           05 AUD-MOTIVO-ESCOLHA      PIC X(01).
           05 AUD-FRETE-PRECO         PIC 9(08)V99.
           05 AUD-CONSOLIDACAO        PIC 9(08).
           05 AUD-COTACAO             PIC X(06).

       FD  CONTASREC-FILE.
       01  CONTASREC-REG.
           05 CR-COMPETENCIA          PIC 9(06).
           05 CR-CLIENTE              PIC 9(05).
           05 CR-DATA-EMISSAO         PIC 9(08).
           05 CR-DATA-VENCTO          PIC 9(08).
           05 CR-VALOR-ORIGINAL       PIC 9(10)V99.
           05 CR-VALOR-PAGO           PIC 9(10)V99.
           05 CR-STATUS               PIC X(08).
           05 CR-VALOR-CREDITO        PIC 9(10)V99.
           05 CR-DATA-PAGTO           PIC 9(08).
           05 CR-TIPO                 PIC X(01).
           05 CR-DATA-REMESSA         PIC 9(08).
           05 CR-VALOR-PERDA          PIC 9(10)V99.

       FD  PREVIARISCO-FILE.
       01  PREVIARISCO-REG.
           05 PR-DATA-PREVIA          PIC 9(08).
           05 PR-TERMO                PIC X(06).
           05 PR-MATRICULA            PIC 9(06).
           05 PR-NOME                 PIC X(20).
           05 PR-SECAO                PIC X(03).
           05 PR-MEDIA                PIC 9(02)V99.
           05 PR-PRESENCA             PIC 9(03).
           05 PR-MOTIVO               PIC X(14).

       FD  MATRICULAS-FILE.
       01  MATRICULAS-REG.
           05 MT-MATRICULA            PIC 9(06).
           05 MT-NOME                 PIC X(20).
           05 MT-SITUACAO             PIC X(01).
           05 MT-DATA-INATIVO         PIC 9(08).
           05 MT-MOTIVO-INATIVO       PIC X(02).
           05 MT-DATA-ATIVACAO        PIC 9(08).
           05 MT-CURSO                PIC X(04).
           05 MT-RESP-NOME            PIC X(30).
           05 MT-RESP-EMAIL           PIC X(50).

       FD  FUNCHIST-FILE.
       01  FUNCHIST-REG.
           05 FH-COMPETENCIA          PIC 9(06).
           05 FH-CODIGO               PIC 9(04).
           05 FH-NOME                 PIC X(15).
           05 FH-DEPTO                PIC X(04).
           05 FH-SALARIO              PIC 9(06).
           05 FH-INSS                 PIC 9(06)V99.
           05 FH-IRRF                 PIC 9(06)V99.
           05 FH-SALARIO-LIQUIDO      PIC 9(06)V99.
           05 FH-TIPO-VERBA           PIC X(01).
           05 FH-FGTS                 PIC 9(06)V99.
           05 FH-INSS-EMPRESA         PIC 9(06)V99.
           05 FH-TERCEIROS            PIC 9(06)V99.

       FD  FUNCIDENT-FILE.
       01  FUNCIDENT-REG.
           05 FI-CODIGO               PIC 9(04).
           05 FI-NOME-COMPLETO        PIC X(60).
           05 FI-CPF                  PIC 9(11).
           05 FI-PIS                  PIC 9(11).
           05 FI-NASCIMENTO           PIC 9(08).
           05 FI-NOME-MAE             PIC X(60).
           05 FI-ATUALIZACAO          PIC 9(08).
           05 FI-EMAIL                PIC X(50).

      *    Fila de saida para o gateway: chave do aviso, destinatario
      *    e os campos que o modelo do e-mail mescla no texto.
       FD  NOTIFFILA-FILE.
       01  NOTIFFILA-REG.
           05 NF-CHAVE-AVISO.
               10 NF-MODELO           PIC X(04).
               10 NF-TIPO-DEST        PIC X(01).
               10 NF-CHAVE-DEST       PIC X(10).
               10 NF-REFERENCIA       PIC X(16).
           05 NF-NOME-DEST            PIC X(30).
           05 NF-ENDERECO             PIC X(50).
           05 NF-DATA-GERACAO         PIC 9(08).
           05 NF-CAMPO                PIC X(30) OCCURS 5 TIMES.

       FD  NOTIFREL-FILE.
       01  NOTIFREL-REG               PIC X(80).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG              PIC X(91).

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

         77 WRK-STATUS-PARAM       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-HIST        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CONTATOS    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PEDSTAT     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FRETEAUD    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-CONTASREC   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-RISCO       PIC X(02) VALUE SPACES.
         77 WRK-STATUS-MATR        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FUNCHIST    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FUNCIDENT   PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FILA        PIC X(02) VALUE SPACES.
         77 WRK-STATUS-REL         PIC X(02) VALUE SPACES.
         77 WRK-FIM-ARQUIVO        PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".
         77 WRK-IDENT-ABERTO       PIC X(01) VALUE "N".
             88 IDENT-ABERTO VALUE "S".

         77 WRK-DATA-SISTEMA       PIC 9(08) VALUE ZEROS.
         77 WRK-DIAS-VENCTO        PIC 9(03) VALUE 3.
         77 WRK-DIAS-PEDIDO        PIC 9(03) VALUE 7.
         77 WRK-DATA-LIMITE        PIC 9(08) VALUE ZEROS.
         77 WRK-DATA-CORTE         PIC 9(08) VALUE ZEROS.
         77 WRK-DIAS-RETENCAO      PIC 9(04) VALUE ZEROS.
         77 WRK-DATA-EXPURGO       PIC 9(08) VALUE ZEROS.
         01 WRK-DATA-PASSO.
             05 WRK-DP-ANO          PIC 9(04).
             05 WRK-DP-MES          PIC 9(02).
             05 WRK-DP-DIA          PIC 9(02).
         01 WRK-DATA-PASSO-N REDEFINES WRK-DATA-PASSO PIC 9(08).
         77 WRK-DIAS-NO-MES        PIC 9(02) VALUE ZEROS.
         77 WRK-QUOC-LEAP          PIC 9(04) VALUE ZEROS.
         77 WRK-RESTO-LEAP         PIC 9(03) VALUE ZEROS.

      *    Historico carregado inteiro: a busca da chave evita o
      *    aviso repetido e o arquivo e regravado no fim com as
      *    inclusoes da rodada. TAB-NH-VIVO marca o aviso que os
      *    arquivos de origem ainda produzem nesta rodada.
         01 TAB-HIST.
             05 TAB-NH-REG OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WRK-QTD-HIST
                 INDEXED BY TAB-NH-IDX.
                 10 TAB-NH-CHAVE       PIC X(31).
                 10 TAB-NH-ENDERECO    PIC X(50).
                 10 TAB-NH-DATA-ENVIO  PIC 9(08).
                 10 TAB-NH-STATUS      PIC X(10).
                 10 TAB-NH-DATA-STATUS PIC 9(08).
                 10 TAB-NH-MOTIVO      PIC X(30).
                 10 TAB-NH-VIVO        PIC X(01).
         77 WRK-QTD-HIST           PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-EXPURGADOS     PIC 9(05) VALUE ZEROS.
         77 WRK-ACHOU-HIST         PIC X(01) VALUE "N".
             88 ACHOU-HIST VALUE "S".

      *    Primeiro contato de cada cliente que tem e-mail.
         01 TAB-CONTATO.
             05 TAB-CT-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-CONTATO
                 INDEXED BY TAB-CT-IDX.
                 10 TAB-CT-CLIENTE     PIC 9(05).
                 10 TAB-CT-NOME        PIC X(30).
                 10 TAB-CT-EMAIL       PIC X(50).
         77 WRK-QTD-CONTATO        PIC 9(03) VALUE ZEROS.
         77 WRK-CLIENTE-CT         PIC 9(05) VALUE ZEROS.
         77 WRK-ACHOU-CONTATO      PIC X(01) VALUE "N".
             88 ACHOU-CONTATO VALUE "S".

      *    Coletas e entregas da janela, completadas com o cliente,
      *    a transportadora e o valor do pedido pela trilha.
         01 TAB-PEDIDO.
             05 TAB-PD-REG OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WRK-QTD-PEDIDO
                 INDEXED BY TAB-PD-IDX.
                 10 TAB-PD-PEDIDO      PIC 9(08).
                 10 TAB-PD-STATUS      PIC X(10).
                 10 TAB-PD-DATA        PIC 9(08).
                 10 TAB-PD-CLIENTE     PIC 9(05).
                 10 TAB-PD-TRANSP      PIC X(03).
                 10 TAB-PD-VALOR       PIC 9(09)V99.
         77 WRK-QTD-PEDIDO         PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-PEDIDO-FORA    PIC 9(05) VALUE ZEROS.

      *    Responsaveis das matriculas.
         01 TAB-MATR.
             05 TAB-MT-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-MATR
                 INDEXED BY TAB-MT-IDX.
                 10 TAB-MT-MATRICULA   PIC 9(06).
                 10 TAB-MT-RESP-NOME   PIC X(30).
                 10 TAB-MT-RESP-EMAIL  PIC X(50).
         77 WRK-QTD-MATR           PIC 9(03) VALUE ZEROS.

         77 WRK-COMPETENCIA-FOLHA  PIC 9(06) VALUE ZEROS.
         01 WRK-COMPET-X.
             05 WRK-CX-ANO          PIC X(04).
             05 WRK-CX-MES          PIC X(02).

      *    Aviso sendo montado, passado ao 0600-ENFILEIRA.
         01 WRK-AVISO.
             05 WRK-AV-CHAVE.
                 10 WRK-AV-MODELO      PIC X(04).
                 10 WRK-AV-TIPO-DEST   PIC X(01).
                 10 WRK-AV-CHAVE-DEST  PIC X(10).
                 10 WRK-AV-REFERENCIA  PIC X(16).
             05 WRK-AV-NOME         PIC X(30).
             05 WRK-AV-ENDERECO     PIC X(50).
             05 WRK-AV-CAMPO        PIC X(30) OCCURS 5 TIMES.
         77 WRK-AV-IDX             PIC 9(01) VALUE ZEROS.

         01 WRK-DATA-ED.
             05 WRK-DE-DIA          PIC X(02).
             05 FILLER              PIC X(01) VALUE "/".
             05 WRK-DE-MES          PIC X(02).
             05 FILLER              PIC X(01) VALUE "/".
             05 WRK-DE-ANO          PIC X(04).
         01 WRK-DATA-X.
             05 WRK-DX-ANO          PIC X(04).
             05 WRK-DX-MES          PIC X(02).
             05 WRK-DX-DIA          PIC X(02).
         77 WRK-VALOR-ED           PIC Z.ZZZ.ZZZ.ZZ9,99.
         77 WRK-MEDIA-ED           PIC Z9,99.
         77 WRK-PRES-ED            PIC ZZ9.
         77 WRK-VALOR-ABERTO       PIC 9(10)V99 VALUE ZEROS.

         77 WRK-OCORRENCIA         PIC X(30) VALUE SPACES.
         77 WRK-QTD-ENFILEIRADOS   PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-REENVIOS       PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-JA-ENVIADOS    PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-SEM-ENDERECO   PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-PEDIDOS-AV     PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-TITULOS-AV     PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-ALUNOS-AV      PIC 9(05) VALUE ZEROS.
         77 WRK-QTD-CCHQ-AV        PIC 9(05) VALUE ZEROS.

         01 WRK-LINHA-OCORRENCIA.
             05 WRK-LO-MODELO      PIC X(04).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LO-TIPO-DEST   PIC X(01).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LO-CHAVE-DEST  PIC X(10).
             05 FILLER             PIC X(01) VALUE SPACES.
             05 WRK-LO-REFERENCIA  PIC X(16).
             05 FILLER             PIC X(02) VALUE SPACES.
             05 WRK-LO-OCORRENCIA  PIC X(30).

         77 WRK-QTD-ED             PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

         0000-PRINCIPAL SECTION.
              MOVE 0 TO RETURN-CODE
              PERFORM 0005-ZERA-ESTADO
              PERFORM 0010-CABECALHO
              PERFORM 1000-INICIALIZAR
              PERFORM 2000-AVISA-PEDIDOS
              PERFORM 3000-AVISA-TITULOS
              PERFORM 4000-AVISA-ALUNOS
              PERFORM 5000-AVISA-CONTRACHEQUES
              PERFORM 8000-TOTAIS
              PERFORM 9000-FINALIZAR
              GOBACK.

      *    Rotina tambem chamada por CALL no mesmo processo:
      *    zera o estado de trabalho a cada entrada.
         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              MOVE "N" TO WRK-IDENT-ABERTO
              MOVE 3 TO WRK-DIAS-VENCTO
              MOVE 7 TO WRK-DIAS-PEDIDO
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-GRAVADOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-HIST
              MOVE ZEROS TO WRK-QTD-CONTATO
              MOVE ZEROS TO WRK-QTD-PEDIDO
              MOVE ZEROS TO WRK-QTD-PEDIDO-FORA
              MOVE ZEROS TO WRK-QTD-EXPURGADOS
              MOVE ZEROS TO WRK-QTD-MATR
              MOVE ZEROS TO WRK-COMPETENCIA-FOLHA
              MOVE ZEROS TO WRK-QTD-ENFILEIRADOS
              MOVE ZEROS TO WRK-QTD-REENVIOS
              MOVE ZEROS TO WRK-QTD-JA-ENVIADOS
              MOVE ZEROS TO WRK-QTD-SEM-ENDERECO
              MOVE ZEROS TO WRK-QTD-PEDIDOS-AV
              MOVE ZEROS TO WRK-QTD-TITULOS-AV
              MOVE ZEROS TO WRK-QTD-ALUNOS-AV
              MOVE ZEROS TO WRK-QTD-CCHQ-AV
              MOVE ZEROS TO WRK-IMP-PAGINA
              MOVE ZEROS TO WRK-IMP-LINHAS.

         0010-CABECALHO SECTION.
              MOVE "NOTIFICA" TO WRK-JOB-NOME
              ACCEPT WRK-JOB-DATAHORA FROM TIME
              DISPLAY "=========================================="
              DISPLAY "JOB : " WRK-JOB-NOME "   INICIO : "
                  WRK-JOB-DATAHORA
              DISPLAY "==========================================".

         1000-INICIALIZAR SECTION.
              ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
              PERFORM 1050-CARREGA-PARAMETRO
              PERFORM 1060-CARREGA-HISTORICO
              PERFORM 1070-CARREGA-CONTATOS
              OPEN EXTEND NOTIFFILA-FILE
              IF WRK-STATUS-FILA = "35"
                  OPEN OUTPUT NOTIFFILA-FILE
              END-IF
              IF WRK-STATUS-FILA NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "NOTIFFILA.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FILA TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN OUTPUT NOTIFREL-FILE
              IF WRK-STATUS-REL NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "NOTIFREL.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REL TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN EXTEND EXCDIARIO-FILE
              IF WRK-STATUS-EXCDIARIO = "35"
                  OPEN OUTPUT EXCDIARIO-FILE
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-IMP-DATA
              MOVE "FILA DE AVISOS - EVENTOS SEM ENDERECO"
                  TO WRK-IMP-TITULO
              MOVE SPACES TO WRK-IMP-COLUNAS
              STRING "MOD  T DESTINAT.  REFERENCIA" DELIMITED BY SIZE
                  "        OCORRENCIA" DELIMITED BY SIZE
                  INTO WRK-IMP-COLUNAS.

      *    Janelas: vencimentos ate hoje + N dias e situacoes de
      *    pedido desde hoje - N dias. Arquivo ausente fica com o
      *    padrao.
         1050-CARREGA-PARAMETRO SECTION.
              OPEN INPUT PARAMNOTIF-FILE
              IF WRK-STATUS-PARAM = "00"
                  READ PARAMNOTIF-FILE
                      NOT AT END
                          IF PN-DIAS-VENCTO IS NUMERIC
                              MOVE PN-DIAS-VENCTO TO WRK-DIAS-VENCTO
                          END-IF
                          IF PN-DIAS-PEDIDO IS NUMERIC
                              MOVE PN-DIAS-PEDIDO TO WRK-DIAS-PEDIDO
                          END-IF
                  END-READ
                  CLOSE PARAMNOTIF-FILE
              END-IF
              MOVE WRK-DATA-SISTEMA TO WRK-DATA-PASSO-N
              PERFORM 0820-AVANCA-UM-DIA WRK-DIAS-VENCTO TIMES
              MOVE WRK-DATA-PASSO-N TO WRK-DATA-LIMITE
              MOVE WRK-DATA-SISTEMA TO WRK-DATA-PASSO-N
              PERFORM 0830-RECUA-UM-DIA WRK-DIAS-PEDIDO TIMES
              MOVE WRK-DATA-PASSO-N TO WRK-DATA-CORTE
              IF WRK-DIAS-VENCTO GREATER WRK-DIAS-PEDIDO
                  MOVE WRK-DIAS-VENCTO TO WRK-DIAS-RETENCAO
              ELSE
                  MOVE WRK-DIAS-PEDIDO TO WRK-DIAS-RETENCAO
              END-IF
              ADD 30 TO WRK-DIAS-RETENCAO
              MOVE WRK-DATA-SISTEMA TO WRK-DATA-PASSO-N
              PERFORM 0830-RECUA-UM-DIA WRK-DIAS-RETENCAO TIMES
              MOVE WRK-DATA-PASSO-N TO WRK-DATA-EXPURGO.

         1060-CARREGA-HISTORICO SECTION.
              OPEN INPUT NOTIFHIST-FILE
              IF WRK-STATUS-HIST = "35"
                  GO TO 1060-SAIDA
              END-IF
              IF WRK-STATUS-HIST NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "NOTIFHIST.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-HIST TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ NOTIFHIST-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-HIST NOT LESS 5000
                              DISPLAY "NOTIFHIST.DAT maior que o"
                                  " limite de 5000 avisos"
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-HIST
                          MOVE NOTIFHIST-REG
                              TO TAB-NH-REG(WRK-QTD-HIST)
                          MOVE "N" TO TAB-NH-VIVO(WRK-QTD-HIST)
                  END-READ
              END-PERFORM
              CLOSE NOTIFHIST-FILE.
         1060-SAIDA.
              EXIT.

      *    Vale o primeiro contato do cliente com e-mail; contato
      *    com codigo de cliente nao numerico fica de fora.
         1070-CARREGA-CONTATOS SECTION.
              OPEN INPUT CONTATOS-FILE
              IF WRK-STATUS-CONTATOS NOT = "00"
                  DISPLAY "CONTATOS.DAT indisponivel: "
                      WRK-STATUS-CONTATOS
                  GO TO 1070-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ CONTATOS-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF CT-CLIENTE NUMERIC
                              AND CT-EMAIL NOT = SPACES
                              MOVE CT-CLIENTE TO WRK-CLIENTE-CT
                              PERFORM 0700-BUSCA-CONTATO
                              IF NOT ACHOU-CONTATO
                                  AND WRK-QTD-CONTATO LESS 500
                                  ADD 1 TO WRK-QTD-CONTATO
                                  MOVE WRK-CLIENTE-CT TO
                                      TAB-CT-CLIENTE(WRK-QTD-CONTATO)
                                  MOVE CT-NOME TO
                                      TAB-CT-NOME(WRK-QTD-CONTATO)
                                  MOVE CT-EMAIL TO
                                      TAB-CT-EMAIL(WRK-QTD-CONTATO)
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONTATOS-FILE.
         1070-SAIDA.
              EXIT.

      *    Coletas e entregas desde a data de corte. O cliente, a
      *    transportadora e o valor vem do ultimo registro do pedido
      *    na trilha de frete.
         2000-AVISA-PEDIDOS SECTION.
              OPEN INPUT PEDSTAT-FILE
              IF WRK-STATUS-PEDSTAT NOT = "00"
                  DISPLAY "PEDSTAT.DAT indisponivel: "
                      WRK-STATUS-PEDSTAT
                  GO TO 2000-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ PEDSTAT-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF (PS-STATUS = "COLETADO"
                              OR PS-STATUS = "ENTREGUE")
                              AND PS-DATA-STATUS
                                  NOT LESS WRK-DATA-CORTE
                              IF WRK-QTD-PEDIDO NOT LESS 5000
                                  ADD 1 TO WRK-QTD-PEDIDO-FORA
                              ELSE
                                  ADD 1 TO WRK-QTD-PEDIDO
                                  SET TAB-PD-IDX TO WRK-QTD-PEDIDO
                                  MOVE PS-PEDIDO
                                      TO TAB-PD-PEDIDO(TAB-PD-IDX)
                                  MOVE PS-STATUS
                                      TO TAB-PD-STATUS(TAB-PD-IDX)
                                  MOVE PS-DATA-STATUS
                                      TO TAB-PD-DATA(TAB-PD-IDX)
                                  MOVE ZEROS
                                      TO TAB-PD-CLIENTE(TAB-PD-IDX)
                                  MOVE SPACES
                                      TO TAB-PD-TRANSP(TAB-PD-IDX)
                                  MOVE ZEROS
                                      TO TAB-PD-VALOR(TAB-PD-IDX)
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE PEDSTAT-FILE
              IF WRK-QTD-PEDIDO-FORA GREATER ZEROS
                  DISPLAY "PEDSTAT.DAT com mais de 5000 eventos na"
                      " janela; fora da fila: " WRK-QTD-PEDIDO-FORA
                  MOVE 8 TO RETURN-CODE
              END-IF
              IF WRK-QTD-PEDIDO = ZEROS
                  GO TO 2000-SAIDA
              END-IF
              PERFORM 2100-COMPLETA-PEDIDOS
              PERFORM VARYING TAB-PD-IDX FROM 1 BY 1
                  UNTIL TAB-PD-IDX GREATER WRK-QTD-PEDIDO
                  PERFORM 2200-MONTA-AVISO-PEDIDO
              END-PERFORM.
         2000-SAIDA.
              EXIT.

         2100-COMPLETA-PEDIDOS SECTION.
              MOVE ZEROS TO WRK-FP-COMP-DE
              MOVE 999999 TO WRK-FP-COMP-ATE
              MOVE "V" TO WRK-FP-ESCOPO
              PERFORM 7700-ABRE-TRILHA
              IF WRK-FP-RESULTADO NOT = "0"
                  DISPLAY "FRETEDIR.DAT indisponivel: "
                      WRK-FP-STATUS
                  GO TO 2100-SAIDA
              END-IF
              PERFORM UNTIL FIM-TRILHA
                  READ FRETEAUD-FILE
                      AT END
                          PERFORM 7720-PROXIMA-PARTICAO
                      NOT AT END
                          PERFORM 2110-CASA-PEDIDO
                  END-READ
              END-PERFORM
              PERFORM 7740-FECHA-TRILHA.
         2100-SAIDA.
              EXIT.

      *    O pedido pode ter coleta e entrega na mesma janela.
         2110-CASA-PEDIDO SECTION.
              IF AUD-CLIENTE NOT NUMERIC OR AUD-CLIENTE = ZEROS
                  GO TO 2110-SAIDA
              END-IF
              PERFORM VARYING TAB-PD-IDX FROM 1 BY 1
                  UNTIL TAB-PD-IDX GREATER WRK-QTD-PEDIDO
                  IF TAB-PD-PEDIDO(TAB-PD-IDX) = AUD-PEDIDO
                      MOVE AUD-CLIENTE
                          TO TAB-PD-CLIENTE(TAB-PD-IDX)
                      MOVE AUD-TRANSPORTADORA
                          TO TAB-PD-TRANSP(TAB-PD-IDX)
                      MOVE AUD-VALORTOTAL
                          TO TAB-PD-VALOR(TAB-PD-IDX)
                  END-IF
              END-PERFORM.
         2110-SAIDA.
              EXIT.

         2200-MONTA-AVISO-PEDIDO SECTION.
              MOVE SPACES TO WRK-AVISO
              IF TAB-PD-STATUS(TAB-PD-IDX) = "COLETADO"
                  MOVE "PEDC" TO WRK-AV-MODELO
              ELSE
                  MOVE "PEDE" TO WRK-AV-MODELO
              END-IF
              MOVE "C" TO WRK-AV-TIPO-DEST
              MOVE TAB-PD-PEDIDO(TAB-PD-IDX) TO WRK-AV-REFERENCIA
              ADD 1 TO WRK-QTD-PEDIDOS-AV
              IF TAB-PD-CLIENTE(TAB-PD-IDX) = ZEROS
                  MOVE "PEDIDO SEM CLIENTE NA TRILHA"
                      TO WRK-OCORRENCIA
                  PERFORM 0650-REGISTRA-OCORRENCIA
                  GO TO 2200-SAIDA
              END-IF
              MOVE TAB-PD-CLIENTE(TAB-PD-IDX) TO WRK-AV-CHAVE-DEST
              MOVE TAB-PD-CLIENTE(TAB-PD-IDX) TO WRK-CLIENTE-CT
              PERFORM 0710-ENDERECO-CLIENTE
              MOVE TAB-PD-PEDIDO(TAB-PD-IDX) TO WRK-AV-CAMPO(1)
              MOVE TAB-PD-DATA(TAB-PD-IDX) TO WRK-DATA-X
              PERFORM 0800-FORMATA-DATA
              MOVE WRK-DATA-ED TO WRK-AV-CAMPO(2)
              MOVE TAB-PD-TRANSP(TAB-PD-IDX) TO WRK-AV-CAMPO(3)
              MOVE TAB-PD-VALOR(TAB-PD-IDX) TO WRK-VALOR-ED
              MOVE WRK-VALOR-ED TO WRK-AV-CAMPO(4)
              MOVE WRK-AV-NOME TO WRK-AV-CAMPO(5)
              PERFORM 0600-ENFILEIRA.
         2200-SAIDA.
              EXIT.

      *    Titulo em aberto (ou pago em parte) que vence de hoje ate
      *    a data limite; o valor do aviso e o saldo do titulo.
         3000-AVISA-TITULOS SECTION.
              OPEN INPUT CONTASREC-FILE
              IF WRK-STATUS-CONTASREC NOT = "00"
                  DISPLAY "CONTASREC.DAT indisponivel: "
                      WRK-STATUS-CONTASREC
                  GO TO 3000-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ CONTASREC-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF (CR-STATUS = "ABERTO"
                              OR CR-STATUS = "PARCIAL")
                              AND CR-DATA-VENCTO
                                  NOT LESS WRK-DATA-SISTEMA
                              AND CR-DATA-VENCTO
                                  NOT GREATER WRK-DATA-LIMITE
                              PERFORM 3100-MONTA-AVISO-TITULO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONTASREC-FILE.
         3000-SAIDA.
              EXIT.

         3100-MONTA-AVISO-TITULO SECTION.
              MOVE SPACES TO WRK-AVISO
              MOVE "TITV" TO WRK-AV-MODELO
              MOVE "C" TO WRK-AV-TIPO-DEST
              MOVE CR-CLIENTE TO WRK-AV-CHAVE-DEST
              STRING CR-COMPETENCIA DELIMITED BY SIZE
                  CR-TIPO DELIMITED BY SIZE
                  CR-DATA-VENCTO DELIMITED BY SIZE
                  INTO WRK-AV-REFERENCIA
              ADD 1 TO WRK-QTD-TITULOS-AV
              MOVE CR-CLIENTE TO WRK-CLIENTE-CT
              PERFORM 0710-ENDERECO-CLIENTE
              MOVE CR-COMPETENCIA TO WRK-COMPET-X
              STRING WRK-CX-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WRK-CX-ANO DELIMITED BY SIZE
                  INTO WRK-AV-CAMPO(1)
              MOVE CR-DATA-VENCTO TO WRK-DATA-X
              PERFORM 0800-FORMATA-DATA
              MOVE WRK-DATA-ED TO WRK-AV-CAMPO(2)
              COMPUTE WRK-VALOR-ABERTO =
                  CR-VALOR-ORIGINAL - CR-VALOR-PAGO
              MOVE WRK-VALOR-ABERTO TO WRK-VALOR-ED
              MOVE WRK-VALOR-ED TO WRK-AV-CAMPO(3)
              MOVE CR-TIPO TO WRK-AV-CAMPO(4)
              MOVE WRK-AV-NOME TO WRK-AV-CAMPO(5)
              PERFORM 0600-ENFILEIRA.

      *    Um aviso ao responsavel por aluno, termo e motivo da
      *    previa; o MATRICULAS.DAT traz o nome e o e-mail dele.
         4000-AVISA-ALUNOS SECTION.
              OPEN INPUT PREVIARISCO-FILE
              IF WRK-STATUS-RISCO NOT = "00"
                  DISPLAY "PREVIARISCO.DAT indisponivel: "
                      WRK-STATUS-RISCO
                  GO TO 4000-SAIDA
              END-IF
              PERFORM 4050-CARREGA-MATRICULAS
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ PREVIARISCO-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          PERFORM 4100-MONTA-AVISO-ALUNO
                  END-READ
              END-PERFORM
              CLOSE PREVIARISCO-FILE.
         4000-SAIDA.
              EXIT.

         4050-CARREGA-MATRICULAS SECTION.
              OPEN INPUT MATRICULAS-FILE
              IF WRK-STATUS-MATR NOT = "00"
                  DISPLAY "MATRICULAS.DAT indisponivel: "
                      WRK-STATUS-MATR
                  GO TO 4050-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ MATRICULAS-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF WRK-QTD-MATR LESS 500
                              ADD 1 TO WRK-QTD-MATR
                              MOVE MT-MATRICULA TO
                                  TAB-MT-MATRICULA(WRK-QTD-MATR)
                              MOVE MT-RESP-NOME TO
                                  TAB-MT-RESP-NOME(WRK-QTD-MATR)
                              MOVE MT-RESP-EMAIL TO
                                  TAB-MT-RESP-EMAIL(WRK-QTD-MATR)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE MATRICULAS-FILE.
         4050-SAIDA.
              EXIT.

         4100-MONTA-AVISO-ALUNO SECTION.
              MOVE SPACES TO WRK-AVISO
              MOVE "ALUR" TO WRK-AV-MODELO
              MOVE "R" TO WRK-AV-TIPO-DEST
              MOVE PR-MATRICULA TO WRK-AV-CHAVE-DEST
              STRING PR-TERMO DELIMITED BY SIZE
                  PR-MOTIVO(1:10) DELIMITED BY SIZE
                  INTO WRK-AV-REFERENCIA
              ADD 1 TO WRK-QTD-ALUNOS-AV
              IF WRK-QTD-MATR GREATER ZERO
                  SET TAB-MT-IDX TO 1
                  SEARCH TAB-MT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-MT-MATRICULA(TAB-MT-IDX) =
                          PR-MATRICULA
                          MOVE TAB-MT-RESP-NOME(TAB-MT-IDX)
                              TO WRK-AV-NOME
                          MOVE TAB-MT-RESP-EMAIL(TAB-MT-IDX)
                              TO WRK-AV-ENDERECO
                  END-SEARCH
              END-IF
              MOVE PR-NOME TO WRK-AV-CAMPO(1)
              MOVE PR-TERMO TO WRK-AV-CAMPO(2)
              MOVE PR-MEDIA TO WRK-MEDIA-ED
              MOVE WRK-MEDIA-ED TO WRK-AV-CAMPO(3)
              MOVE PR-PRESENCA TO WRK-PRES-ED
              MOVE WRK-PRES-ED TO WRK-AV-CAMPO(4)
              MOVE PR-MOTIVO TO WRK-AV-CAMPO(5)
              PERFORM 0600-ENFILEIRA.

      *    Contracheque disponivel: a ultima competencia de folha
      *    mensal gravada no FUNCHIST.DAT, um aviso por funcionario.
         5000-AVISA-CONTRACHEQUES SECTION.
              OPEN INPUT FUNCHIST-FILE
              IF WRK-STATUS-FUNCHIST NOT = "00"
                  DISPLAY "FUNCHIST.DAT indisponivel: "
                      WRK-STATUS-FUNCHIST
                  GO TO 5000-SAIDA
              END-IF
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ FUNCHIST-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF (FH-TIPO-VERBA = SPACE
                              OR FH-TIPO-VERBA = "M")
                              AND FH-COMPETENCIA
                                  GREATER WRK-COMPETENCIA-FOLHA
                              MOVE FH-COMPETENCIA
                                  TO WRK-COMPETENCIA-FOLHA
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FUNCHIST-FILE
              IF WRK-COMPETENCIA-FOLHA = ZEROS
                  GO TO 5000-SAIDA
              END-IF
              OPEN INPUT FUNCIDENT-FILE
              IF WRK-STATUS-FUNCIDENT = "00"
                  SET IDENT-ABERTO TO TRUE
              END-IF
              OPEN INPUT FUNCHIST-FILE
              MOVE "N" TO WRK-FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO
                  READ FUNCHIST-FILE
                      AT END
                          SET FIM-ARQUIVO TO TRUE
                      NOT AT END
                          IF (FH-TIPO-VERBA = SPACE
                              OR FH-TIPO-VERBA = "M")
                              AND FH-COMPETENCIA
                                  = WRK-COMPETENCIA-FOLHA
                              PERFORM 5100-MONTA-AVISO-CCHQ
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FUNCHIST-FILE
              IF IDENT-ABERTO
                  CLOSE FUNCIDENT-FILE
              END-IF.
         5000-SAIDA.
              EXIT.

         5100-MONTA-AVISO-CCHQ SECTION.
              MOVE SPACES TO WRK-AVISO
              MOVE "CCHQ" TO WRK-AV-MODELO
              MOVE "F" TO WRK-AV-TIPO-DEST
              MOVE FH-CODIGO TO WRK-AV-CHAVE-DEST
              MOVE FH-COMPETENCIA TO WRK-AV-REFERENCIA
              ADD 1 TO WRK-QTD-CCHQ-AV
              MOVE FH-NOME TO WRK-AV-NOME
              IF IDENT-ABERTO
                  MOVE FH-CODIGO TO FI-CODIGO
                  READ FUNCIDENT-FILE KEY IS FI-CODIGO
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE FI-EMAIL TO WRK-AV-ENDERECO
                  END-READ
              END-IF
              MOVE FH-COMPETENCIA TO WRK-COMPET-X
              STRING WRK-CX-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WRK-CX-ANO DELIMITED BY SIZE
                  INTO WRK-AV-CAMPO(1)
              MOVE FH-NOME TO WRK-AV-CAMPO(2)
              PERFORM 0600-ENFILEIRA.

      *    Poe o aviso montado na fila, se ainda nao foi enviado. Ja
      *    enviado so volta quando o gateway devolveu FALHA, ou
      *    DEVOLVIDO e o endereco do cadastro mudou desde entao.
         0600-ENFILEIRA SECTION.
              ADD 1 TO WRK-JOB-LIDOS
              IF WRK-AV-ENDERECO = SPACES
                  ADD 1 TO WRK-QTD-SEM-ENDERECO
                  MOVE "DESTINATARIO SEM E-MAIL" TO WRK-OCORRENCIA
                  PERFORM 0650-REGISTRA-OCORRENCIA
                  GO TO 0600-SAIDA
              END-IF
              MOVE "N" TO WRK-ACHOU-HIST
              IF WRK-QTD-HIST GREATER ZERO
                  SET TAB-NH-IDX TO 1
                  SEARCH TAB-NH-REG
                      AT END
                          CONTINUE
                      WHEN TAB-NH-CHAVE(TAB-NH-IDX) = WRK-AV-CHAVE
                          SET ACHOU-HIST TO TRUE
                  END-SEARCH
              END-IF
              IF ACHOU-HIST
                  MOVE "S" TO TAB-NH-VIVO(TAB-NH-IDX)
                  IF TAB-NH-STATUS(TAB-NH-IDX) = "FALHA"
                      OR (TAB-NH-STATUS(TAB-NH-IDX) = "DEVOLVIDO"
                      AND TAB-NH-ENDERECO(TAB-NH-IDX)
                          NOT = WRK-AV-ENDERECO)
                      ADD 1 TO WRK-QTD-REENVIOS
                  ELSE
                      ADD 1 TO WRK-QTD-JA-ENVIADOS
                      GO TO 0600-SAIDA
                  END-IF
              ELSE
                  IF WRK-QTD-HIST NOT LESS 5000
                      DISPLAY "NOTIFHIST.DAT maior que o"
                          " limite de 5000 avisos"
                      MOVE 8 TO RETURN-CODE
                      GO TO 0600-SAIDA
                  END-IF
                  ADD 1 TO WRK-QTD-HIST
                  SET TAB-NH-IDX TO WRK-QTD-HIST
                  MOVE WRK-AV-CHAVE TO TAB-NH-CHAVE(TAB-NH-IDX)
                  MOVE "S" TO TAB-NH-VIVO(TAB-NH-IDX)
              END-IF
              MOVE WRK-AV-ENDERECO TO TAB-NH-ENDERECO(TAB-NH-IDX)
              MOVE WRK-DATA-SISTEMA TO TAB-NH-DATA-ENVIO(TAB-NH-IDX)
              MOVE "NA FILA" TO TAB-NH-STATUS(TAB-NH-IDX)
              MOVE WRK-DATA-SISTEMA TO TAB-NH-DATA-STATUS(TAB-NH-IDX)
              MOVE SPACES TO TAB-NH-MOTIVO(TAB-NH-IDX)
              MOVE WRK-AV-CHAVE TO NF-CHAVE-AVISO
              MOVE WRK-AV-NOME TO NF-NOME-DEST
              MOVE WRK-AV-ENDERECO TO NF-ENDERECO
              MOVE WRK-DATA-SISTEMA TO NF-DATA-GERACAO
              PERFORM VARYING WRK-AV-IDX FROM 1 BY 1
                  UNTIL WRK-AV-IDX GREATER 5
                  MOVE WRK-AV-CAMPO(WRK-AV-IDX)
                      TO NF-CAMPO(WRK-AV-IDX)
              END-PERFORM
              WRITE NOTIFFILA-REG
              ADD 1 TO WRK-JOB-GRAVADOS
              ADD 1 TO WRK-QTD-ENFILEIRADOS.
         0600-SAIDA.
              EXIT.

         0650-REGISTRA-OCORRENCIA SECTION.
              ADD 1 TO WRK-JOB-REJEITADOS
              IF RETURN-CODE LESS 4
                  MOVE 4 TO RETURN-CODE
              END-IF
              MOVE WRK-AV-MODELO      TO WRK-LO-MODELO
              MOVE WRK-AV-TIPO-DEST   TO WRK-LO-TIPO-DEST
              MOVE WRK-AV-CHAVE-DEST  TO WRK-LO-CHAVE-DEST
              MOVE WRK-AV-REFERENCIA  TO WRK-LO-REFERENCIA
              MOVE WRK-OCORRENCIA     TO WRK-LO-OCORRENCIA
              MOVE WRK-LINHA-OCORRENCIA TO WRK-IMP-LINHA
              PERFORM 8800-IMP-LINHA
              MOVE SPACES TO WRK-EXC-CHAVE
              STRING WRK-AV-MODELO DELIMITED BY SIZE
                  WRK-AV-TIPO-DEST DELIMITED BY SIZE
                  WRK-AV-CHAVE-DEST DELIMITED BY SIZE
                  INTO WRK-EXC-CHAVE
              MOVE WRK-OCORRENCIA TO WRK-EXC-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0255-GRAVA-EXCDIARIO SECTION.
              MOVE "NOTIFICA" TO WRK-EXC-SISTEMA
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

      *    Cliente do aviso: nome e e-mail do primeiro contato.
         0700-BUSCA-CONTATO SECTION.
              MOVE "N" TO WRK-ACHOU-CONTATO
              IF WRK-QTD-CONTATO GREATER ZERO
                  SET TAB-CT-IDX TO 1
                  SEARCH TAB-CT-REG
                      AT END
                          CONTINUE
                      WHEN TAB-CT-CLIENTE(TAB-CT-IDX) = WRK-CLIENTE-CT
                          SET ACHOU-CONTATO TO TRUE
                  END-SEARCH
              END-IF.

         0710-ENDERECO-CLIENTE SECTION.
              PERFORM 0700-BUSCA-CONTATO
              IF ACHOU-CONTATO
                  MOVE TAB-CT-NOME(TAB-CT-IDX) TO WRK-AV-NOME
                  MOVE TAB-CT-EMAIL(TAB-CT-IDX) TO WRK-AV-ENDERECO
              END-IF.

         0800-FORMATA-DATA SECTION.
              MOVE WRK-DX-DIA TO WRK-DE-DIA
              MOVE WRK-DX-MES TO WRK-DE-MES
              MOVE WRK-DX-ANO TO WRK-DE-ANO.

         0820-AVANCA-UM-DIA SECTION.
              PERFORM 0840-DIAS-DO-MES
              IF WRK-DP-DIA LESS WRK-DIAS-NO-MES
                  ADD 1 TO WRK-DP-DIA
              ELSE
                  MOVE 1 TO WRK-DP-DIA
                  IF WRK-DP-MES LESS 12
                      ADD 1 TO WRK-DP-MES
                  ELSE
                      MOVE 1 TO WRK-DP-MES
                      ADD 1 TO WRK-DP-ANO
                  END-IF
              END-IF.

         0830-RECUA-UM-DIA SECTION.
              IF WRK-DP-DIA GREATER 1
                  SUBTRACT 1 FROM WRK-DP-DIA
              ELSE
                  IF WRK-DP-MES GREATER 1
                      SUBTRACT 1 FROM WRK-DP-MES
                  ELSE
                      MOVE 12 TO WRK-DP-MES
                      SUBTRACT 1 FROM WRK-DP-ANO
                  END-IF
                  PERFORM 0840-DIAS-DO-MES
                  MOVE WRK-DIAS-NO-MES TO WRK-DP-DIA
              END-IF.

         0840-DIAS-DO-MES SECTION.
              EVALUATE WRK-DP-MES
                  WHEN 02
                      MOVE 28 TO WRK-DIAS-NO-MES
                      DIVIDE WRK-DP-ANO BY 4 GIVING WRK-QUOC-LEAP
                          REMAINDER WRK-RESTO-LEAP
                      IF WRK-RESTO-LEAP = ZEROS
                          MOVE 29 TO WRK-DIAS-NO-MES
                      END-IF
                      DIVIDE WRK-DP-ANO BY 100 GIVING WRK-QUOC-LEAP
                          REMAINDER WRK-RESTO-LEAP
                      IF WRK-RESTO-LEAP = ZEROS
                          MOVE 28 TO WRK-DIAS-NO-MES
                          DIVIDE WRK-DP-ANO BY 400
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

         8000-TOTAIS SECTION.
              IF WRK-QTD-SEM-ENDERECO = ZEROS
                  AND WRK-JOB-REJEITADOS = ZEROS
                  MOVE "TODOS OS EVENTOS COM ENDERECO"
                      TO WRK-IMP-LINHA
                  PERFORM 8800-IMP-LINHA
              END-IF
              MOVE WRK-QTD-ENFILEIRADOS TO WRK-QTD-ED
              MOVE SPACES TO WRK-IMP-TOTAIS
              STRING "AVISOS NA FILA " DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-IMP-TOTAIS
              PERFORM 8840-IMP-FIM.

      *    O historico e regravado com as inclusoes e os reenvios.
      *    Sai o aviso que nao voltou nesta rodada, nao esta em
      *    FALHA e tem a ultima situacao anterior a data de expurgo:
      *    o evento ja saiu das janelas e nao volta para a fila.
         9000-FINALIZAR SECTION.
              CLOSE NOTIFFILA-FILE
              CLOSE NOTIFREL-FILE
              CLOSE EXCDIARIO-FILE
              OPEN OUTPUT NOTIFHIST-FILE
              IF WRK-STATUS-HIST NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "NOTIFHIST.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-HIST TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM VARYING TAB-NH-IDX FROM 1 BY 1
                  UNTIL TAB-NH-IDX GREATER WRK-QTD-HIST
                  IF TAB-NH-VIVO(TAB-NH-IDX) = "N"
                      AND TAB-NH-STATUS(TAB-NH-IDX) NOT = "FALHA"
                      AND TAB-NH-DATA-STATUS(TAB-NH-IDX)
                          LESS WRK-DATA-EXPURGO
                      ADD 1 TO WRK-QTD-EXPURGADOS
                  ELSE
                      MOVE TAB-NH-REG(TAB-NH-IDX) TO NOTIFHIST-REG
                      WRITE NOTIFHIST-REG
                  END-IF
              END-PERFORM
              CLOSE NOTIFHIST-FILE
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
              DISPLAY "EVENTOS DE PEDIDO    : " WRK-QTD-PEDIDOS-AV
              DISPLAY "TITULOS A VENCER     : " WRK-QTD-TITULOS-AV
              DISPLAY "ALUNOS EM RISCO      : " WRK-QTD-ALUNOS-AV
              DISPLAY "CONTRACHEQUES        : " WRK-QTD-CCHQ-AV
              DISPLAY "AVISOS NA FILA       : " WRK-QTD-ENFILEIRADOS
              DISPLAY "  DOS QUAIS REENVIOS : " WRK-QTD-REENVIOS
              DISPLAY "JA ENVIADOS ANTES    : " WRK-QTD-JA-ENVIADOS
              DISPLAY "SEM ENDERECO         : " WRK-QTD-SEM-ENDERECO
              DISPLAY "EXPURGADOS DO HIST.  : " WRK-QTD-EXPURGADOS
              DISPLAY "==========================================".
           COPY IMPRIMECPY REPLACING
               ==REL-REG== BY ==NOTIFREL-REG==.

           COPY FRETELECPY.

       END PROGRAM NOTIFICA.
