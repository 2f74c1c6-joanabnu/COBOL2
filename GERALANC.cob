      *                      somava de novo em dezembro a metade ja
      *                      revertida em novembro e duplicava em
      *                      reexecucao.
      *   16/01/2025 - JLS - Impostos a recolher do lote de frete passam
      *                      a ser creditados por UF de destino, pelas
      *                      linhas do resumo de frete; a soma das UFs
      *                      precisa fechar com o imposto total ou o
      *                      lote sai desbalanceado. Resumo antigo, sem
      *                      as linhas por UF, lanca como antes.
      *   25/01/2025 - JLS - Novo lote FRTPAG com o custo de frete das
      *                      transportadoras: titulos de CONTASPAG.DAT
      *                      emitidos na competencia, pelo liquido do
      *                      abatimento de sinistro, debito custo de
      *                      frete (5400) contra transportadoras a pagar
      *                      (2700). Sem o arquivo o lote nao e gerado.
      *   04/02/2025 - JLS - Novo lote ENCARG com os encargos do
      *                      empregador da competencia, lidos do
      *                      historico mensal (FUNCHIST.DAT): despesa
      *                      por departamento de FGTS (5500), INSS
      *                      patronal (5600) e terceiros (5700) contra
      *                      FGTS a recolher (2800), INSS patronal a
      *                      recolher (2900) e terceiros a recolher
      *                      (2950). Sem encargo gravado o lote nao e
      *                      gerado.
      *   05/02/2025 - JLS - Lote de folha le o total de salario-familia
      *                      do resumo e o debita no INSS a recolher
      *                      (2100) como compensacao; sem a linha, lanca
      *                      como antes.
      *   10/02/2025 - JLS - Lote de folha credita o desconto de
      *                      beneficios do resumo em beneficios a pagar
      *                      (2960), e o novo lote BENEF lanca a parte
      *                      da empresa no custo dos beneficios: despesa
      *                      com beneficios (5800) contra beneficios a
      *                      pagar (2960). Sem as linhas no resumo,
      *                      lanca como antes.
      *   12/02/2025 - JLS - Lote de folha credita a pensao alimenticia
      *                      descontada (linha TOTAL PENSAO ALIMENT do
      *                      resumo) em pensao alimenticia a pagar
      *                      (2970); sem a linha, lanca como antes.
      *   20/02/2025 - JLS - Novo lote MENSAL com as mensalidades
      *                      escolares da competencia, lidas do mestre
      *                      MENSALREC.DAT (MENSALIDADE): mensalidades a
      *                      receber (1300) e bolsas concedidas (4250) a
      *                      debito contra receita de mensalidades
      *                      (4200). Sem o arquivo o lote nao e gerado.
      *   26/02/2025 - JLS - Lotes manuais (prefixo MN, gravados pelo
      *                      MANLANC depois de aprovados) ja presentes
      *                      em LANCAMENTOS.DAT sao mantidos quando o
      *                      arquivo e regravado; mais de 500 linhas
      *                      manuais encerra com RETURN-CODE 8 sem
      *                      regravar.
      *   27/02/2025 - JLS - Mantem tambem, ao regravar LANCAMENTOS.DAT,
      *                      os lotes de encerramento (EA) e de abertura
      *                      (AB) do exercicio gravados pelo ENCERRAANO;
      *                      o limite de linhas mantidas passa de 500
      *                      para 999.
      *   28/02/2025 - JLS - Contas e historicos de cada lancamento
      *                      passam a vir das regras de REGRASLANC.DAT
      *                      (mantido pelo MANREGRA), pela de maior
      *                      vigencia ate hoje de cada evento; evento
      *                      exigido pelos lotes do dia sem regra em
      *                      vigor, ou com conta inativa, recusa a
      *                      execucao com RETURN-CODE 8 e linha em
      *                      EXCDIARIO.DAT antes de regravar
      *                      LANCAMENTOS.DAT.
      *   01/03/2025 - JLS - Lotes de recebimento (RB) e de perda com
      *                      clientes (PD), gravados pelo CONTASREC,
      *                      mantidos na regravacao de LANCAMENTOS.DAT
      *                      como os manuais.
      *   02/03/2025 - JLS - Lotes de aplicacoes financeiras (AP, do
      *                      APLICFIN) mantidos na regravacao de
      *                      LANCAMENTOS.DAT; tabela de regras em vigor
      *                      acompanha o catalogo de 29 eventos.
      *   08/03/2025 - JLS - Lotes mantidos na regravacao de
      *                      LANCAMENTOS.DAT passam por um arquivo de
      *                      trabalho (LANCTMP.DAT) em vez da tabela de
      *                      999 linhas: o historico dos lotes diarios
      *                      do APLICFIN e do CONTASREC esgotava o
      *                      limite e parava o programa.
      *   08/03/2025 - JLS - Tabela de regras em vigor acompanha o
      *                      catalogo de 30 eventos (credito de
      *                      sinistro a cliente, lancado pelo
      *                      CONTASREC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERALANC.
           SELECT LANCAMENTOS-FILE ASSIGN TO "LANCAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANC.
           SELECT LANCTMP-FILE ASSIGN TO "LANCTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANCTMP.
           SELECT EXCDIARIO-FILE ASSIGN TO "EXCDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXCDIARIO.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERIODO.
           SELECT CONTASPAG-FILE ASSIGN TO "CONTASPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGAR.
           SELECT FUNCHIST-FILE ASSIGN TO "FUNCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FUNCHIST.
           SELECT MENSALREC-FILE ASSIGN TO "MENSALREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSAL.
           SELECT REGRASLANC-FILE ASSIGN TO "REGRASLANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REGRAS.

       DATA DIVISION.
       FILE SECTION.
           05 LC-VALOR               PIC 9(11)V99.
           05 LC-HISTORICO           PIC X(30).

      *    Lotes de outros programas guardados enquanto o arquivo e
      *    regravado.
       FD  LANCTMP-FILE.
       01  LANCTMP-REG               PIC X(62).

       FD  EXCDIARIO-FILE.
       01  EXCDIARIO-REG             PIC X(91).

           05 FG-COMPETENCIA         PIC 9(06).
           05 FG-VALOR-BRUTO         PIC 9(07)V99.

       FD  CONTASPAG-FILE.
       01  CONTASPAG-REG.
           05 CP-TRANSPORTADORA       PIC X(03).
           05 CP-FATURA               PIC X(10).
           05 CP-SEQUENCIA            PIC 9(02).
           05 CP-DATA-EMISSAO         PIC 9(08).
           05 CP-DATA-VENCTO          PIC 9(08).
           05 CP-VALOR-BRUTO          PIC 9(10)V99.
           05 CP-VALOR-ABATIDO        PIC 9(10)V99.
           05 CP-QTD-PEDIDOS          PIC 9(05).
           05 CP-STATUS               PIC X(08).
           05 CP-DATA-REMESSA         PIC 9(08).

       FD  FUNCHIST-FILE.
       01  FUNCHIST-REG.
           05 FH-COMPETENCIA         PIC 9(06).
           05 FH-CODIGO              PIC 9(04).
           05 FH-NOME                PIC X(15).
           05 FH-DEPTO               PIC X(04).
           05 FH-SALARIO             PIC 9(06).
           05 FH-INSS                PIC 9(06)V99.
           05 FH-IRRF                PIC 9(06)V99.
           05 FH-SALARIO-LIQUIDO     PIC 9(06)V99.
           05 FH-TIPO-VERBA          PIC X(01).
           05 FH-FGTS                PIC 9(06)V99.
           05 FH-INSS-EMPRESA        PIC 9(06)V99.
           05 FH-TERCEIROS           PIC 9(06)V99.

       FD  MENSALREC-FILE.
       01  MENSALREC-REG.
           05 ME-COMPETENCIA         PIC 9(06).
           05 ME-MATRICULA           PIC 9(06).
           05 ME-CURSO               PIC X(04).
           05 ME-DATA-EMISSAO        PIC 9(08).
           05 ME-DATA-VENCTO         PIC 9(08).
           05 ME-DIAS-COBRADOS       PIC 9(02).
           05 ME-VALOR-BRUTO         PIC 9(08)V99.
           05 ME-VALOR-DESCONTO      PIC 9(08)V99.
           05 ME-VALOR-ORIGINAL      PIC 9(08)V99.
           05 ME-VALOR-PAGO          PIC 9(08)V99.
           05 ME-STATUS              PIC X(08).
           05 ME-DATA-PAGTO          PIC 9(08).

       FD  REGRASLANC-FILE.
       01  REGRASLANC-REG.
           05 RG-EVENTO              PIC X(10).
           05 RG-VIGENCIA            PIC 9(08).
           05 RG-CONTA-DEBITO        PIC 9(04).
           05 RG-CONTA-CREDITO       PIC 9(04).
           05 RG-HISTORICO           PIC X(30).

       WORKING-STORAGE SECTION.

           COPY JOBINFCPY.
         77 WRK-STATUS-FOLHA     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FRETE     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-LANC      PIC X(02) VALUE SPACES.
         77 WRK-STATUS-LANCTMP   PIC X(02) VALUE SPACES.
         77 WRK-FIM-ARQUIVO      PIC X(01) VALUE "N".
             88 FIM-ARQUIVO VALUE "S".

         77 WRK-FL-INSS          PIC 9(11)V99 VALUE ZEROS.
         77 WRK-FL-IRRF          PIC 9(11)V99 VALUE ZEROS.
         77 WRK-FL-LIQUIDO       PIC 9(11)V99 VALUE ZEROS.
         77 WRK-FL-SALFAM        PIC 9(11)V99 VALUE ZEROS.
         77 WRK-FL-DESC-BENEF    PIC 9(11)V99 VALUE ZEROS.
         77 WRK-FL-CUSTO-BENEF   PIC 9(11)V99 VALUE ZEROS.
         77 WRK-FL-PENSAO        PIC 9(11)V99 VALUE ZEROS.
         77 WRK-BN-EMPRESA       PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TEM-FOLHA        PIC X(01) VALUE "N".
             88 TEM-FOLHA VALUE "S".

         77 WRK-TEM-FRETE        PIC X(01) VALUE "N".
             88 TEM-FRETE VALUE "S".

      *    Imposto a recolher por UF de destino, das linhas do resumo
      *    de frete; resumo sem essas linhas lanca o imposto num
      *    valor so, como antes.
         01 TAB-IMPUF.
             05 TAB-IU-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-IMPUF
                 INDEXED BY TAB-IU-IDX.
                 10 TAB-IU-UF         PIC X(02).
                 10 TAB-IU-IMPOSTO    PIC 9(11)V99.
         77 WRK-QTD-IMPUF        PIC 9(02) VALUE ZEROS.
         77 WRK-SOMA-IMPUF       PIC 9(11)V99 VALUE ZEROS.

      *    Extracao de valor de uma linha editada (pontos de milhar
      *    e virgula decimal), digito a digito, como a verificacao
      *    de integridade do JOBFRETE ja faz.
         77 WRK-TOT-CREDITO      PIC 9(11)V99 VALUE ZEROS.
         77 WRK-QTD-LOTES        PIC 9(02) VALUE ZEROS.

      *    Lotes manuais (prefixo MN, gravados pelo MANLANC depois de
      *    aprovados) e os de encerramento (EA) e abertura (AB) do
      *    exercicio, gravados pelo ENCERRAANO, mais os de
      *    recebimento (RB) e perda (PD) gravados pelo CONTASREC: o
      *    arquivo e regravado a cada execucao e eles precisam
      *    sobreviver ao reprocessamento. Passam pelo LANCTMP.DAT.
         77 WRK-QTD-MANUAL       PIC 9(07) VALUE ZEROS.
         77 WRK-FIM-MANUAL       PIC X(01) VALUE "N".
             88 FIM-MANUAL VALUE "S".

      *    Provisoes mensais de 13o e ferias (um doze avos do bruto
      *    da folha; ferias com o terco) e as reversoes quando o
      *    DECIMO13 ou o pagamento de ferias consomem a provisao.
         77 WRK-ANO-HOJE         PIC 9(04) VALUE ZEROS.
         77 WRK-COMPETENCIA-HOJE PIC 9(06) VALUE ZEROS.

      *    Custo de frete das transportadoras: titulos a pagar
      *    emitidos na competencia (CONTASPAG.DAT, do PAGTRANSP),
      *    pelo liquido do abatimento de sinistro.
         77 WRK-STATUS-PAGAR     PIC X(02) VALUE SPACES.
         77 WRK-FIM-PAGAR        PIC X(01) VALUE "N".
             88 FIM-PAGAR VALUE "S".
         77 WRK-FP-CUSTO         PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TEM-PAGAR        PIC X(01) VALUE "N".
             88 TEM-PAGAR VALUE "S".

      *    Encargos do empregador da competencia por departamento,
      *    das linhas do historico mensal (FUNCHIST.DAT) gravadas
      *    pela folha, ferias, 13o e rescisao.
         77 WRK-STATUS-FUNCHIST  PIC X(02) VALUE SPACES.
         77 WRK-FIM-FUNCHIST     PIC X(01) VALUE "N".
             88 FIM-FUNCHIST VALUE "S".
         01 TAB-ENCARGOS.
             05 TAB-EC-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-ENCARGOS
                 INDEXED BY TAB-EC-IDX.
                 10 TAB-EC-DEPTO      PIC X(04).
                 10 TAB-EC-FGTS       PIC 9(11)V99.
                 10 TAB-EC-INSS-EMP   PIC 9(11)V99.
                 10 TAB-EC-TERCEIROS  PIC 9(11)V99.
         77 WRK-QTD-ENCARGOS     PIC 9(02) VALUE ZEROS.
         77 WRK-ACHOU-DEPTO      PIC X(01) VALUE "N".
             88 ACHOU-DEPTO VALUE "S".
         77 WRK-EC-FGTS          PIC 9(11)V99 VALUE ZEROS.
         77 WRK-EC-INSS-EMP      PIC 9(11)V99 VALUE ZEROS.
         77 WRK-EC-TERCEIROS     PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TEM-ENCARGOS     PIC X(01) VALUE "N".
             88 TEM-ENCARGOS VALUE "S".

      *    Mensalidades escolares faturadas na competencia
      *    (MENSALREC.DAT, do MENSALIDADE): receita bruta, desconto
      *    de bolsa e o liquido a receber dos alunos.
         77 WRK-STATUS-MENSAL    PIC X(02) VALUE SPACES.
         77 WRK-FIM-MENSAL       PIC X(01) VALUE "N".
             88 FIM-MENSAL VALUE "S".
         77 WRK-MS-BRUTO         PIC 9(11)V99 VALUE ZEROS.
         77 WRK-MS-DESCONTO      PIC 9(11)V99 VALUE ZEROS.
         77 WRK-MS-LIQUIDO       PIC 9(11)V99 VALUE ZEROS.
         77 WRK-TEM-MENSAL       PIC X(01) VALUE "N".
             88 TEM-MENSAL VALUE "S".

      *    Plano de contas para validar cada lancamento; sem
      *    PLANOCONTAS.DAT o programa avisa e aceita como antes.
         77 WRK-STATUS-PLANO     PIC X(02) VALUE SPACES.
         77 WRK-CONTA-OK         PIC X(01) VALUE "S".
             88 CONTA-OK VALUE "S".

      *    Regras de lancamento (REGRASLANC.DAT, mantido pelo
      *    MANREGRA): conta a debito, conta a credito e historico de
      *    cada evento contabil, com vigencia. Vale para o evento a
      *    regra de maior vigencia ate hoje; as resolvidas ficam na
      *    mesma posicao do evento no catalogo.
           COPY REGRALANCCPY.
         77 WRK-STATUS-REGRAS    PIC X(02) VALUE SPACES.
         77 WRK-FIM-REGRAS       PIC X(01) VALUE "N".
             88 FIM-REGRAS VALUE "S".
         01 TAB-REGRAS.
             05 TAB-RG-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-REGRAS
                 INDEXED BY TAB-RG-IDX.
                 10 TAB-RG-EVENTO     PIC X(10).
                 10 TAB-RG-VIGENCIA   PIC 9(08).
                 10 TAB-RG-DEBITO     PIC 9(04).
                 10 TAB-RG-CREDITO    PIC 9(04).
                 10 TAB-RG-HISTORICO  PIC X(30).
         77 WRK-QTD-REGRAS       PIC 9(03) VALUE ZEROS.
         01 TAB-REGRA-VIGENTE.
             05 TAB-RV-REG OCCURS 30 TIMES.
                 10 TAB-RV-VIGENCIA   PIC 9(08).
                 10 TAB-RV-DEBITO     PIC 9(04).
                 10 TAB-RV-CREDITO    PIC 9(04).
                 10 TAB-RV-HISTORICO  PIC X(30).
         77 WRK-IDX-EVENTO       PIC 9(02) VALUE ZEROS.
         77 WRK-EVENTO           PIC X(10) VALUE SPACES.
         77 WRK-VALOR-EVENTO     PIC 9(11)V99 VALUE ZEROS.
         77 WRK-COMPL-HISTORICO  PIC X(20) VALUE SPACES.
         77 WRK-CONTA-REGRA      PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-SEM-REGRA    PIC 9(02) VALUE ZEROS.
         77 WRK-GRUPO-EXIGIDO    PIC X(01) VALUE "N".
             88 GRUPO-EXIGIDO VALUE "S".

      *    Controle de periodos contabeis: mes FECHADO nao recebe
      *    lancamento novo, como a regra de lote desbalanceado.
         77 WRK-STATUS-PERIODO   PIC X(02) VALUE SPACES.
              PERFORM 1000-INICIALIZAR
              PERFORM 0100-LE-RESUMO-FOLHA
              PERFORM 0200-LE-RESUMO-FRETE
              PERFORM 0270-LE-CONTAS-PAGAR
              PERFORM 0280-LE-ENCARGOS
              PERFORM 0290-LE-MENSALIDADES
              PERFORM 0455-LE-REVERSOES
              IF NOT TEM-FOLHA AND NOT TEM-FRETE AND NOT TEM-PAGAR
                  AND NOT TEM-ENCARGOS AND NOT TEM-MENSAL
                  DISPLAY "Nenhum resumo de fechamento encontrado"
                  MOVE 8 TO RETURN-CODE
                  PERFORM 9900-RODAPE
                  GOBACK
              END-IF
      *    Evento exigido sem regra em vigor, ou com conta inativa,
      *    recusa a execucao antes de tocar em LANCAMENTOS.DAT.
              PERFORM 1080-RESOLVE-REGRAS
              IF WRK-QTD-SEM-REGRA GREATER ZERO
                  DISPLAY "REGRAS DE LANCAMENTO PENDENTES : "
                      WRK-QTD-SEM-REGRA " - LANCAMENTOS RECUSADOS"
                  MOVE 8 TO RETURN-CODE
                  PERFORM 9900-RODAPE
                  GOBACK
              END-IF
              PERFORM 1090-ABRE-LANCAMENTOS
              IF TEM-FOLHA
                  PERFORM 0300-LOTE-FOLHA
              END-IF
              END-IF
              IF TEM-FOLHA
                  PERFORM 0450-LOTE-PROVISOES
                  PERFORM 0490-LOTE-BENEFICIOS
              END-IF
              PERFORM 0460-LOTE-REVERSOES
              IF TEM-PAGAR
                  PERFORM 0470-LOTE-FRETE-PAGAR
              END-IF
              IF TEM-ENCARGOS
                  PERFORM 0480-LOTE-ENCARGOS
              END-IF
              IF TEM-MENSAL
                  PERFORM 0495-LOTE-MENSALIDADES
              END-IF
              PERFORM 9000-FINALIZAR
              GOBACK.

         0005-ZERA-ESTADO SECTION.
              MOVE "N" TO WRK-FIM-ARQUIVO
              MOVE "N" TO WRK-TEM-FOLHA
              MOVE ZEROS TO WRK-FL-SALFAM
              MOVE ZEROS TO WRK-FL-DESC-BENEF
              MOVE ZEROS TO WRK-FL-CUSTO-BENEF
              MOVE ZEROS TO WRK-FL-PENSAO
              MOVE ZEROS TO WRK-BN-EMPRESA
              MOVE "N" TO WRK-TEM-FRETE
              MOVE "N" TO WRK-APOS-VIRGULA
              MOVE ZEROS TO WRK-JOB-LIDOS
              MOVE ZEROS TO WRK-JOB-REJEITADOS
              MOVE ZEROS TO WRK-QTD-DECIMAIS
              MOVE ZEROS TO WRK-QTD-LOTES
              MOVE ZEROS TO WRK-QTD-MANUAL
              MOVE "N" TO WRK-FIM-MANUAL
              MOVE "N" TO WRK-FIM-D13
              MOVE "N" TO WRK-FIM-GOZO
              MOVE ZEROS TO WRK-PROV-13
              MOVE "N" TO WRK-TEM-PLANO
              MOVE ZEROS TO WRK-QTD-PLANO
              MOVE "N" TO WRK-FIM-PERIODO
              MOVE "N" TO WRK-PERIODO-FECHADO
              MOVE ZEROS TO WRK-QTD-IMPUF
              MOVE ZEROS TO WRK-SOMA-IMPUF
              MOVE "N" TO WRK-FIM-PAGAR
              MOVE "N" TO WRK-TEM-PAGAR
              MOVE ZEROS TO WRK-FP-CUSTO
              MOVE "N" TO WRK-FIM-FUNCHIST
              MOVE "N" TO WRK-ACHOU-DEPTO
              MOVE "N" TO WRK-TEM-ENCARGOS
              MOVE ZEROS TO WRK-QTD-ENCARGOS
              MOVE ZEROS TO WRK-EC-FGTS
              MOVE ZEROS TO WRK-EC-INSS-EMP
              MOVE ZEROS TO WRK-EC-TERCEIROS
              MOVE "N" TO WRK-FIM-MENSAL
              MOVE "N" TO WRK-TEM-MENSAL
              MOVE ZEROS TO WRK-MS-BRUTO
              MOVE ZEROS TO WRK-MS-DESCONTO
              MOVE ZEROS TO WRK-MS-LIQUIDO
              MOVE "N" TO WRK-FIM-REGRAS
              MOVE ZEROS TO WRK-QTD-REGRAS
              MOVE ZEROS TO WRK-QTD-SEM-REGRA
              MOVE SPACES TO WRK-COMPL-HISTORICO.

         0010-CABECALHO SECTION.
              MOVE "LANCAMENTOS-GL" TO WRK-JOB-NOME
                  PERFORM 9900-RODAPE
                  GOBACK
              END-IF
              PERFORM 1055-CARREGA-REGRAS.

      *    So depois das regras conferidas o arquivo e regravado,
      *    com os lotes manuais, de encerramento, de abertura e do
      *    contas a receber na frente.
         1090-ABRE-LANCAMENTOS SECTION.
              PERFORM 1070-GUARDA-MANUAIS
              OPEN OUTPUT LANCAMENTOS-FILE
              IF WRK-STATUS-LANC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-STATUS-LANC TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN INPUT LANCTMP-FILE
              MOVE "N" TO WRK-FIM-MANUAL
              PERFORM UNTIL FIM-MANUAL
                  READ LANCTMP-FILE
                      AT END
                          SET FIM-MANUAL TO TRUE
                      NOT AT END
                          MOVE LANCTMP-REG TO LANCAMENTOS-REG
                          WRITE LANCAMENTOS-REG
                  END-READ
              END-PERFORM
              CLOSE LANCTMP-FILE
              IF WRK-QTD-MANUAL GREATER ZERO
                  DISPLAY "Lancamentos manuais mantidos : "
                      WRK-QTD-MANUAL
              END-IF.

      *    Guarda os lotes manuais, os de encerramento e abertura,
      *    os de recebimento (RB) e perda (PD) do contas a receber e
      *    os de aplicacoes financeiras (AP) ja gravados antes de
      *    regravar o arquivo; sem o arquivo de trabalho, para antes
      *    de tocar em LANCAMENTOS.DAT.
         1070-GUARDA-MANUAIS SECTION.
              OPEN OUTPUT LANCTMP-FILE
              IF WRK-STATUS-LANCTMP NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "LANCTMP.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-LANCTMP TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              OPEN INPUT LANCAMENTOS-FILE
              IF WRK-STATUS-LANC = "00"
                  PERFORM UNTIL FIM-MANUAL
                      READ LANCAMENTOS-FILE INTO LANCAMENTOS-REG
                          AT END
                              SET FIM-MANUAL TO TRUE
                          NOT AT END
                              IF LC-LOTE(1:2) = "MN" OR "EA" OR "AB"
                                  OR "RB" OR "PD" OR "AP"
                                  ADD 1 TO WRK-QTD-MANUAL
                                  MOVE LANCAMENTOS-REG TO LANCTMP-REG
                                  WRITE LANCTMP-REG
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE LANCAMENTOS-FILE
              END-IF
              CLOSE LANCTMP-FILE.

      *    O controle de periodos e opcional: sem PERIODOS.DAT todo
      *    mes esta aberto, como antes do controle existir.
         1060-VERIFICA-PERIODO SECTION.
                  CLOSE PLANOCONTAS-FILE
              END-IF.

      *    Sem as regras de lancamento nao ha de onde tirar conta
      *    nenhuma: o arquivo e obrigatorio.
         1055-CARREGA-REGRAS SECTION.
              OPEN INPUT REGRASLANC-FILE
              IF WRK-STATUS-REGRAS NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "REGRASLANC.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-REGRAS TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GOBACK
              END-IF
              PERFORM UNTIL FIM-REGRAS
                  READ REGRASLANC-FILE INTO REGRASLANC-REG
                      AT END
                          SET FIM-REGRAS TO TRUE
                      NOT AT END
                          IF WRK-QTD-REGRAS NOT LESS 500
                              DISPLAY "REGRASLANC.DAT maior que o"
                                  " limite de 500 regras"
                              MOVE 8 TO RETURN-CODE
                              CLOSE REGRASLANC-FILE
                              PERFORM 9900-RODAPE
                              GOBACK
                          END-IF
                          ADD 1 TO WRK-QTD-REGRAS
                          MOVE RG-EVENTO
                              TO TAB-RG-EVENTO(WRK-QTD-REGRAS)
                          MOVE RG-VIGENCIA
                              TO TAB-RG-VIGENCIA(WRK-QTD-REGRAS)
                          MOVE RG-CONTA-DEBITO
                              TO TAB-RG-DEBITO(WRK-QTD-REGRAS)
                          MOVE RG-CONTA-CREDITO
                              TO TAB-RG-CREDITO(WRK-QTD-REGRAS)
                          MOVE RG-HISTORICO
                              TO TAB-RG-HISTORICO(WRK-QTD-REGRAS)
                  END-READ
              END-PERFORM
              CLOSE REGRASLANC-FILE.

      *    Resolve a regra em vigor de cada evento dos lotes que vao
      *    ser gerados: folha (com provisoes e beneficios), frete,
      *    reversoes, frete a pagar, encargos e mensalidades.
         1080-RESOLVE-REGRAS SECTION.
              MOVE ZEROS TO WRK-QTD-SEM-REGRA
              PERFORM VARYING WRK-IDX-EVENTO FROM 1 BY 1
                  UNTIL WRK-IDX-EVENTO GREATER WRK-QTD-EVENTOS-LANC
                  MOVE ZEROS TO TAB-RV-VIGENCIA(WRK-IDX-EVENTO)
                  MOVE ZEROS TO TAB-RV-DEBITO(WRK-IDX-EVENTO)
                  MOVE ZEROS TO TAB-RV-CREDITO(WRK-IDX-EVENTO)
                  MOVE SPACES TO TAB-RV-HISTORICO(WRK-IDX-EVENTO)
                  MOVE "N" TO WRK-GRUPO-EXIGIDO
                  EVALUATE TAB-EL-GRUPO(WRK-IDX-EVENTO)
                      WHEN "F"
                          MOVE WRK-TEM-FOLHA TO WRK-GRUPO-EXIGIDO
                      WHEN "T"
                          MOVE WRK-TEM-FRETE TO WRK-GRUPO-EXIGIDO
                      WHEN "V"
                          IF WRK-REV-13 GREATER ZEROS
                              OR WRK-REV-FERIAS GREATER ZEROS
                              SET GRUPO-EXIGIDO TO TRUE
                          END-IF
                      WHEN "P"
                          MOVE WRK-TEM-PAGAR TO WRK-GRUPO-EXIGIDO
                      WHEN "E"
                          MOVE WRK-TEM-ENCARGOS TO WRK-GRUPO-EXIGIDO
                      WHEN "M"
                          MOVE WRK-TEM-MENSAL TO WRK-GRUPO-EXIGIDO
                  END-EVALUATE
                  IF GRUPO-EXIGIDO
                      PERFORM 1085-RESOLVE-EVENTO
                  END-IF
              END-PERFORM.

         1085-RESOLVE-EVENTO SECTION.
              MOVE TAB-EL-EVENTO(WRK-IDX-EVENTO) TO WRK-EVENTO
              PERFORM VARYING TAB-RG-IDX FROM 1 BY 1
                  UNTIL TAB-RG-IDX GREATER WRK-QTD-REGRAS
                  IF TAB-RG-EVENTO(TAB-RG-IDX) = WRK-EVENTO
                      AND TAB-RG-VIGENCIA(TAB-RG-IDX)
                          NOT GREATER WRK-DATA-HOJE
                      AND TAB-RG-VIGENCIA(TAB-RG-IDX)
                          NOT LESS TAB-RV-VIGENCIA(WRK-IDX-EVENTO)
                      MOVE TAB-RG-VIGENCIA(TAB-RG-IDX)
                          TO TAB-RV-VIGENCIA(WRK-IDX-EVENTO)
                      MOVE TAB-RG-DEBITO(TAB-RG-IDX)
                          TO TAB-RV-DEBITO(WRK-IDX-EVENTO)
                      MOVE TAB-RG-CREDITO(TAB-RG-IDX)
                          TO TAB-RV-CREDITO(WRK-IDX-EVENTO)
                      MOVE TAB-RG-HISTORICO(TAB-RG-IDX)
                          TO TAB-RV-HISTORICO(WRK-IDX-EVENTO)
                  END-IF
              END-PERFORM
              IF TAB-RV-HISTORICO(WRK-IDX-EVENTO) = SPACES
                  MOVE "EVENTO SEM REGRA EM VIGOR" TO WRK-EXC-MOTIVO
                  PERFORM 1089-REGRA-PENDENTE
                  GO TO 1085-SAIDA
              END-IF
              IF TAB-EL-LADO(WRK-IDX-EVENTO) NOT = "C"
                  MOVE TAB-RV-DEBITO(WRK-IDX-EVENTO)
                      TO WRK-CONTA-REGRA
                  PERFORM 1087-CONFERE-CONTA-REGRA
              END-IF
              IF TAB-EL-LADO(WRK-IDX-EVENTO) NOT = "D"
                  MOVE TAB-RV-CREDITO(WRK-IDX-EVENTO)
                      TO WRK-CONTA-REGRA
                  PERFORM 1087-CONFERE-CONTA-REGRA
              END-IF.
         1085-SAIDA.
              EXIT.

      *    Conta da regra precisa estar informada e, havendo plano
      *    de contas, existir e estar ativa.
         1087-CONFERE-CONTA-REGRA SECTION.
              MOVE "S" TO WRK-CONTA-OK
              IF WRK-CONTA-REGRA = ZEROS
                  MOVE "N" TO WRK-CONTA-OK
              END-IF
              IF CONTA-OK AND TEM-PLANO-CONTAS
                  MOVE "N" TO WRK-CONTA-OK
                  IF WRK-QTD-PLANO GREATER ZERO
                      SET TAB-PL-IDX TO 1
                      SEARCH TAB-PL-REG
                          AT END
                              CONTINUE
                          WHEN TAB-PL-CONTA(TAB-PL-IDX) =
                              WRK-CONTA-REGRA
                              IF TAB-PL-ATIVO(TAB-PL-IDX) = "S"
                                  MOVE "S" TO WRK-CONTA-OK
                              END-IF
                      END-SEARCH
                  END-IF
              END-IF
              IF NOT CONTA-OK
                  MOVE SPACES TO WRK-EXC-MOTIVO
                  STRING "REGRA COM CONTA INATIVA " DELIMITED BY SIZE
                      WRK-CONTA-REGRA DELIMITED BY SIZE
                      INTO WRK-EXC-MOTIVO
                  PERFORM 1089-REGRA-PENDENTE
              END-IF.

         1089-REGRA-PENDENTE SECTION.
              DISPLAY "EVENTO " WRK-EVENTO " : " WRK-EXC-MOTIVO
              ADD 1 TO WRK-QTD-SEM-REGRA
              MOVE "LANCAMENTOS-GL" TO WRK-EXC-SISTEMA
              MOVE WRK-EVENTO TO WRK-EXC-CHAVE
              MOVE "E" TO WRK-EXC-SEVERIDADE
              MOVE "L005" TO WRK-EXC-COD-MOTIVO
              PERFORM 0610-GRAVA-AVISO-DIARIO.

      *    Conta do lancamento precisa existir e estar ativa no
      *    plano: debito em conta que ninguem possui sai com erro
      *    bem alto em vez de dormir no razao.
                  WHEN FUNCRESUMO-REG(1:24) = "TOTAL DESCONTO IRRF   : "
                      PERFORM 0900-EXTRAI-VALOR
                      MOVE WRK-VALOR-EXTRAIDO TO WRK-FL-IRRF
                  WHEN FUNCRESUMO-REG(1:24) = "TOTAL SALARIO FAMILIA : "
                      PERFORM 0900-EXTRAI-VALOR
                      MOVE WRK-VALOR-EXTRAIDO TO WRK-FL-SALFAM
                  WHEN FUNCRESUMO-REG(1:24) = "TOTAL DESCONTO BENEF  : "
                      PERFORM 0900-EXTRAI-VALOR
                      MOVE WRK-VALOR-EXTRAIDO TO WRK-FL-DESC-BENEF
                  WHEN FUNCRESUMO-REG(1:24) = "TOTAL CUSTO BENEFICIO : "
                      PERFORM 0900-EXTRAI-VALOR
                      MOVE WRK-VALOR-EXTRAIDO TO WRK-FL-CUSTO-BENEF
                  WHEN FUNCRESUMO-REG(1:24) = "TOTAL PENSAO ALIMENT  : "
                      PERFORM 0900-EXTRAI-VALOR
                      MOVE WRK-VALOR-EXTRAIDO TO WRK-FL-PENSAO
                  WHEN FUNCRESUMO-REG(1:24) = "TOTAL SALARIO LIQUIDO : "
                      PERFORM 0900-EXTRAI-VALOR
                      MOVE WRK-VALOR-EXTRAIDO TO WRK-FL-LIQUIDO
                      PERFORM 0900-EXTRAI-VALOR
                      MOVE WRK-VALOR-EXTRAIDO
                          TO WRK-FR-COM-IMPOSTO
                  WHEN RESUMOFRETE-REG(1:22) =
                      "IMPOSTO A RECOLHER UF "
                      AND WRK-QTD-IMPUF LESS 50
                      PERFORM 0900-EXTRAI-VALOR
                      ADD 1 TO WRK-QTD-IMPUF
                      MOVE RESUMOFRETE-REG(23:2)
                          TO TAB-IU-UF(WRK-QTD-IMPUF)
                      MOVE WRK-VALOR-EXTRAIDO
                          TO TAB-IU-IMPOSTO(WRK-QTD-IMPUF)
                      ADD WRK-VALOR-EXTRAIDO TO WRK-SOMA-IMPUF
              END-EVALUATE.

      *    Contas a pagar das transportadoras sao opcionais: sem o
      *    arquivo, ou sem titulo emitido na competencia, o lote de
      *    custo de frete nao e gerado.
         0270-LE-CONTAS-PAGAR SECTION.
              OPEN INPUT CONTASPAG-FILE
              IF WRK-STATUS-PAGAR NOT = "00"
                  GO TO 0270-SAIDA
              END-IF
              PERFORM UNTIL FIM-PAGAR
                  READ CONTASPAG-FILE INTO CONTASPAG-REG
                      AT END
                          SET FIM-PAGAR TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          IF CP-DATA-EMISSAO(1:6) =
                              WRK-COMPETENCIA-HOJE
                              COMPUTE WRK-FP-CUSTO = WRK-FP-CUSTO
                                  + CP-VALOR-BRUTO - CP-VALOR-ABATIDO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONTASPAG-FILE
              IF WRK-FP-CUSTO GREATER ZEROS
                  SET TEM-PAGAR TO TRUE
              END-IF.
         0270-SAIDA.
              EXIT.

      *    Historico mensal e opcional: sem o arquivo, ou sem
      *    encargo gravado na competencia, o lote de encargos nao e
      *    gerado. Linha do layout antigo (sem encargo) e ignorada.
         0280-LE-ENCARGOS SECTION.
              OPEN INPUT FUNCHIST-FILE
              IF WRK-STATUS-FUNCHIST NOT = "00"
                  GO TO 0280-SAIDA
              END-IF
              PERFORM UNTIL FIM-FUNCHIST
                  READ FUNCHIST-FILE INTO FUNCHIST-REG
                      AT END
                          SET FIM-FUNCHIST TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          IF FH-COMPETENCIA = WRK-COMPETENCIA-HOJE
                              AND FH-FGTS NUMERIC
                              AND FH-INSS-EMPRESA NUMERIC
                              AND FH-TERCEIROS NUMERIC
                              PERFORM 0285-ACUMULA-ENCARGO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FUNCHIST-FILE
              IF WRK-EC-FGTS GREATER ZEROS
                  OR WRK-EC-INSS-EMP GREATER ZEROS
                  OR WRK-EC-TERCEIROS GREATER ZEROS
                  SET TEM-ENCARGOS TO TRUE
              END-IF.
         0280-SAIDA.
              EXIT.

         0285-ACUMULA-ENCARGO SECTION.
              MOVE "N" TO WRK-ACHOU-DEPTO
              IF WRK-QTD-ENCARGOS GREATER ZERO
                  SET TAB-EC-IDX TO 1
                  SEARCH TAB-EC-REG
                      AT END
                          CONTINUE
                      WHEN TAB-EC-DEPTO(TAB-EC-IDX) = FH-DEPTO
                          SET ACHOU-DEPTO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-DEPTO
                  IF WRK-QTD-ENCARGOS NOT LESS 50
                      DISPLAY "DEPTO " FH-DEPTO
                          " ALEM DO LIMITE - ENCARGO NAO LANCADO"
                      MOVE 8 TO RETURN-CODE
                      GO TO 0285-SAIDA
                  END-IF
                  ADD 1 TO WRK-QTD-ENCARGOS
                  SET TAB-EC-IDX TO WRK-QTD-ENCARGOS
                  MOVE FH-DEPTO TO TAB-EC-DEPTO(TAB-EC-IDX)
                  MOVE ZEROS TO TAB-EC-FGTS(TAB-EC-IDX)
                  MOVE ZEROS TO TAB-EC-INSS-EMP(TAB-EC-IDX)
                  MOVE ZEROS TO TAB-EC-TERCEIROS(TAB-EC-IDX)
              END-IF
              ADD FH-FGTS         TO TAB-EC-FGTS(TAB-EC-IDX)
              ADD FH-INSS-EMPRESA TO TAB-EC-INSS-EMP(TAB-EC-IDX)
              ADD FH-TERCEIROS    TO TAB-EC-TERCEIROS(TAB-EC-IDX)
              ADD FH-FGTS         TO WRK-EC-FGTS
              ADD FH-INSS-EMPRESA TO WRK-EC-INSS-EMP
              ADD FH-TERCEIROS    TO WRK-EC-TERCEIROS.
         0285-SAIDA.
              EXIT.

      *    Mestre de mensalidades e opcional: sem o arquivo, ou sem
      *    titulo da competencia, o lote de mensalidades nao e
      *    gerado.
         0290-LE-MENSALIDADES SECTION.
              OPEN INPUT MENSALREC-FILE
              IF WRK-STATUS-MENSAL NOT = "00"
                  GO TO 0290-SAIDA
              END-IF
              PERFORM UNTIL FIM-MENSAL
                  READ MENSALREC-FILE INTO MENSALREC-REG
                      AT END
                          SET FIM-MENSAL TO TRUE
                      NOT AT END
                          ADD 1 TO WRK-JOB-LIDOS
                          IF ME-COMPETENCIA = WRK-COMPETENCIA-HOJE
                              ADD ME-VALOR-BRUTO TO WRK-MS-BRUTO
                              ADD ME-VALOR-DESCONTO TO WRK-MS-DESCONTO
                              ADD ME-VALOR-ORIGINAL TO WRK-MS-LIQUIDO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE MENSALREC-FILE
              IF WRK-MS-BRUTO GREATER ZEROS
                  SET TEM-MENSAL TO TRUE
              END-IF.
         0290-SAIDA.
              EXIT.

         0300-LOTE-FOLHA SECTION.
              MOVE "FOLHA " TO WRK-LOTE-ATUAL
              MOVE ZEROS TO WRK-TOT-DEBITO
              MOVE ZEROS TO WRK-TOT-CREDITO
      *    O salario-familia pago no liquido e compensado no INSS a
      *    recolher; o desconto de beneficios abate o que se deve ao
      *    fornecedor de beneficios; a pensao descontada fica a pagar
      *    aos beneficiarios.
              COMPUTE WRK-TOT-DEBITO = WRK-FL-BRUTO + WRK-FL-SALFAM
              COMPUTE WRK-TOT-CREDITO =
                  WRK-FL-INSS + WRK-FL-IRRF + WRK-FL-LIQUIDO
                  + WRK-FL-DESC-BENEF + WRK-FL-PENSAO
              IF WRK-TOT-DEBITO NOT = WRK-TOT-CREDITO
                  PERFORM 0600-LOTE-DESBALANCEADO
              ELSE
                  MOVE "SALBRUTO" TO WRK-EVENTO
                  MOVE WRK-FL-BRUTO TO WRK-VALOR-EVENTO
                  PERFORM 0520-LANCA-DEBITO
                  IF WRK-FL-SALFAM GREATER ZERO
                      MOVE "SALFAMILIA" TO WRK-EVENTO
                      MOVE WRK-FL-SALFAM TO WRK-VALOR-EVENTO
                      PERFORM 0520-LANCA-DEBITO
                  END-IF
                  MOVE "INSSRETIDO" TO WRK-EVENTO
                  MOVE WRK-FL-INSS TO WRK-VALOR-EVENTO
                  PERFORM 0525-LANCA-CREDITO
                  MOVE "IRRFRETIDO" TO WRK-EVENTO
                  MOVE WRK-FL-IRRF TO WRK-VALOR-EVENTO
                  PERFORM 0525-LANCA-CREDITO
                  MOVE "SALLIQUIDO" TO WRK-EVENTO
                  MOVE WRK-FL-LIQUIDO TO WRK-VALOR-EVENTO
                  PERFORM 0525-LANCA-CREDITO
                  IF WRK-FL-DESC-BENEF GREATER ZERO
                      MOVE "DESCBENEF" TO WRK-EVENTO
                      MOVE WRK-FL-DESC-BENEF TO WRK-VALOR-EVENTO
                      PERFORM 0525-LANCA-CREDITO
                  END-IF
                  IF WRK-FL-PENSAO GREATER ZERO
                      MOVE "PENSAO" TO WRK-EVENTO
                      MOVE WRK-FL-PENSAO TO WRK-VALOR-EVENTO
                      PERFORM 0525-LANCA-CREDITO
                  END-IF
                  PERFORM 0550-GRAVA-TOTAL-LOTE
              END-IF.

      *    Com o imposto aberto por UF no resumo, cada estado tem seu
      *    credito em impostos a recolher, com a UF no historico, e
      *    a soma das UFs precisa fechar com o imposto total do
      *    resumo.
         0400-LOTE-FRETE SECTION.
              MOVE "FRETE " TO WRK-LOTE-ATUAL
              MOVE ZEROS TO WRK-TOT-DEBITO
              MOVE ZEROS TO WRK-TOT-CREDITO
              COMPUTE WRK-TOT-DEBITO = WRK-FR-FRETE + WRK-FR-IMPOSTO
              IF WRK-QTD-IMPUF GREATER ZERO
                  COMPUTE WRK-TOT-CREDITO =
                      WRK-FR-FRETE + WRK-SOMA-IMPUF
              ELSE
                  COMPUTE WRK-TOT-CREDITO =
                      WRK-FR-FRETE + WRK-FR-IMPOSTO
              END-IF
              IF WRK-TOT-DEBITO NOT = WRK-TOT-CREDITO
                  PERFORM 0600-LOTE-DESBALANCEADO
                  GO TO 0400-SAIDA
              END-IF
              MOVE "FRETECLI" TO WRK-EVENTO
              COMPUTE WRK-VALOR-EVENTO = WRK-FR-FRETE + WRK-FR-IMPOSTO
              PERFORM 0520-LANCA-DEBITO
              MOVE "FRETEREC" TO WRK-EVENTO
              MOVE WRK-FR-FRETE TO WRK-VALOR-EVENTO
              PERFORM 0525-LANCA-CREDITO
              MOVE "FRETEIMP" TO WRK-EVENTO
              IF WRK-QTD-IMPUF GREATER ZERO
                  PERFORM VARYING TAB-IU-IDX FROM 1 BY 1
                      UNTIL TAB-IU-IDX GREATER WRK-QTD-IMPUF
                      MOVE TAB-IU-IMPOSTO(TAB-IU-IDX)
                          TO WRK-VALOR-EVENTO
                      MOVE TAB-IU-UF(TAB-IU-IDX)
                          TO WRK-COMPL-HISTORICO
                      PERFORM 0525-LANCA-CREDITO
                  END-PERFORM
              ELSE
                  MOVE WRK-FR-IMPOSTO TO WRK-VALOR-EVENTO
                  PERFORM 0525-LANCA-CREDITO
              END-IF
              PERFORM 0550-GRAVA-TOTAL-LOTE.
         0400-SAIDA.
              EXIT.

      *    Provisoes mensais: um doze avos do bruto da folha para o
      *    13o e um doze avos com o terco para as ferias, para
              COMPUTE WRK-TOT-DEBITO =
                  WRK-PROV-13 + WRK-PROV-FERIAS
              MOVE WRK-TOT-DEBITO TO WRK-TOT-CREDITO
              MOVE "PROV13" TO WRK-EVENTO
              MOVE WRK-PROV-13 TO WRK-VALOR-EVENTO
              PERFORM 0520-LANCA-DEBITO
              PERFORM 0525-LANCA-CREDITO
              MOVE "PROVFERIAS" TO WRK-EVENTO
              MOVE WRK-PROV-FERIAS TO WRK-VALOR-EVENTO
              PERFORM 0520-LANCA-DEBITO
              PERFORM 0525-LANCA-CREDITO
              PERFORM 0550-GRAVA-TOTAL-LOTE.

      *    Reversoes: o 13o pago no ano (DECIMO13.DAT, meia provisao
      *    por parcela) e as ferias pagas na competencia corrente
      *    (FERIASGOZO.DAT) abatem a provisao contra salarios a
      *    pagar; os dois arquivos sao opcionais. Os valores sao
      *    lidos antes das regras, para saber se o lote sai.
         0455-LE-REVERSOES SECTION.
              OPEN INPUT DECIMO13-FILE
              IF WRK-STATUS-D13 = "00"
                  PERFORM UNTIL FIM-D13
                      END-READ
                  END-PERFORM
                  CLOSE FERIASGOZO-FILE
              END-IF.

         0460-LOTE-REVERSOES SECTION.
              IF WRK-REV-13 = ZEROS AND WRK-REV-FERIAS = ZEROS
                  GO TO 0460-SAIDA
              END-IF
              COMPUTE WRK-TOT-DEBITO = WRK-REV-13 + WRK-REV-FERIAS
              MOVE WRK-TOT-DEBITO TO WRK-TOT-CREDITO
              IF WRK-REV-13 GREATER ZEROS
                  MOVE "REV13" TO WRK-EVENTO
                  MOVE WRK-REV-13 TO WRK-VALOR-EVENTO
                  PERFORM 0520-LANCA-DEBITO
                  PERFORM 0525-LANCA-CREDITO
              END-IF
              IF WRK-REV-FERIAS GREATER ZEROS
                  MOVE "REVFERIAS" TO WRK-EVENTO
                  MOVE WRK-REV-FERIAS TO WRK-VALOR-EVENTO
                  PERFORM 0520-LANCA-DEBITO
                  PERFORM 0525-LANCA-CREDITO
              END-IF
              PERFORM 0550-GRAVA-TOTAL-LOTE.
         0460-SAIDA.
              EXIT.

      *    Custo de frete contratado: debito da despesa contra
      *    transportadoras a pagar, pelo liquido dos titulos.
         0470-LOTE-FRETE-PAGAR SECTION.
              MOVE "FRTPAG" TO WRK-LOTE-ATUAL
              MOVE WRK-FP-CUSTO TO WRK-TOT-DEBITO
              MOVE WRK-FP-CUSTO TO WRK-TOT-CREDITO
              MOVE "FRETECUSTO" TO WRK-EVENTO
              MOVE WRK-FP-CUSTO TO WRK-VALOR-EVENTO
              PERFORM 0520-LANCA-DEBITO
              PERFORM 0525-LANCA-CREDITO
              PERFORM 0550-GRAVA-TOTAL-LOTE.

      *    Encargos do empregador: despesa por departamento de FGTS,
      *    INSS patronal e terceiros, com o departamento no
      *    historico, contra o total de cada encargo a recolher.
         0480-LOTE-ENCARGOS SECTION.
              MOVE "ENCARG" TO WRK-LOTE-ATUAL
              MOVE ZEROS TO WRK-TOT-DEBITO
              COMPUTE WRK-TOT-CREDITO =
                  WRK-EC-FGTS + WRK-EC-INSS-EMP + WRK-EC-TERCEIROS
              PERFORM VARYING TAB-EC-IDX FROM 1 BY 1
                  UNTIL TAB-EC-IDX GREATER WRK-QTD-ENCARGOS
                  COMPUTE WRK-TOT-DEBITO = WRK-TOT-DEBITO
                      + TAB-EC-FGTS(TAB-EC-IDX)
                      + TAB-EC-INSS-EMP(TAB-EC-IDX)
                      + TAB-EC-TERCEIROS(TAB-EC-IDX)
              END-PERFORM
              IF WRK-TOT-DEBITO NOT = WRK-TOT-CREDITO
                  PERFORM 0600-LOTE-DESBALANCEADO
                  GO TO 0480-SAIDA
              END-IF
              PERFORM VARYING TAB-EC-IDX FROM 1 BY 1
                  UNTIL TAB-EC-IDX GREATER WRK-QTD-ENCARGOS
                  PERFORM 0485-LANCA-DEPTO
              END-PERFORM
              IF WRK-EC-FGTS GREATER ZEROS
                  MOVE "FGTS" TO WRK-EVENTO
                  MOVE WRK-EC-FGTS TO WRK-VALOR-EVENTO
                  PERFORM 0525-LANCA-CREDITO
              END-IF
              IF WRK-EC-INSS-EMP GREATER ZEROS
                  MOVE "INSSEMP" TO WRK-EVENTO
                  MOVE WRK-EC-INSS-EMP TO WRK-VALOR-EVENTO
                  PERFORM 0525-LANCA-CREDITO
              END-IF
              IF WRK-EC-TERCEIROS GREATER ZEROS
                  MOVE "TERCEIROS" TO WRK-EVENTO
                  MOVE WRK-EC-TERCEIROS TO WRK-VALOR-EVENTO
                  PERFORM 0525-LANCA-CREDITO
              END-IF
              PERFORM 0550-GRAVA-TOTAL-LOTE.
         0480-SAIDA.
              EXIT.

         0485-LANCA-DEPTO SECTION.
              IF TAB-EC-FGTS(TAB-EC-IDX) GREATER ZEROS
                  MOVE "FGTS" TO WRK-EVENTO
                  MOVE TAB-EC-FGTS(TAB-EC-IDX) TO WRK-VALOR-EVENTO
                  PERFORM 0487-COMPL-DEPTO
                  PERFORM 0520-LANCA-DEBITO
              END-IF
              IF TAB-EC-INSS-EMP(TAB-EC-IDX) GREATER ZEROS
                  MOVE "INSSEMP" TO WRK-EVENTO
                  MOVE TAB-EC-INSS-EMP(TAB-EC-IDX) TO WRK-VALOR-EVENTO
                  PERFORM 0487-COMPL-DEPTO
                  PERFORM 0520-LANCA-DEBITO
              END-IF
              IF TAB-EC-TERCEIROS(TAB-EC-IDX) GREATER ZEROS
                  MOVE "TERCEIROS" TO WRK-EVENTO
                  MOVE TAB-EC-TERCEIROS(TAB-EC-IDX)
                      TO WRK-VALOR-EVENTO
                  PERFORM 0487-COMPL-DEPTO
                  PERFORM 0520-LANCA-DEBITO
              END-IF.

         0487-COMPL-DEPTO SECTION.
              MOVE SPACES TO WRK-COMPL-HISTORICO
              STRING "DEPTO " DELIMITED BY SIZE
                  TAB-EC-DEPTO(TAB-EC-IDX) DELIMITED BY SIZE
                  INTO WRK-COMPL-HISTORICO.

      *    Parte da empresa no custo dos beneficios do mes (custo
      *    menos o descontado dos funcionarios), a credito da mesma
      *    conta que recebe o desconto no lote de folha.
         0490-LOTE-BENEFICIOS SECTION.
              IF WRK-FL-CUSTO-BENEF NOT GREATER WRK-FL-DESC-BENEF
                  GO TO 0490-SAIDA
              END-IF
              COMPUTE WRK-BN-EMPRESA =
                  WRK-FL-CUSTO-BENEF - WRK-FL-DESC-BENEF
              MOVE "BENEF " TO WRK-LOTE-ATUAL
              MOVE WRK-BN-EMPRESA TO WRK-TOT-DEBITO
              MOVE WRK-BN-EMPRESA TO WRK-TOT-CREDITO
              MOVE "BENEFEMP" TO WRK-EVENTO
              MOVE WRK-BN-EMPRESA TO WRK-VALOR-EVENTO
              PERFORM 0520-LANCA-DEBITO
              PERFORM 0525-LANCA-CREDITO
              PERFORM 0550-GRAVA-TOTAL-LOTE.
         0490-SAIDA.
              EXIT.

      *    Mensalidades da competencia: liquido a receber dos
      *    alunos e desconto de bolsa concedido contra a receita
      *    bruta de mensalidades.
         0495-LOTE-MENSALIDADES SECTION.
              MOVE "MENSAL" TO WRK-LOTE-ATUAL
              COMPUTE WRK-TOT-DEBITO = WRK-MS-LIQUIDO + WRK-MS-DESCONTO
              MOVE WRK-MS-BRUTO TO WRK-TOT-CREDITO
              IF WRK-TOT-DEBITO NOT = WRK-TOT-CREDITO
                  PERFORM 0600-LOTE-DESBALANCEADO
                  GO TO 0495-SAIDA
              END-IF
              MOVE "MENSLIQ" TO WRK-EVENTO
              MOVE WRK-MS-LIQUIDO TO WRK-VALOR-EVENTO
              PERFORM 0520-LANCA-DEBITO
              IF WRK-MS-DESCONTO GREATER ZEROS
                  MOVE "MENSBOLSA" TO WRK-EVENTO
                  MOVE WRK-MS-DESCONTO TO WRK-VALOR-EVENTO
                  PERFORM 0520-LANCA-DEBITO
              END-IF
              MOVE "MENSBRUTO" TO WRK-EVENTO
              MOVE WRK-MS-BRUTO TO WRK-VALOR-EVENTO
              PERFORM 0525-LANCA-CREDITO
              PERFORM 0550-GRAVA-TOTAL-LOTE.
         0495-SAIDA.
              EXIT.

      *    Lancamento de um evento pela regra em vigor: conta do lado
      *    pedido, historico da regra e, quando informado, o
      *    complemento (UF, departamento) depois dele.
         0520-LANCA-DEBITO SECTION.
              PERFORM 0530-LOCALIZA-EVENTO
              MOVE TAB-RV-DEBITO(WRK-IDX-EVENTO) TO LC-CONTA
              MOVE "D" TO LC-DC
              PERFORM 0540-MONTA-LANCAMENTO.

         0525-LANCA-CREDITO SECTION.
              PERFORM 0530-LOCALIZA-EVENTO
              MOVE TAB-RV-CREDITO(WRK-IDX-EVENTO) TO LC-CONTA
              MOVE "C" TO LC-DC
              PERFORM 0540-MONTA-LANCAMENTO.

         0530-LOCALIZA-EVENTO SECTION.
              SET TAB-EL-IDX TO 1
              SEARCH TAB-EL-REG
                  AT END
                      MOVE 1 TO WRK-IDX-EVENTO
                  WHEN TAB-EL-EVENTO(TAB-EL-IDX) = WRK-EVENTO
                      SET WRK-IDX-EVENTO TO TAB-EL-IDX
              END-SEARCH.

         0540-MONTA-LANCAMENTO SECTION.
              MOVE WRK-VALOR-EVENTO TO LC-VALOR
              IF WRK-COMPL-HISTORICO = SPACES
                  MOVE TAB-RV-HISTORICO(WRK-IDX-EVENTO)
                      TO LC-HISTORICO
              ELSE
                  MOVE SPACES TO LC-HISTORICO
                  STRING TAB-RV-HISTORICO(WRK-IDX-EVENTO)
                      DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      WRK-COMPL-HISTORICO DELIMITED BY SIZE
                      INTO LC-HISTORICO
                  MOVE SPACES TO WRK-COMPL-HISTORICO
              END-IF
              PERFORM 0500-GRAVA-LANCAMENTO.

         0500-GRAVA-LANCAMENTO SECTION.
              PERFORM 0510-VALIDA-CONTA
              MOVE WRK-LOTE-ATUAL TO LC-LOTE
