      *                      competencia distinta do historico, nao
      *                      por linha: a linha extra de ferias no
      *                      mes do gozo inflava o 13o proporcional.
      *   04/02/2025 - JLS - Encargos do empregador (FGTS, INSS patronal
      *                      e terceiros) calculados por funcionario
      *                      pela rotina comum CALCENC e gravados na
      *                      linha do historico mensal, que ganha o tipo
      *                      da verba (M salario). A rescisao passa a
      *                      gravar sua linha no historico (tipo R), com
      *                      encargos sobre saldo de salario e 13o. A
      *                      verificacao de competencia ja gravada passa
      *                      a olhar so as linhas de salario e a
      *                      contagem de meses da rescisao ignora as
      *                      linhas de 13o e de rescisao.
      *   05/02/2025 - JLS - Dependentes do cadastro DEPENDENTES.DAT
      *                      (MANDEPEND): deducao por dependente na base
      *                      do IRRF, no mes e na rescisao, e
      *                      salario-familia por filho na faixa
      *                      salarial de PARAMSALFAM.DAT, somado ao
      *                      liquido. Idade apurada na data da folha,
      *                      pelos limites de PARAMDEPEND.DAT.
      *                      Contracheque mostra a deducao e a cota;
      *                      FUNCRESUMO.DAT ganha o total de
      *                      salario-familia.
      *   06/02/2025 - JLS - Identificacao civil do funcionario em
      *                      FUNCIDENT.DAT (nome completo, CPF, PIS,
      *                      nascimento e nome da mae) pelo movimento,
      *                      com digitos conferidos pelo VALDOC e recusa
      *                      de CPF de outro ativo. REMESSA.DAT passa a
      *                      120 posicoes com CPF e nome completo; termo
      *                      de rescisao com nome completo, CPF e PIS.
      *   07/02/2025 - JLS - O fechamento mensal proporcionaliza o
      *                      salario pelos afastamentos de
      *                      AFASTAMENTOS.DAT: os dias alem dos pagos
      *                      pela empresa no tipo (AFASTCPY) saem do
      *                      bruto a um trinta avos, com a linha DESC
      *                      AFASTAMENTO no contracheque.
      *   08/02/2025 - JLS - Eventos HED (hora extra 100%, dobro do
      *                      valor-hora) e ATR (atraso, um valor-hora de
      *                      desconto) de VARMOV.DAT, gerados pela
      *                      apuracao do ponto, no bruto, no
      *                      contracheque e no resumo por departamento.
      *   10/02/2025 - JLS - Beneficios do cadastro BENEFICIOS.DAT
      *                      (MANBENEF): custo do mes pelos dias uteis
      *                      da vigencia (DIAUTIL), desconto do
      *                      vale-transporte no liquido ate 6% do
      *                      salario, linha DESC VALE TRANSP no
      *                      contracheque, pedido ao fornecedor em
      *                      PEDBENEF.DAT e FUNCRESUMO.DAT com o total
      *                      descontado e o custo dos beneficios.
      *   11/02/2025 - JLS - Revisao antes da remessa: liquido e bruto
      *                      comparados com a media do historico
      *                      (percentual em PARAMREVFOLHA.DAT), primeiro
      *                      pagamento e conta alterada no mes
      *                      (FUNCAUD.DAT tipo DADOS BANCO) retem o
      *                      pagamento em PAGRETIDO.DAT, fora da
      *                      REMESSA.DAT, ate a liberacao pelo LIBPAGTO.
      *   12/02/2025 - JLS - Pensao alimenticia por ordem judicial
      *                      (PENSAO.DAT, do MANPENSAO): desconto depois
      *                      do INSS e do IRRF pela regra da ordem
      *                      (percentual do liquido, do bruto ou valor
      *                      fixo), linha DESC PENSAO ALIM no
      *                      contracheque e no termo de rescisao,
      *                      credito ao beneficiario na REMESSA.DAT
      *                      marcado PA mais a ordem, e total de pensao
      *                      no FUNCRESUMO.DAT.
      *   13/02/2025 - JLS - Movimento passa a trazer cargo
      *                      (FUNCCARGO.DAT) e salario e conferido
      *                      contra a faixa do cargo (CARGOS.DAT) na
      *                      inclusao e em toda troca de salario ou
      *                      cargo; fora da faixa so com excecao e
      *                      aprovador de nivel 3.
      *   14/02/2025 - JLS - INSS e IRRF passam a usar o conjunto de
      *                      faixas de PARAMINSS/PARAMIRRF em vigor na
      *                      competencia da folha (vigencia no fim de
      *                      cada linha); linha sem vigencia vale como
      *                      tabela antiga.
      *   15/02/2025 - JLS - Rescisao desconta o saldo devedor dos
      *                      consignados ativos (EMPCONTR.DAT) do
      *                      liquido ja sem a pensao, ate o percentual
      *                      legal de PARAMEMP.DAT (35% na falta);
      *                      linhas DESC EMPRESTIMO e EMPREST A COBRAR
      *                      no termo e movimento R por contrato em
      *                      EMPMOV.DAT para o EMPRESTIMO.
      *   16/02/2025 - JLS - Fechamento (0700) passa a gravar ponto de
      *                      checkpoint (FOLHACKP.DAT) apos cada
      *                      funcionario fechado, com o inicio do
      *                      fechamento. No reinicio os funcionarios ja
      *                      fechados so recompoem os totais por
      *                      departamento, as saidas seguem em EXTEND e
      *                      o trailer da REMESSA.DAT sai com a contagem
      *                      e a soma do checkpoint, sem duplicar
      *                      linhas.
      *   19/02/2025 - JLS - Aceita o movimento HAU (horas-aula dos
      *                      professores horistas, em valor, gravado
      *                      pelo PAGAULA) em VARMOV.DAT; entra no bruto
      *                      e no contracheque.
      *   06/03/2025 - JLS - Movimento ganha o operador que o digitou
      *                      (FN-OPERADOR). Tipo de movimento, ou
      *                      alteracao de salario (tipo SALARIO),
      *                      marcado como sensivel em APROVTIPO.DAT nao
      *                      e aplicado: vai para PENDAPROV.DAT
      *                      (APROVCTL) ate outro operador aprovar pelo
      *                      MENU (APROVMOV). Os aprovados voltam em
      *                      FUNCIONARIOSAUT.DAT, sao aplicados depois
      *                      do FUNCIONARIOS.DAT e o FUNCAUD.DAT traz o
      *                      operador e o segundo aprovador.
      *   07/03/2025 - JLS - Movimento ganha o e-mail do funcionario
      *                      (FN-EMAIL), conferido pelo VALEMAIL e
      *                      gravado no final do FUNCIDENT.DAT
      *                      (FI-EMAIL); e o endereco do aviso de
      *                      contracheque na fila do NOTIFICA. Em branco
      *                      na alteracao mantem o gravado.
      *   08/03/2025 - JLS - FUNCIONARIOSAUT.DAT esvaziado tambem no
      *                      reinicio pelo checkpoint: os aprovados ja
      *                      tinham sido aplicados antes da queda e
      *                      voltavam a ser aplicados na execucao
      *                      seguinte.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA06.
           SELECT FUNCMG3-FILE ASSIGN TO "FUNCMG3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-G3.
           SELECT DEPENDENTES-FILE ASSIGN TO "DEPENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPEND.
           SELECT PARAMDEPEND-FILE ASSIGN TO "PARAMDEPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMDEP.
           SELECT PARAMSALFAM-FILE ASSIGN TO "PARAMSALFAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMSF.
           SELECT FUNCIDENT-FILE ASSIGN TO "FUNCIDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-CODIGO
               ALTERNATE RECORD KEY IS FI-CPF WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-FUNCIDENT.
           SELECT AFASTAMENTOS-FILE ASSIGN TO "AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFAST.
           SELECT PARAMAFAST-FILE ASSIGN TO "PARAMAFAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMAFAST.
           SELECT BENEFICIOS-FILE ASSIGN TO "BENEFICIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BENEF.
           SELECT PEDBENEF-FILE ASSIGN TO "PEDBENEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDBENEF.
           SELECT PARAMREVFOL-FILE ASSIGN TO "PARAMREVFOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMREV.
           SELECT PAGRETIDO-FILE ASSIGN TO "PAGRETIDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGRET.
           SELECT PENSAO-FILE ASSIGN TO "PENSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PENSAO.
           SELECT CARGOS-FILE ASSIGN TO "CARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGOS.
           SELECT FUNCCARGO-FILE ASSIGN TO "FUNCCARGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-CODIGO
               FILE STATUS IS WRK-STATUS-FUNCCARGO.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OPER.
           SELECT PARAMEMP-FILE ASSIGN TO "PARAMEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMEMP.
           SELECT EMPCONTR-FILE ASSIGN TO "EMPCONTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPCONTR.
           SELECT EMPMOV-FILE ASSIGN TO "EMPMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPMOV.
           SELECT FOLHACKP-FILE ASSIGN TO "FOLHACKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FOLHACKP.
           SELECT AUTORIZADOS-FILE ASSIGN TO "FUNCIONARIOSAUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUT.

       DATA DIVISION.
       FILE SECTION.
           05 FN-ADMISSAO            PIC 9(08).
           05 FN-DATA-DESLIG         PIC 9(08).
           05 FN-MOTIVO-DESLIG       PIC X(02).
           05 FN-NOME-COMPLETO       PIC X(60).
           05 FN-CPF                 PIC X(11).
           05 FN-PIS                 PIC X(11).
           05 FN-NASCIMENTO          PIC X(08).
           05 FN-NOME-MAE            PIC X(60).
           05 FN-CARGO               PIC X(04).
           05 FN-EXC-FAIXA           PIC X(01).
           05 FN-APROVADOR           PIC X(08).
           05 FN-OPERADOR            PIC X(08).
           05 FN-EMAIL               PIC X(50).

       FD  PARAMINSS-FILE.
       01  PARAMINSS-REG.
           05 PI-FAIXA-ATE           PIC 9(07)V99.
           05 PI-ALIQUOTA            PIC 9V9999.
           05 PI-PARCELA-DEDUZIR     PIC 9(06)V99.
           05 PI-VIGENCIA            PIC 9(08).

       FD  PARAMIRRF-FILE.
       01  PARAMIRRF-REG.
           05 PR-FAIXA-ATE           PIC 9(07)V99.
           05 PR-ALIQUOTA            PIC 9V9999.
           05 PR-PARCELA-DEDUZIR     PIC 9(06)V99.
           05 PR-VIGENCIA            PIC 9(08).

       FD  FUNCM-FILE.
       01  FUNCM-REG.
           05 FA-SALARIO-DEPOIS      PIC 9(06).
           05 FA-DATA                PIC 9(08).
           05 FA-MOTIVO-DESLIG       PIC X(02).
           05 FA-OPERADOR            PIC X(08).
           05 FA-AUTORIZADOR         PIC X(08).

       FD  FUNCRESUMO-FILE.
       01  FUNCRESUMO-REG            PIC X(80).
           05 DP-NOME                PIC X(20).

       FD  REMESSA-FILE.
       01  REMESSA-REG               PIC X(120).

       FD  RESCISAO-FILE.
       01  RESCISAO-REG              PIC X(80).
           05 FH-INSS                PIC 9(06)V99.
           05 FH-IRRF                PIC 9(06)V99.
           05 FH-SALARIO-LIQUIDO     PIC 9(06)V99.
           05 FH-TIPO-VERBA          PIC X(01).
           05 FH-FGTS                PIC 9(06)V99.
           05 FH-INSS-EMPRESA        PIC 9(06)V99.
           05 FH-TERCEIROS           PIC 9(06)V99.

      *    Cadastro de dependentes mantido pelo MANDEPEND.
       FD  DEPENDENTES-FILE.
       01  DEPENDENTES-REG.
           05 DE-CODIGO-FUNC         PIC 9(04).
           05 DE-NOME                PIC X(20).
           05 DE-NASCIMENTO          PIC 9(08).
           05 DE-PARENTESCO          PIC X(01).
           05 DE-USO                 PIC X(01).

       FD  PARAMDEPEND-FILE.
       01  PARAMDEPEND-REG.
           05 PD-DEDUCAO-IRRF        PIC 9(04)V99.
           05 PD-IDADE-IRRF          PIC 9(02).
           05 PD-IDADE-SALFAM        PIC 9(02).

       FD  PARAMSALFAM-FILE.
       01  PARAMSALFAM-REG.
           05 PS-FAIXA-ATE           PIC 9(07)V99.
           05 PS-VALOR-COTA          PIC 9(04)V99.

       FD  FUNCIDENT-FILE.
       01  FUNCIDENT-REG.
           05 FI-CODIGO              PIC 9(04).
           05 FI-NOME-COMPLETO       PIC X(60).
           05 FI-CPF                 PIC 9(11).
           05 FI-PIS                 PIC 9(11).
           05 FI-NASCIMENTO          PIC 9(08).
           05 FI-NOME-MAE            PIC X(60).
           05 FI-ATUALIZACAO         PIC 9(08).
           05 FI-EMAIL               PIC X(50).

      *    Cadastro de afastamentos mantido pelo MANAFAST.
       FD  AFASTAMENTOS-FILE.
       01  AFASTAMENTOS-REG.
           05 AF-CODIGO-FUNC         PIC 9(04).
           05 AF-TIPO-AFAST          PIC X(01).
           05 AF-INICIO              PIC 9(08).
           05 AF-RETORNO-PREV        PIC 9(08).
           05 AF-RETORNO-REAL        PIC 9(08).

       FD  PARAMAFAST-FILE.
       01  PARAMAFAST-REG.
           05 PA-TIPO                PIC X(01).
           05 PA-DIAS-EMPRESA        PIC 9(03).
           05 PA-REGRA-FERIAS        PIC X(01).
           05 PA-LIMITE-FERIAS       PIC 9(03).
           05 PA-DESCRICAO           PIC X(20).

      *    Inscricoes em beneficios mantidas pelo MANBENEF.
       FD  BENEFICIOS-FILE.
       01  BENEFICIOS-REG.
           05 BN-CODIGO-FUNC         PIC 9(04).
           05 BN-BENEFICIO           PIC X(02).
           05 BN-QTD-DIARIA          PIC 9(02).
           05 BN-VALOR-UNITARIO      PIC 9(04)V99.
           05 BN-INICIO              PIC 9(08).
           05 BN-FIM                 PIC 9(08).

      *    Pedido do mes ao fornecedor: uma linha por funcionario e
      *    beneficio, com os dias uteis e a quantidade a comprar.
       FD  PEDBENEF-FILE.
       01  PEDBENEF-REG.
           05 PB-COMPETENCIA         PIC 9(06).
           05 PB-CODIGO              PIC 9(04).
           05 PB-NOME                PIC X(15).
           05 PB-BENEFICIO           PIC X(02).
           05 PB-DIAS                PIC 9(02).
           05 PB-QUANTIDADE          PIC 9(04).
           05 PB-VALOR-UNITARIO      PIC 9(04)V99.
           05 PB-VALOR-TOTAL         PIC 9(07)V99.

       FD  PARAMREVFOL-FILE.
       01  PARAMREVFOL-REG.
           05 RV-PERC-VARIACAO       PIC 9(03)V99.

      *    Pagamentos retidos pela revisao antes da remessa, ate a
      *    decisao do LIBPAGTO. Tipo M salario do mes, R rescisao.
       FD  PAGRETIDO-FILE.
       01  PAGRETIDO-REG.
           05 PG-COMPETENCIA         PIC 9(06).
           05 PG-CODIGO              PIC 9(04).
           05 PG-TIPO                PIC X(01).
           05 PG-NOME                PIC X(15).
           05 PG-BANCO               PIC 9(03).
           05 PG-AGENCIA             PIC 9(04).
           05 PG-CONTA               PIC 9(08).
           05 PG-VALOR               PIC 9(08)V99.
           05 PG-BRUTO               PIC 9(07)V99.
           05 PG-MEDIA-LIQUIDO       PIC 9(07)V99.
           05 PG-MEDIA-BRUTO         PIC 9(07)V99.
           05 PG-MOTIVO              PIC X(30).
           05 PG-CPF                 PIC 9(11).
           05 PG-NOME-COMPL          PIC X(60).

      *    Ordens judiciais de pensao alimenticia mantidas pelo
      *    MANPENSAO. Regra L percentual do liquido, B percentual do
      *    bruto, F valor fixo.
       FD  PENSAO-FILE.
       01  PENSAO-REG.
           05 PE-CODIGO-FUNC         PIC 9(04).
           05 PE-ORDEM               PIC 9(02).
           05 PE-BENEFICIARIO        PIC X(30).
           05 PE-CPF                 PIC 9(11).
           05 PE-BANCO               PIC 9(03).
           05 PE-AGENCIA             PIC 9(04).
           05 PE-CONTA               PIC 9(08).
           05 PE-REGRA               PIC X(01).
           05 PE-PERCENTUAL          PIC 9(03)V99.
           05 PE-VALOR-FIXO          PIC 9(07)V99.
           05 PE-INICIO              PIC 9(08).
           05 PE-FIM                 PIC 9(08).

      *    Cargos com a faixa salarial, mantidos pelo MANCARGO.
       FD  CARGOS-FILE.
       01  CARGOS-REG.
           05 CG-CODIGO              PIC X(04).
           05 CG-TITULO              PIC X(30).
           05 CG-MINIMO              PIC 9(06).
           05 CG-MEDIO               PIC 9(06).
           05 CG-MAXIMO              PIC 9(06).

      *    Cargo de cada funcionario, pela chave do mestre, com o
      *    aprovador da ultima excecao de faixa aceita.
       FD  FUNCCARGO-FILE.
       01  FUNCCARGO-REG.
           05 FC-CODIGO              PIC 9(04).
           05 FC-CARGO               PIC X(04).
           05 FC-APROVADOR           PIC X(08).
           05 FC-DATA-APROVACAO      PIC 9(08).
           05 FC-ATUALIZACAO         PIC 9(08).

       FD  OPERADORES-FILE.
       01  OPERADORES-REG.
           05 OP-CODIGO              PIC X(08).
           05 OP-NOME                PIC X(20).
           05 OP-NIVEL               PIC 9(01).

      *    Carteira de emprestimos consignados (EMPRESTIMO): o
      *    percentual do liquido da rescisao que pode ir para a
      *    quitacao, os contratos e o movimento de baixa R.
       FD  PARAMEMP-FILE.
       01  PARAMEMP-REG.
           05 PM-COMPETENCIA         PIC 9(06).
           05 PM-GERA-COBRANCA       PIC X(01).
           05 PM-PERC-RESCISAO       PIC 9(03)V99.

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

       FD  EMPMOV-FILE.
       01  EMPMOV-REG.
           05 EM-ACAO                PIC X(01).
           05 EM-CONTRATO            PIC 9(05).
           05 EM-FUNCIONARIO         PIC 9(04).
           05 EM-PRINCIPAL           PIC 9(08)V99.
           05 EM-TAXA                PIC 9(02)V99.
           05 EM-PARCELAS            PIC 9(03).
           05 EM-METODO              PIC X(05).
           05 EM-COMPETENCIA         PIC 9(06).
           05 EM-PARCELA             PIC 9(03).

      *    Ponto de checkpoint do fechamento (0700): registro C de
      *    controle com o ultimo funcionario fechado e os contadores
      *    da remessa; registros R e P guardam as rescisoes e os
      *    creditos de pensao delas, apurados antes do fechamento.
       FD  FOLHACKP-FILE.
       01  FOLHACKP-REG.
           05 CKP-TIPO               PIC X(01).
           05 CKP-SITUACAO           PIC X(01).
           05 CKP-COMPETENCIA        PIC 9(06).
           05 CKP-ULTIMO-CODIGO      PIC 9(04).
           05 CKP-QTD-FECHADOS       PIC 9(06).
           05 CKP-DATA-INICIO        PIC 9(08).
           05 CKP-HORA-INICIO        PIC 9(08).
           05 CKP-QTD-REMESSA        PIC 9(06).
           05 CKP-SOMA-REMESSA       PIC 9(10)V99.
           05 CKP-QTD-RETIDOS        PIC 9(04).
           05 CKP-SOMA-RETIDOS       PIC 9(10)V99.
           05 CKP-COMP-JA-GRAVADA    PIC X(01).
           05 CKP-TOTAL-FUNC         PIC 9(06).
           05 CKP-TOTAL-REJEITADOS   PIC 9(06).
       01  FOLHACKP-RESC.
           05 CKR-TIPO               PIC X(01).
           05 CKR-RESCISAO           PIC X(81).
       01  FOLHACKP-PENS.
           05 CKC-TIPO               PIC X(01).
           05 CKC-ITEM               PIC 9(04).
           05 CKC-VALOR              PIC 9(07)V99.

      *    Movimento aprovado pelo segundo operador (APROVMOV), com
      *    a imagem do FUNCIONARIOS.DAT em AU-MOVIMENTO.
       FD  AUTORIZADOS-FILE.
       01  AUTORIZADOS-REG.
           05 AU-PREPARADOR           PIC X(08).
           05 AU-AUTORIZADOR          PIC X(08).
           05 AU-DATA                 PIC 9(08).
           05 AU-MOVIMENTO            PIC X(300).

       WORKING-STORAGE SECTION.

             05 WRK-DU-PROXIMO     PIC 9(08) VALUE ZEROS.
             05 WRK-DU-RETORNO     PIC 9(02) VALUE ZEROS.

         01 WRK-PARM-ENCARGOS.
             05 WRK-EN-BASE        PIC 9(07)V99 VALUE ZEROS.
             05 WRK-EN-FGTS        PIC 9(06)V99 VALUE ZEROS.
             05 WRK-EN-INSS-EMP    PIC 9(06)V99 VALUE ZEROS.
             05 WRK-EN-TERCEIROS   PIC 9(06)V99 VALUE ZEROS.
             05 WRK-EN-RETORNO     PIC 9(02) VALUE ZEROS.

         01 WRK-PARM-MSG.
             05 WRK-MSG-ID         PIC X(04) VALUE SPACES.
             05 WRK-MSG-SISTEMA    PIC X(15) VALUE SPACES.
             05 WRK-TJ-JOB         PIC X(20) VALUE SPACES.
             05 WRK-TJ-RESULTADO   PIC X(01) VALUE "0".
             05 WRK-TJ-RETORNO     PIC 9(02) VALUE ZEROS.

         01 WRK-PARM-APROV.
             05 WRK-AC-FUNCAO      PIC X(01) VALUE SPACE.
             05 WRK-AC-ORIGEM      PIC X(12) VALUE SPACES.
             05 WRK-AC-TIPO        PIC X(20) VALUE SPACES.
             05 WRK-AC-OPERADOR    PIC X(08) VALUE SPACES.
             05 WRK-AC-SENSIVEL    PIC X(01) VALUE "N".
                 88 WRK-AC-EXIGE-APROVACAO VALUE "S".
             05 WRK-AC-NIVEL       PIC 9(01) VALUE ZEROS.
             05 WRK-AC-PRAZO       PIC 9(03) VALUE ZEROS.
             05 WRK-AC-QTD         PIC 9(03) VALUE ZEROS.
             05 WRK-AC-RESULTADO   PIC X(01) VALUE "0".
             05 WRK-AC-MOVIMENTO   PIC X(300) VALUE SPACES.
             05 WRK-AC-RETORNO     PIC 9(02) VALUE ZEROS.
           COPY EXCDIARIOCPY.

         77 WRK-STATUS-FUNC   PIC X(02) VALUE SPACES.
                 10 TAB-IR-ALIQ       PIC 9V9999.
                 10 TAB-IR-PARCELA    PIC 9(06)V99.
         77 WRK-QTD-IRRF         PIC 9(02) VALUE ZEROS.
         77 WRK-DATA-REF-TAB     PIC 9(08) VALUE ZEROS.
         77 WRK-VIG-INSS         PIC 9(08) VALUE ZEROS.
         77 WRK-VIG-IRRF         PIC 9(08) VALUE ZEROS.

         77 WRK-INSS             PIC 9(06)V99 VALUE ZEROS.
         77 WRK-IRRF             PIC 9(06)V99 VALUE ZEROS.
         77 WRK-ACHOU-FAIXA      PIC X(01) VALUE "N".
             88 ACHOU-FAIXA-IRRF VALUE "S".

      *    Dependentes: deducao por dependente na base do IRRF e
      *    cota de salario-familia por filho na faixa salarial. A
      *    idade e apurada na data da folha, entao o filho deixa de
      *    contar sozinho ao atingir a idade limite.
         77 WRK-STATUS-DEPEND    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAMDEP  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PARAMSF   PIC X(02) VALUE SPACES.
         77 WRK-FIM-DEPEND       PIC X(01) VALUE "N".
             88 FIM-DEPEND VALUE "S".
         01 TAB-DEPEND.
             05 TAB-DE-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-DEPEND
                 INDEXED BY TAB-DE-IDX.
                 10 TAB-DE-CODIGO-FUNC PIC 9(04).
                 10 TAB-DE-NASCIMENTO  PIC 9(08).
                 10 TAB-DE-PARENTESCO  PIC X(01).
                 10 TAB-DE-USO         PIC X(01).
         77 WRK-QTD-DEPEND       PIC 9(04) VALUE ZEROS.
         77 WRK-LIMITE-DEPEND    PIC 9(04) VALUE 1000.
         01 TAB-SALFAM.
             05 TAB-SF-REG OCCURS 1 TO 10 TIMES
                 DEPENDING ON WRK-QTD-SALFAM
                 INDEXED BY TAB-SF-IDX.
                 10 TAB-SF-ATE         PIC 9(07)V99.
                 10 TAB-SF-COTA        PIC 9(04)V99.
         77 WRK-QTD-SALFAM       PIC 9(02) VALUE ZEROS.
         77 WRK-DEDUCAO-POR-DEP  PIC 9(04)V99 VALUE 189,59.
         77 WRK-IDADE-IRRF       PIC 9(02) VALUE 21.
         77 WRK-IDADE-SALFAM     PIC 9(02) VALUE 14.
         77 WRK-DATA-REF-DEP     PIC 9(08) VALUE ZEROS.
         77 WRK-IDADE-DEP        PIC 9(03) VALUE ZEROS.
         77 WRK-COD-DEPEND       PIC 9(04) VALUE ZEROS.
         77 WRK-QTD-DEP-IRRF     PIC 9(02) VALUE ZEROS.
         77 WRK-QTD-DEP-SALFAM   PIC 9(02) VALUE ZEROS.
         77 WRK-DEDUCAO-DEP      PIC 9(06)V99 VALUE ZEROS.
         77 WRK-VLR-SALFAM       PIC 9(06)V99 VALUE ZEROS.
         77 WRK-QTD-DEP-IRRF-ED  PIC Z9.

      *    Afastamentos: a empresa paga os dias iniciais que o tipo
      *    define e o restante do periodo afastado dentro do mes sai
      *    do bruto a um trinta avos por dia, como a falta. Os dias
      *    sao contados no mes comercial de 30 dias.
           COPY AFASTCPY.
         77 WRK-STATUS-AFAST     PIC X(02) VALUE SPACES.
         77 WRK-FIM-AFAST        PIC X(01) VALUE "N".
             88 FIM-AFAST VALUE "S".
         01 TAB-AFAST.
             05 TAB-AF-REG OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WRK-QTD-AFAST
                 INDEXED BY TAB-AF-IDX.
                 10 TAB-AF-CODIGO-FUNC PIC 9(04).
                 10 TAB-AF-TIPO-AFAST  PIC X(01).
                 10 TAB-AF-INICIO      PIC 9(08).
                 10 TAB-AF-RETORNO-REAL PIC 9(08).
         77 WRK-QTD-AFAST        PIC 9(04) VALUE ZEROS.
         77 WRK-LIMITE-AFAST     PIC 9(04) VALUE 1000.
         77 WRK-ACHOU-TIPO       PIC X(01) VALUE "N".
             88 ACHOU-TIPO VALUE "S".
         01 WRK-AFD-DATA.
             05 WRK-AFD-ANO        PIC 9(04).
             05 WRK-AFD-MES        PIC 9(02).
             05 WRK-AFD-DIA        PIC 9(02).
         77 WRK-AFD-SERIAL       PIC 9(06) VALUE ZEROS.
         77 WRK-AF-SERIAL-INI    PIC 9(06) VALUE ZEROS.
         77 WRK-AF-SERIAL-FIM    PIC 9(06) VALUE ZEROS.
         77 WRK-MES-SERIAL-INI   PIC 9(06) VALUE ZEROS.
         77 WRK-MES-SERIAL-FIM   PIC 9(06) VALUE ZEROS.
         77 WRK-DIAS-AFAST       PIC 9(03) VALUE ZEROS.
         77 WRK-VLR-AFAST        PIC 9(07)V99 VALUE ZEROS.
         77 WRK-DIAS-AFAST-ED    PIC Z9.

      *    Beneficios (BENEFICIOS.DAT): custo do mes pelos dias
      *    uteis da vigencia dentro do mes (DIAUTIL, feriados
      *    nacionais), a partir da admissao. O vale-transporte
      *    desconta do liquido ate 6% do salario do mestre; o resto
      *    do custo e a parte da empresa. Pedido ao fornecedor em
      *    PEDBENEF.DAT.
         77 WRK-STATUS-BENEF     PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PEDBENEF  PIC X(02) VALUE SPACES.
         77 WRK-FIM-BENEF        PIC X(01) VALUE "N".
             88 FIM-BENEF VALUE "S".
         01 TAB-BENEF.
             05 TAB-BN-REG OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WRK-QTD-BENEF
                 INDEXED BY TAB-BN-IDX.
                 10 TAB-BN-CODIGO-FUNC PIC 9(04).
                 10 TAB-BN-BENEFICIO   PIC X(02).
                 10 TAB-BN-QTD-DIARIA  PIC 9(02).
                 10 TAB-BN-VALOR-UNIT  PIC 9(04)V99.
                 10 TAB-BN-INICIO      PIC 9(08).
                 10 TAB-BN-FIM         PIC 9(08).
         77 WRK-QTD-BENEF        PIC 9(04) VALUE ZEROS.
         77 WRK-LIMITE-BENEF     PIC 9(04) VALUE 2000.
         01 TAB-DIAS-MES.
             05 TAB-DM-UTIL OCCURS 31 TIMES PIC X(01).
         01 WRK-BN-DATA-DIA      PIC 9(08) VALUE ZEROS.
         01 WRK-BN-DATA-DIA-X REDEFINES WRK-BN-DATA-DIA.
             05 WRK-BN-ANO         PIC 9(04).
             05 WRK-BN-MES         PIC 9(02).
             05 WRK-BN-DIA         PIC 9(02).
         77 WRK-MES-INI          PIC 9(08) VALUE ZEROS.
         77 WRK-MES-FIM          PIC 9(08) VALUE ZEROS.
         77 WRK-ULTIMO-DIA       PIC 9(02) VALUE ZEROS.
         77 WRK-DIA-MES          PIC 9(02) VALUE ZEROS.
         77 WRK-RESTO-BISSEXTO   PIC 9(01) VALUE ZEROS.
         77 WRK-QUOCIENTE        PIC 9(04) VALUE ZEROS.
         77 WRK-BN-DATA-INI      PIC 9(08) VALUE ZEROS.
         77 WRK-BN-DATA-FIM      PIC 9(08) VALUE ZEROS.
         77 WRK-BN-DIAS          PIC 9(02) VALUE ZEROS.
         77 WRK-BN-QUANTIDADE    PIC 9(04) VALUE ZEROS.
         77 WRK-BN-CUSTO         PIC 9(07)V99 VALUE ZEROS.
         77 WRK-CUSTO-VT         PIC 9(07)V99 VALUE ZEROS.
         77 WRK-CUSTO-BENEF      PIC 9(07)V99 VALUE ZEROS.
         77 WRK-TETO-VT          PIC 9(07)V99 VALUE ZEROS.
         77 WRK-VLR-DESC-VT      PIC 9(07)V99 VALUE ZEROS.
         77 WRK-TOTAL-DESC-BENEF PIC 9(09)V99 VALUE ZEROS.
         77 WRK-TOTAL-CUSTO-BENEF PIC 9(09)V99 VALUE ZEROS.

      *    Revisao dos pagamentos antes da remessa: liquido e bruto
      *    comparados com a media das competencias anteriores do
      *    historico (linhas M). Variacao acima do percentual de
      *    PARAMREVFOLHA.DAT, primeiro pagamento ou conta bancaria
      *    alterada no mes (FUNCAUD.DAT, tipo DADOS BANCO) retem o
      *    pagamento em PAGRETIDO.DAT, fora da REMESSA.DAT.
         77 WRK-STATUS-PARAMREV  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-PAGRET    PIC X(02) VALUE SPACES.
         77 WRK-FIM-PAGRET       PIC X(01) VALUE "N".
             88 FIM-PAGRET VALUE "S".
         77 WRK-FIM-FUNCAUD      PIC X(01) VALUE "N".
             88 FIM-FUNCAUD VALUE "S".
         77 WRK-PERC-VARIACAO    PIC 9(03)V99 VALUE 30,00.
         01 TAB-HISTPAG.
             05 TAB-HP-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-HISTPAG
                 INDEXED BY TAB-HP-IDX.
                 10 TAB-HP-CODIGO     PIC 9(04).
                 10 TAB-HP-QTD        PIC 9(03).
                 10 TAB-HP-LIQUIDO    PIC 9(09)V99.
                 10 TAB-HP-BRUTO      PIC 9(09)V99.
         77 WRK-QTD-HISTPAG      PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-HISTPAG    PIC X(01) VALUE "N".
             88 ACHOU-HISTPAG VALUE "S".
         01 TAB-ALTBANCO.
             05 TAB-AB-CODIGO OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-ALTBANCO
                 INDEXED BY TAB-AB-IDX
                 PIC 9(04).
         77 WRK-QTD-ALTBANCO     PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-ALTBANCO   PIC X(01) VALUE "N".
             88 ACHOU-ALTBANCO VALUE "S".
      *    Retencoes de outras competencias ainda sem decisao; as da
      *    competencia corrente sao refeitas pelo fechamento.
         01 TAB-PAGRET.
             05 TAB-PG-LINHA OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-PAGRET
                 INDEXED BY TAB-PG-IDX
                 PIC X(179).
         77 WRK-QTD-PAGRET       PIC 9(03) VALUE ZEROS.
         77 WRK-COD-REVISAO      PIC 9(04) VALUE ZEROS.
         77 WRK-BRUTO-REVISAO    PIC 9(07)V99 VALUE ZEROS.
         77 WRK-TIPO-REVISAO     PIC X(01) VALUE SPACE.
         77 WRK-RETER-PAGTO      PIC X(01) VALUE "N".
             88 RETER-PAGTO VALUE "S".
         77 WRK-MOTIVO-RETENCAO  PIC X(30) VALUE SPACES.
         77 WRK-MEDIA-LIQUIDO    PIC 9(07)V99 VALUE ZEROS.
         77 WRK-MEDIA-BRUTO      PIC 9(07)V99 VALUE ZEROS.
         77 WRK-VALOR-REVISAO    PIC 9(07)V99 VALUE ZEROS.
         77 WRK-MEDIA-REVISAO    PIC 9(07)V99 VALUE ZEROS.
         77 WRK-DIFERENCA        PIC 9(07)V99 VALUE ZEROS.
         77 WRK-TOLERANCIA       PIC 9(08)V99 VALUE ZEROS.
         77 WRK-FORA-VARIACAO    PIC X(01) VALUE "N".
             88 FORA-VARIACAO VALUE "S".
         77 WRK-QTD-RETIDOS      PIC 9(04) VALUE ZEROS.
         77 WRK-SOMA-RETIDOS     PIC 9(10)V99 VALUE ZEROS.

      *    Pensao alimenticia por ordem judicial (PENSAO.DAT): desconto
      *    logo depois do INSS e do IRRF pela regra da ordem, limitado
      *    ao liquido, para a ordem vigente em algum dia da
      *    competencia. Cada desconto vira credito ao beneficiario na
      *    REMESSA.DAT, marcado PA mais o numero da ordem, fora da
      *    revisao de pagamentos.
         77 WRK-STATUS-PENSAO    PIC X(02) VALUE SPACES.
         77 WRK-FIM-PENSAO       PIC X(01) VALUE "N".
             88 FIM-PENSAO VALUE "S".
         01 TAB-PENSAO.
             05 TAB-PE-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-PENSAO
                 INDEXED BY TAB-PE-IDX.
                 10 TAB-PE-CODIGO-FUNC PIC 9(04).
                 10 TAB-PE-ORDEM       PIC 9(02).
                 10 TAB-PE-BENEFICIARIO PIC X(30).
                 10 TAB-PE-CPF         PIC 9(11).
                 10 TAB-PE-BANCO       PIC 9(03).
                 10 TAB-PE-AGENCIA     PIC 9(04).
                 10 TAB-PE-CONTA       PIC 9(08).
                 10 TAB-PE-REGRA       PIC X(01).
                 10 TAB-PE-PERCENTUAL  PIC 9(03)V99.
                 10 TAB-PE-VALOR-FIXO  PIC 9(07)V99.
                 10 TAB-PE-INICIO      PIC 9(08).
                 10 TAB-PE-FIM         PIC 9(08).
         77 WRK-QTD-PENSAO       PIC 9(04) VALUE ZEROS.
         77 WRK-LIMITE-PENSAO    PIC 9(04) VALUE 500.
      *    Creditos aos beneficiarios para a remessa: a ordem na
      *    tabela acima e o valor descontado (mes e rescisao).
         01 TAB-CREDPENSAO.
             05 TAB-CP-REG OCCURS 1 TO 500 TIMES
                 DEPENDING ON WRK-QTD-CREDPENSAO
                 INDEXED BY TAB-CP-IDX.
                 10 TAB-CP-ITEM        PIC 9(04).
                 10 TAB-CP-VALOR       PIC 9(07)V99.
         77 WRK-QTD-CREDPENSAO   PIC 9(04) VALUE ZEROS.
         77 WRK-COD-PENSAO       PIC 9(04) VALUE ZEROS.
         77 WRK-COMP-PENSAO      PIC 9(06) VALUE ZEROS.
         77 WRK-PA-LIQUIDO       PIC 9(07)V99 VALUE ZEROS.
         77 WRK-PA-BRUTO         PIC 9(07)V99 VALUE ZEROS.
         77 WRK-PA-VALOR         PIC 9(07)V99 VALUE ZEROS.
         77 WRK-VLR-PENSAO       PIC 9(07)V99 VALUE ZEROS.
         77 WRK-RESC-PENSAO      PIC 9(07)V99 VALUE ZEROS.
         77 WRK-TOTAL-PENSAO     PIC 9(09)V99 VALUE ZEROS.

      *    Faixa salarial do cargo (CARGOS.DAT), conferida a cada
      *    inclusao e a cada alteracao de salario ou de cargo. Fora
      *    da faixa so passa com a excecao marcada e aprovador de
      *    nivel 3 do OPERADORES.DAT. Sem CARGOS.DAT a conferencia
      *    fica desligada.
         77 WRK-STATUS-CARGOS    PIC X(02) VALUE SPACES.
         77 WRK-STATUS-FUNCCARGO PIC X(02) VALUE SPACES.
         77 WRK-STATUS-OPER      PIC X(02) VALUE SPACES.
         77 WRK-FIM-CARGOS       PIC X(01) VALUE "N".
             88 FIM-CARGOS VALUE "S".
         77 WRK-FIM-OPER         PIC X(01) VALUE "N".
             88 FIM-OPER VALUE "S".
         01 TAB-CARGOS.
             05 TAB-CG-REG OCCURS 1 TO 200 TIMES
                 DEPENDING ON WRK-QTD-CARGOS
                 INDEXED BY TAB-CG-IDX.
                 10 TAB-CG-CODIGO     PIC X(04).
                 10 TAB-CG-MINIMO     PIC 9(06).
                 10 TAB-CG-MAXIMO     PIC 9(06).
         77 WRK-QTD-CARGOS       PIC 9(03) VALUE ZEROS.
         01 TAB-AUTORIZADO.
             05 TAB-AU-CODIGO OCCURS 1 TO 100 TIMES
                 DEPENDING ON WRK-QTD-AUTORIZADO
                 INDEXED BY TAB-AU-IDX
                 PIC X(08).
         77 WRK-QTD-AUTORIZADO   PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-AUTORIZADO PIC X(01) VALUE "N".
             88 ACHOU-AUTORIZADO VALUE "S".
         77 WRK-ACHOU-FUNCCARGO  PIC X(01) VALUE "N".
             88 ACHOU-FUNCCARGO VALUE "S".
         77 WRK-ACHOU-CARGO      PIC X(01) VALUE "N".
             88 ACHOU-CARGO VALUE "S".
         77 WRK-FORA-FAIXA       PIC X(01) VALUE "N".
             88 SALARIO-FORA-FAIXA VALUE "S".
         77 WRK-CARGO-ANTES      PIC X(04) VALUE SPACES.
         77 WRK-CARGO-NOVO       PIC X(04) VALUE SPACES.

      *    Emprestimo consignado em aberto na rescisao: o saldo
      *    devedor dos contratos ativos sai do liquido, ate o
      *    percentual legal do PARAMEMP.DAT (35% na falta), e cada
      *    contrato recebe um movimento R no EMPMOV.DAT -- quitado,
      *    ou amortizado com o resto marcado para cobranca.
         77 WRK-STATUS-PARAMEMP  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EMPCONTR  PIC X(02) VALUE SPACES.
         77 WRK-STATUS-EMPMOV    PIC X(02) VALUE SPACES.
         77 WRK-FIM-EMPCONTR     PIC X(01) VALUE "N".
             88 FIM-EMPCONTR VALUE "S".
         77 WRK-EMPMOV-ABERTO    PIC X(01) VALUE "N".
             88 EMPMOV-ABERTO VALUE "S".
         01 TAB-EMPCONTR.
             05 TAB-EC-REG OCCURS 1 TO 50 TIMES
                 DEPENDING ON WRK-QTD-EMPCONTR
                 INDEXED BY TAB-EC-IDX.
                 10 TAB-EC-CONTRATO   PIC 9(05).
                 10 TAB-EC-FUNC       PIC 9(04).
                 10 TAB-EC-SALDO      PIC 9(08)V99.
                 10 TAB-EC-BAIXADO    PIC X(01).
         77 WRK-QTD-EMPCONTR     PIC 9(02) VALUE ZEROS.
         77 WRK-PERC-RESC-EMP    PIC 9(03)V99 VALUE 35,00.
         77 WRK-RESC-EMP-LIMITE  PIC 9(07)V99 VALUE ZEROS.
         77 WRK-RESC-EMPREST     PIC 9(07)V99 VALUE ZEROS.
         77 WRK-RESC-EMP-COBRAR  PIC 9(08)V99 VALUE ZEROS.
         77 WRK-EMP-DESCONTO     PIC 9(08)V99 VALUE ZEROS.
         77 WRK-EMP-SALDO-ED     PIC ZZ.ZZZ.ZZ9,99.

      *    Reinicio do fechamento pelo FOLHACKP.DAT: funcionarios ate
      *    o ultimo codigo fechado so recompoem os totais; o resto
      *    segue nos arquivos de saida abertos em EXTEND.
         77 WRK-STATUS-FOLHACKP  PIC X(02) VALUE SPACES.
         77 WRK-FIM-FOLHACKP     PIC X(01) VALUE "N".
             88 FIM-FOLHACKP VALUE "S".
         77 WRK-REINICIO         PIC X(01) VALUE "N".
             88 HOUVE-REINICIO VALUE "S".
         77 WRK-CKP-ULTIMO       PIC 9(04) VALUE ZEROS.
         77 WRK-CKP-FECHADOS     PIC 9(06) VALUE ZEROS.
         77 WRK-CKP-COMP-GRAVADA PIC X(01) VALUE "N".
         77 WRK-QTD-CP-INICIO    PIC 9(04) VALUE ZEROS.
         77 WRK-DATA-INICIO-FECH PIC 9(08) VALUE ZEROS.
         77 WRK-HORA-INICIO-FECH PIC 9(08) VALUE ZEROS.

         77 WRK-STATUS-FUNCAUD   PIC X(02) VALUE SPACES.
         77 WRK-HOUVE-MESTRE     PIC X(01) VALUE "N".
             88 HOUVE-MESTRE-ANTERIOR VALUE "S".
         77 WRK-TOTAL-INSS        PIC 9(09)V99 VALUE ZEROS.
         77 WRK-TOTAL-IRRF        PIC 9(09)V99 VALUE ZEROS.
         77 WRK-TOTAL-LIQUIDO     PIC 9(09)V99 VALUE ZEROS.
         77 WRK-TOTAL-SALFAM      PIC 9(09)V99 VALUE ZEROS.

         01 WRK-LR-FUNC           PIC ZZZZZZZZ9,99.

         77 WRK-STATUS-CONTRACHEQUE PIC X(02) VALUE SPACES.
         01 WRK-LINHA-CC.
             05 WRK-CC-ROTULO      PIC X(17).
             05 WRK-CC-VALOR       PIC X(60).
         77 WRK-CC-VALOR-ED       PIC ZZZ.ZZ9,99.

         77 WRK-TOTAL-ATIVOS      PIC 9(04) VALUE ZEROS.
                 10 TAB-RC-AGENCIA    PIC 9(04).
                 10 TAB-RC-CONTA      PIC 9(08).
                 10 TAB-RC-LIQUIDO    PIC 9(07)V99.
                 10 TAB-RC-DEPTO      PIC X(04).
                 10 TAB-RC-BRUTO      PIC 9(07)V99.
                 10 TAB-RC-BASE       PIC 9(07)V99.
                 10 TAB-RC-INSS       PIC 9(06)V99.
                 10 TAB-RC-IRRF       PIC 9(06)V99.
         77 WRK-QTD-RESCISAO      PIC 9(02) VALUE ZEROS.

      *    Movimentos variaveis do mes (VARMOV.DAT): horas extras
      *    (HEX, horas), bonus (BON, valor) e faltas (FAL, dias no
      *    campo de horas), agregados por funcionario e aplicados no
      *    fechamento para o INSS/IRRF sair sobre o bruto verdadeiro.
      *    A apuracao do ponto acrescenta extras 100% (HED) e atrasos
      *    (ATR), ambos em horas; o pagamento das aulas dos horistas
      *    (PAGAULA) traz as horas-aula (HAU) ja em valor.
         77 WRK-STATUS-VARMOV     PIC X(02) VALUE SPACES.
         77 WRK-FIM-VARMOV        PIC X(01) VALUE "N".
             88 FIM-VARMOV VALUE "S".
                 10 TAB-VR-BONUS      PIC 9(07)V99.
                 10 TAB-VR-DIAS-FALTA PIC 9(03)V99.
                 10 TAB-VR-EMPRESTIMO PIC 9(07)V99.
                 10 TAB-VR-HORAS-HE100 PIC 9(04)V99.
                 10 TAB-VR-HORAS-ATR  PIC 9(04)V99.
                 10 TAB-VR-HORA-AULA  PIC 9(07)V99.
         77 WRK-QTD-VARIAVEL      PIC 9(03) VALUE ZEROS.
         77 WRK-ACHOU-VARIAVEL    PIC X(01) VALUE "N".
             88 ACHOU-VARIAVEL VALUE "S".
         77 WRK-VLR-BONUS         PIC 9(07)V99 VALUE ZEROS.
         77 WRK-VLR-FALTAS        PIC 9(07)V99 VALUE ZEROS.
         77 WRK-VLR-EMPRESTIMO    PIC 9(07)V99 VALUE ZEROS.
         77 WRK-VLR-HORA-EXTRA100 PIC 9(07)V99 VALUE ZEROS.
         77 WRK-VLR-ATRASOS       PIC 9(07)V99 VALUE ZEROS.
         77 WRK-VLR-HORA-AULA     PIC 9(07)V99 VALUE ZEROS.
         77 WRK-BRUTO-CALC        PIC S9(08)V99 VALUE ZEROS.
         77 WRK-BASE-CALCULO      PIC 9(07)V99 VALUE ZEROS.
         77 WRK-COMPETENCIA-VAR   PIC 9(06) VALUE ZEROS.
             05 WRK-ADMISSAO PIC 9(08) VALUE ZEROS.
             05 WRK-DATA-DESLIG PIC 9(08) VALUE ZEROS.
             05 WRK-MOTIVO-DESLIG PIC X(02) VALUE SPACES.
             05 WRK-NOME-COMPLETO PIC X(60) VALUE SPACES.
             05 WRK-CPF PIC X(11) VALUE SPACES.
             05 WRK-PIS PIC X(11) VALUE SPACES.
             05 WRK-NASCIMENTO PIC X(08) VALUE SPACES.
             05 WRK-NOME-MAE PIC X(60) VALUE SPACES.
             05 WRK-CARGO PIC X(04) VALUE SPACES.
             05 WRK-EXC-FAIXA PIC X(01) VALUE SPACES.
             05 WRK-APROVADOR PIC X(08) VALUE SPACES.
             05 WRK-OPERADOR-MOV PIC X(08) VALUE SPACES.
             05 WRK-EMAIL PIC X(50) VALUE SPACES.

      *    Segunda passagem, pelos movimentos ja aprovados
      *    (FUNCIONARIOSAUT.DAT), e retencao dos sensiveis para
      *    aprovacao.
         77 WRK-STATUS-AUT       PIC X(02) VALUE SPACES.
         77 WRK-LENDO-AUTORIZADOS PIC X(01) VALUE "N".
             88 LENDO-AUTORIZADOS VALUE "S".
         77 WRK-AUTORIZADOR      PIC X(08) VALUE SPACES.
         77 WRK-RETIDO-APROV     PIC X(01) VALUE "N".
             88 RETIDO-APROVACAO VALUE "S".
         77 WRK-QTD-RETIDOS-APROV PIC 9(04) VALUE ZEROS.

      *    Identificacao civil do funcionario (FUNCIDENT.DAT), pela
      *    chave do mestre; o CPF e chave alternada para a recusa de
      *    CPF repetido entre funcionarios ativos.
         77 WRK-STATUS-FUNCIDENT PIC X(02) VALUE SPACES.
         77 WRK-FIM-IDENT        PIC X(01) VALUE "N".
             88 FIM-IDENT VALUE "S".
         77 WRK-ACHOU-IDENT      PIC X(01) VALUE "N".
             88 ACHOU-IDENT VALUE "S".
         77 WRK-COD-IDENT        PIC 9(04) VALUE ZEROS.
         77 WRK-ID-NOME          PIC X(60) VALUE SPACES.
         77 WRK-ID-CPF           PIC 9(11) VALUE ZEROS.
         77 WRK-ID-PIS           PIC 9(11) VALUE ZEROS.
         77 WRK-CPF-N            PIC 9(11) VALUE ZEROS.
         01 WRK-NASC-X.
             05 WRK-NC-ANO         PIC X(04).
             05 WRK-NC-MES         PIC X(02).
             05 WRK-NC-DIA         PIC X(02).
         01 WRK-PARM-VALDOC.
             05 WRK-VD-TIPO        PIC X(01) VALUE SPACES.
             05 WRK-VD-NUMERO      PIC 9(11) VALUE ZEROS.
             05 WRK-VD-VALIDO      PIC X(01) VALUE "N".
             05 WRK-VD-RETORNO     PIC 9(02) VALUE ZEROS.
         01 WRK-PARM-VALEMAIL.
             05 WRK-VE-EMAIL       PIC X(50) VALUE SPACES.
             05 WRK-VE-VALIDO      PIC X(01) VALUE "N".
             05 WRK-VE-RETORNO     PIC 9(02) VALUE ZEROS.

      *    Remessa bancaria de liquidos: header, um detalhe por
      *    funcionario ativo e trailer com contagem e soma.
             05 FILLER             PIC X(01) VALUE "H".
             05 WRK-RH-DATA        PIC 9(08).
             05 FILLER             PIC X(15) VALUE "FOLHA PAGAMENTO".
             05 FILLER             PIC X(96) VALUE SPACES.
         01 WRK-REM-DETALHE.
             05 FILLER             PIC X(01) VALUE "D".
             05 WRK-RD2-BANCO      PIC 9(03).
             05 WRK-RD2-CODIGO     PIC 9(04).
             05 WRK-RD2-NOME       PIC X(15).
             05 WRK-RD2-VALOR      PIC 9(08)V99.
             05 WRK-RD2-CPF        PIC 9(11).
             05 WRK-RD2-PENSAO.
                 10 WRK-RD2-PA-MARCA PIC X(02) VALUE SPACES.
                 10 WRK-RD2-PA-ORDEM PIC X(02) VALUE SPACES.
             05 WRK-RD2-NOME-COMPL PIC X(60).
         01 WRK-REM-TRAILER.
             05 FILLER             PIC X(01) VALUE "T".
             05 WRK-RT-QTD         PIC 9(06).
             05 WRK-RT-SOMA        PIC 9(10)V99.
             05 FILLER             PIC X(101) VALUE SPACES.

      *    Rotacao das geracoes do mestre (G1 mais recente).
         77 WRK-STATUS-G1        PIC X(02) VALUE SPACES.
              PERFORM 0200-RECEBEENTRADA THRU 0200-EXIT
                  UNTIL FIM-ARQUIVO-FUNC
              PERFORM 0700-GRAVA-MESTRE-FINAL
              PERFORM 0775-ZERA-CHECKPOINT
              PERFORM 0300-RECEBECALCULO
              PERFORM 0600-MOSTRACALCULO
              PERFORM 9000-FINALIZAR
              MOVE ZEROS TO WRK-TOTAL-REJEITADOS
              MOVE ZEROS TO WRK-QTD-INSS
              MOVE ZEROS TO WRK-QTD-IRRF
              MOVE ZEROS TO WRK-VIG-INSS
              MOVE ZEROS TO WRK-VIG-IRRF
              MOVE ZEROS TO WRK-TOTAL-SALARIO
              MOVE ZEROS TO WRK-TOTAL-DESCONTO
              MOVE ZEROS TO WRK-TOTAL-INSS
              MOVE ZEROS TO WRK-TOTAL-IRRF
              MOVE ZEROS TO WRK-TOTAL-LIQUIDO
              MOVE ZEROS TO WRK-TOTAL-SALFAM
              MOVE ZEROS TO WRK-TOTAL-ATIVOS
              MOVE ZEROS TO WRK-QTD-REMESSA
              MOVE ZEROS TO WRK-SOMA-REMESSA
              MOVE ZEROS TO WRK-QTD-RESUMO-DEP
              MOVE ZEROS TO WRK-QTD-RESCISAO
              MOVE "N" TO WRK-FIM-VARMOV
              MOVE ZEROS TO WRK-QTD-VARIAVEL
              MOVE "N" TO WRK-FIM-DEPEND
              MOVE ZEROS TO WRK-QTD-DEPEND
              MOVE ZEROS TO WRK-QTD-SALFAM
              MOVE ZEROS TO WRK-QTD-DEP-IRRF
              MOVE ZEROS TO WRK-QTD-DEP-SALFAM
              MOVE ZEROS TO WRK-DEDUCAO-DEP
              MOVE ZEROS TO WRK-VLR-SALFAM
              MOVE 189,59 TO WRK-DEDUCAO-POR-DEP
              MOVE 21 TO WRK-IDADE-IRRF
              MOVE 14 TO WRK-IDADE-SALFAM
              MOVE "N" TO WRK-FIM-AFAST
              MOVE "N" TO WRK-FIM-PARAMAFAST
              MOVE ZEROS TO WRK-QTD-AFAST
              MOVE ZEROS TO WRK-VLR-AFAST
              MOVE ZEROS TO WRK-DIAS-AFAST
              MOVE "N" TO WRK-FIM-BENEF
              MOVE ZEROS TO WRK-QTD-BENEF
              MOVE ZEROS TO WRK-VLR-DESC-VT
              MOVE ZEROS TO WRK-CUSTO-BENEF
              MOVE ZEROS TO WRK-TOTAL-DESC-BENEF
              MOVE ZEROS TO WRK-TOTAL-CUSTO-BENEF
              MOVE "N" TO WRK-FIM-PAGRET
              MOVE "N" TO WRK-FIM-FUNCAUD
              MOVE 30,00 TO WRK-PERC-VARIACAO
              MOVE ZEROS TO WRK-QTD-HISTPAG
              MOVE ZEROS TO WRK-QTD-ALTBANCO
              MOVE ZEROS TO WRK-QTD-PAGRET
              MOVE ZEROS TO WRK-QTD-RETIDOS
              MOVE ZEROS TO WRK-SOMA-RETIDOS
              MOVE "N" TO WRK-FIM-PENSAO
              MOVE ZEROS TO WRK-QTD-PENSAO
              MOVE ZEROS TO WRK-QTD-CREDPENSAO
              MOVE ZEROS TO WRK-VLR-PENSAO
              MOVE ZEROS TO WRK-RESC-PENSAO
              MOVE ZEROS TO WRK-TOTAL-PENSAO
              MOVE "N" TO WRK-FIM-CARGOS
              MOVE "N" TO WRK-FIM-OPER
              MOVE ZEROS TO WRK-QTD-CARGOS
              MOVE ZEROS TO WRK-QTD-AUTORIZADO
              MOVE "N" TO WRK-LENDO-AUTORIZADOS
              MOVE "N" TO WRK-RETIDO-APROV
              MOVE SPACES TO WRK-AUTORIZADOR
              MOVE ZEROS TO WRK-QTD-RETIDOS-APROV
              MOVE "N" TO WRK-FIM-EMPCONTR
              MOVE "N" TO WRK-EMPMOV-ABERTO
              MOVE ZEROS TO WRK-QTD-EMPCONTR
              MOVE 35,00 TO WRK-PERC-RESC-EMP
              MOVE ZEROS TO WRK-RESC-EMPREST
              MOVE ZEROS TO WRK-RESC-EMP-COBRAR
              MOVE "N" TO WRK-FIM-FOLHACKP
              MOVE "N" TO WRK-REINICIO
              MOVE ZEROS TO WRK-CKP-ULTIMO
              MOVE ZEROS TO WRK-CKP-FECHADOS
              MOVE "N" TO WRK-CKP-COMP-GRAVADA
              MOVE ZEROS TO WRK-QTD-CP-INICIO.

         0010-CABECALHO SECTION.
              MOVE "FOLHA-PAGAMENTO" TO WRK-JOB-NOME
              END-IF
              PERFORM 1050-CARREGA-PARAMETRO
              PERFORM 1055-CARREGA-DEPTOS
              PERFORM 1057-CARREGA-DEPENDENTES
              PERFORM 1058-CARREGA-AFASTAMENTOS
              PERFORM 1059-CARREGA-BENEFICIOS
              PERFORM 1063-CARREGA-REVISAO
              PERFORM 1069-CARREGA-PENSAO
              PERFORM 1070-CARREGA-CARGOS
              PERFORM 1073-CARREGA-EMPRESTIMOS
              PERFORM 1074-VERIFICA-CHECKPOINT
      *    A rotacao le o mestre fechado; so depois ele e aberto em
      *    I-O para os movimentos diretos. No reinicio o mestre ja
      *    foi rodado e esta meio fechado: nao entra nas geracoes.
              IF NOT HOUVE-REINICIO
                  PERFORM 0690-ROTACIONA-GERACOES
              END-IF
              PERFORM 1060-CARREGA-FUNCM-ANTERIOR
              PERFORM 1062-ABRE-IDENTIDADE
              PERFORM 1072-ABRE-FUNCCARGO
              OPEN INPUT FUNCIONARIOS-FILE
              IF WRK-STATUS-FUNC NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GO TO 9500-ABEND
              END-IF
              IF HOUVE-REINICIO
                  OPEN EXTEND FUNCEXC-FILE
              ELSE
                  OPEN OUTPUT FUNCEXC-FILE
              END-IF
              IF WRK-STATUS-FUNCEXC NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
              END-IF
              MOVE WRK-DATA1(1:6) TO WRK-COMPETENCIA-VAR
              PERFORM 1065-CARREGA-VARIAVEIS
              IF HOUVE-REINICIO
                  OPEN EXTEND CONTRACHEQUE-FILE
              ELSE
                  OPEN OUTPUT CONTRACHEQUE-FILE
              END-IF
              IF WRK-STATUS-CONTRACHEQUE NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GO TO 9500-ABEND
              END-IF
      *    No reinicio os movimentos ja foram aplicados ao mestre
      *    antes da queda: o lote vai direto ao fechamento.
              IF HOUVE-REINICIO
                  SET FIM-ARQUIVO-FUNC TO TRUE
              ELSE
                  PERFORM 1100-LER-FUNCIONARIO
              END-IF.

         1010-VALIDA-DATA SECTION.
              MOVE "S" TO WRK-DATA-VALIDA
              MOVE WRK-DU-EH-UTIL TO WRK-DIA-UTIL.

         1050-CARREGA-PARAMETRO SECTION.
              MOVE WRK-DATA1 TO WRK-DATA-REF-TAB
              MOVE "N" TO WRK-FIM-PARAM
              OPEN INPUT PARAMINSS-FILE
              IF WRK-STATUS-PARAMINSS NOT = "00"
                      AT END
                          SET FIM-PARAM TO TRUE
                      NOT AT END
                          PERFORM 1051-GUARDA-FAIXA-INSS
                  END-READ
              END-PERFORM
              CLOSE PARAMINSS-FILE
                      AT END
                          SET FIM-PARAM TO TRUE
                      NOT AT END
                          PERFORM 1052-GUARDA-FAIXA-IRRF
                  END-READ
              END-PERFORM
              CLOSE PARAMIRRF-FILE
              IF WRK-QTD-INSS = ZEROS OR WRK-QTD-IRRF = ZEROS
                  DISPLAY "Sem tabela INSS/IRRF vigente em "
                      WRK-DATA-REF-TAB
                  MOVE 8 TO RETURN-CODE
                  GO TO 9500-ABEND
              END-IF
              DISPLAY "Tabela INSS vigente desde : " WRK-VIG-INSS
              DISPLAY "Tabela IRRF vigente desde : " WRK-VIG-IRRF.

      *    Fica so o conjunto de faixas de maior vigencia que nao passa
      *    da data de referencia; linha sem vigencia e da tabela antiga,
      *    valida desde sempre. Cada conjunto vem contiguo e em ordem
      *    crescente de faixa (conferido pelo MANPARAM).
         1051-GUARDA-FAIXA-INSS SECTION.
              IF PI-VIGENCIA NOT NUMERIC
                  MOVE ZEROS TO PI-VIGENCIA
              END-IF
              IF PI-VIGENCIA GREATER WRK-DATA-REF-TAB
                  OR PI-VIGENCIA LESS WRK-VIG-INSS
                  GO TO 1051-SAIDA
              END-IF
              IF PI-VIGENCIA GREATER WRK-VIG-INSS
                  MOVE PI-VIGENCIA TO WRK-VIG-INSS
                  MOVE ZEROS TO WRK-QTD-INSS
              END-IF
              ADD 1 TO WRK-QTD-INSS
              MOVE PI-FAIXA-ATE TO TAB-IN-ATE(WRK-QTD-INSS)
              MOVE PI-ALIQUOTA TO TAB-IN-ALIQ(WRK-QTD-INSS).
         1051-SAIDA.
              EXIT.

         1052-GUARDA-FAIXA-IRRF SECTION.
              IF PR-VIGENCIA NOT NUMERIC
                  MOVE ZEROS TO PR-VIGENCIA
              END-IF
              IF PR-VIGENCIA GREATER WRK-DATA-REF-TAB
                  OR PR-VIGENCIA LESS WRK-VIG-IRRF
                  GO TO 1052-SAIDA
              END-IF
              IF PR-VIGENCIA GREATER WRK-VIG-IRRF
                  MOVE PR-VIGENCIA TO WRK-VIG-IRRF
                  MOVE ZEROS TO WRK-QTD-IRRF
              END-IF
              ADD 1 TO WRK-QTD-IRRF
              MOVE PR-FAIXA-ATE TO TAB-IR-ATE(WRK-QTD-IRRF)
              MOVE PR-ALIQUOTA TO TAB-IR-ALIQ(WRK-QTD-IRRF)
              MOVE PR-PARCELA-DEDUZIR TO TAB-IR-PARCELA(WRK-QTD-IRRF).
         1052-SAIDA.
              EXIT.

         1055-CARREGA-DEPTOS SECTION.
              OPEN INPUT DEPTOS-FILE
              END-PERFORM
              CLOSE DEPTOS-FILE.

      *    Parametros e cadastro de dependentes. Sem PARAMDEPEND.DAT
      *    valem a deducao e as idades padrao; sem PARAMSALFAM.DAT,
      *    a faixa padrao do salario-familia; sem DEPENDENTES.DAT a
      *    folha roda como antes, sem deducao nem cota.
         1057-CARREGA-DEPENDENTES SECTION.
              MOVE WRK-DATA1 TO WRK-DATA-REF-DEP
              OPEN INPUT PARAMDEPEND-FILE
              IF WRK-STATUS-PARAMDEP = "00"
                  READ PARAMDEPEND-FILE INTO PARAMDEPEND-REG
                      NOT AT END
                          IF PD-DEDUCAO-IRRF NUMERIC
                              MOVE PD-DEDUCAO-IRRF
                                  TO WRK-DEDUCAO-POR-DEP
                          END-IF
                          IF PD-IDADE-IRRF NUMERIC
                              AND PD-IDADE-IRRF GREATER ZERO
                              MOVE PD-IDADE-IRRF TO WRK-IDADE-IRRF
                          END-IF
                          IF PD-IDADE-SALFAM NUMERIC
                              AND PD-IDADE-SALFAM GREATER ZERO
                              MOVE PD-IDADE-SALFAM TO WRK-IDADE-SALFAM
                          END-IF
                  END-READ
                  CLOSE PARAMDEPEND-FILE
              END-IF
              MOVE "N" TO WRK-FIM-PARAM
              OPEN INPUT PARAMSALFAM-FILE
              IF WRK-STATUS-PARAMSF = "00"
                  PERFORM UNTIL FIM-PARAM
                      READ PARAMSALFAM-FILE INTO PARAMSALFAM-REG
                          AT END
                              SET FIM-PARAM TO TRUE
                          NOT AT END
                              IF WRK-QTD-SALFAM LESS 10
                                  ADD 1 TO WRK-QTD-SALFAM
                                  MOVE PS-FAIXA-ATE TO
                                      TAB-SF-ATE(WRK-QTD-SALFAM)
                                  MOVE PS-VALOR-COTA TO
                                      TAB-SF-COTA(WRK-QTD-SALFAM)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE PARAMSALFAM-FILE
              END-IF
              IF WRK-QTD-SALFAM = ZEROS
                  MOVE 1 TO WRK-QTD-SALFAM
                  MOVE 1819,26 TO TAB-SF-ATE(1)
                  MOVE 62,04 TO TAB-SF-COTA(1)
              END-IF
              OPEN INPUT DEPENDENTES-FILE
              IF WRK-STATUS-DEPEND NOT = "00"
                  GO TO 1057-SAIDA
              END-IF
              PERFORM UNTIL FIM-DEPEND
                  READ DEPENDENTES-FILE INTO DEPENDENTES-REG
                      AT END
                          SET FIM-DEPEND TO TRUE
                      NOT AT END
                          IF WRK-QTD-DEPEND NOT LESS WRK-LIMITE-DEPEND
                              DISPLAY "DEPENDENTES.DAT excede o limite"
                                  " de " WRK-LIMITE-DEPEND
                                  " dependentes"
                              MOVE 8 TO RETURN-CODE
                              GO TO 9500-ABEND
                          END-IF
                          ADD 1 TO WRK-QTD-DEPEND
                          MOVE DE-CODIGO-FUNC TO
                              TAB-DE-CODIGO-FUNC(WRK-QTD-DEPEND)
                          MOVE DE-NASCIMENTO TO
                              TAB-DE-NASCIMENTO(WRK-QTD-DEPEND)
                          MOVE DE-PARENTESCO TO
                              TAB-DE-PARENTESCO(WRK-QTD-DEPEND)
                          MOVE DE-USO TO
                              TAB-DE-USO(WRK-QTD-DEPEND)
                  END-READ
              END-PERFORM
              CLOSE DEPENDENTES-FILE.
         1057-SAIDA.
              EXIT.

      *    Tipos de afastamento (PARAMAFAST.DAT ou a tabela padrao)
      *    e afastamentos cadastrados. Sem AFASTAMENTOS.DAT a folha
      *    roda sem proporcionalizar ninguem.
         1058-CARREGA-AFASTAMENTOS SECTION.
              MOVE WRK-QTD-AFAST-PADRAO TO WRK-QTD-TIPO-AFAST
              MOVE WRK-AFAST-PADRAO TO TAB-TIPO-AFAST
              OPEN INPUT PARAMAFAST-FILE
              IF WRK-STATUS-PARAMAFAST = "00"
                  MOVE ZEROS TO WRK-QTD-TIPO-AFAST
                  PERFORM UNTIL FIM-PARAMAFAST
                      READ PARAMAFAST-FILE
                          AT END
                              SET FIM-PARAMAFAST TO TRUE
                          NOT AT END
                              IF PA-TIPO NOT = SPACES
                                  AND PA-DIAS-EMPRESA NUMERIC
                                  AND PA-LIMITE-FERIAS NUMERIC
                                  AND (PA-REGRA-FERIAS = "C"
                                  OR PA-REGRA-FERIAS = "S"
                                  OR PA-REGRA-FERIAS = "P")
                                  AND WRK-QTD-TIPO-AFAST LESS 10
                                  ADD 1 TO WRK-QTD-TIPO-AFAST
                                  MOVE PARAMAFAST-REG TO
                                      TAB-TA-REG(WRK-QTD-TIPO-AFAST)
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE PARAMAFAST-FILE
                  IF WRK-QTD-TIPO-AFAST = ZEROS
                      MOVE WRK-QTD-AFAST-PADRAO TO WRK-QTD-TIPO-AFAST
                      MOVE WRK-AFAST-PADRAO TO TAB-TIPO-AFAST
                  END-IF
              END-IF
              OPEN INPUT AFASTAMENTOS-FILE
              IF WRK-STATUS-AFAST NOT = "00"
                  GO TO 1058-SAIDA
              END-IF
              PERFORM UNTIL FIM-AFAST
                  READ AFASTAMENTOS-FILE INTO AFASTAMENTOS-REG
                      AT END
                          SET FIM-AFAST TO TRUE
                      NOT AT END
                          IF WRK-QTD-AFAST NOT LESS WRK-LIMITE-AFAST
                              DISPLAY "AFASTAMENTOS.DAT excede o"
                                  " limite de " WRK-LIMITE-AFAST
                                  " afastamentos"
                              MOVE 8 TO RETURN-CODE
                              GO TO 9500-ABEND
                          END-IF
                          ADD 1 TO WRK-QTD-AFAST
                          MOVE AF-CODIGO-FUNC TO
                              TAB-AF-CODIGO-FUNC(WRK-QTD-AFAST)
                          MOVE AF-TIPO-AFAST TO
                              TAB-AF-TIPO-AFAST(WRK-QTD-AFAST)
                          MOVE AF-INICIO TO
                              TAB-AF-INICIO(WRK-QTD-AFAST)
                          MOVE AF-RETORNO-REAL TO
                              TAB-AF-RETORNO-REAL(WRK-QTD-AFAST)
                  END-READ
              END-PERFORM
              CLOSE AFASTAMENTOS-FILE.
         1058-SAIDA.
              EXIT.

      *    Garante a existencia do mestre indexado e o deixa aberto
      *    em I-O para os movimentos diretos.
      *    Inscricoes em beneficios e o calendario de dias uteis do
      *    mes da folha. Sem BENEFICIOS.DAT a folha roda sem
      *    beneficio e o pedido sai vazio.
         1059-CARREGA-BENEFICIOS SECTION.
              OPEN INPUT BENEFICIOS-FILE
              IF WRK-STATUS-BENEF NOT = "00"
                  GO TO 1059-SAIDA
              END-IF
              PERFORM UNTIL FIM-BENEF
                  READ BENEFICIOS-FILE INTO BENEFICIOS-REG
                      AT END
                          SET FIM-BENEF TO TRUE
                      NOT AT END
                          IF WRK-QTD-BENEF NOT LESS WRK-LIMITE-BENEF
                              DISPLAY "BENEFICIOS.DAT excede o limite"
                                  " de " WRK-LIMITE-BENEF
                                  " inscricoes"
                              MOVE 8 TO RETURN-CODE
                              GO TO 9500-ABEND
                          END-IF
                          ADD 1 TO WRK-QTD-BENEF
                          MOVE BN-CODIGO-FUNC TO
                              TAB-BN-CODIGO-FUNC(WRK-QTD-BENEF)
                          MOVE BN-BENEFICIO TO
                              TAB-BN-BENEFICIO(WRK-QTD-BENEF)
                          MOVE BN-QTD-DIARIA TO
                              TAB-BN-QTD-DIARIA(WRK-QTD-BENEF)
                          MOVE BN-VALOR-UNITARIO TO
                              TAB-BN-VALOR-UNIT(WRK-QTD-BENEF)
                          MOVE BN-INICIO TO
                              TAB-BN-INICIO(WRK-QTD-BENEF)
                          MOVE BN-FIM TO
                              TAB-BN-FIM(WRK-QTD-BENEF)
                  END-READ
              END-PERFORM
              CLOSE BENEFICIOS-FILE
              PERFORM 1061-CALENDARIO-MES.
         1059-SAIDA.
              EXIT.

      *    Dias uteis do mes da folha, um por um pela DIAUTIL. O ano
      *    ja foi validado entre 2000 e 2099, entao bissexto e o
      *    divisivel por 4.
         1061-CALENDARIO-MES SECTION.
              MOVE WRK-DATA1 TO WRK-BN-DATA-DIA
              MOVE 1 TO WRK-BN-DIA
              MOVE WRK-BN-DATA-DIA TO WRK-MES-INI
              EVALUATE WRK-BN-MES
                  WHEN 4
                  WHEN 6
                  WHEN 9
                  WHEN 11
                      MOVE 30 TO WRK-ULTIMO-DIA
                  WHEN 2
                      DIVIDE WRK-BN-ANO BY 4 GIVING WRK-QUOCIENTE
                          REMAINDER WRK-RESTO-BISSEXTO
                      IF WRK-RESTO-BISSEXTO = ZERO
                          MOVE 29 TO WRK-ULTIMO-DIA
                      ELSE
                          MOVE 28 TO WRK-ULTIMO-DIA
                      END-IF
                  WHEN OTHER
                      MOVE 31 TO WRK-ULTIMO-DIA
              END-EVALUATE
              MOVE WRK-ULTIMO-DIA TO WRK-BN-DIA
              MOVE WRK-BN-DATA-DIA TO WRK-MES-FIM
              MOVE ALL "N" TO TAB-DIAS-MES
              PERFORM VARYING WRK-DIA-MES FROM 1 BY 1
                  UNTIL WRK-DIA-MES GREATER WRK-ULTIMO-DIA
                  MOVE WRK-DIA-MES TO WRK-BN-DIA
                  MOVE WRK-BN-DATA-DIA TO WRK-DU-DATA
                  MOVE SPACES TO WRK-DU-UF
                  MOVE RETURN-CODE TO WRK-DU-RETORNO
                  CALL "DIAUTIL" USING WRK-PARM-DIAUTIL
                  MOVE WRK-DU-EH-UTIL TO TAB-DM-UTIL(WRK-DIA-MES)
              END-PERFORM.

         1060-CARREGA-FUNCM-ANTERIOR SECTION.
              MOVE "N" TO WRK-HOUVE-MESTRE
              OPEN I-O FUNCM-FILE
                  END-IF
              END-IF.

      *    Identificacao civil aberta em I-O durante todo o job:
      *    gravada pelos movimentos e lida pela remessa.
         1062-ABRE-IDENTIDADE SECTION.
              OPEN I-O FUNCIDENT-FILE
              IF WRK-STATUS-FUNCIDENT = "35"
                  OPEN OUTPUT FUNCIDENT-FILE
                  CLOSE FUNCIDENT-FILE
                  OPEN I-O FUNCIDENT-FILE
              END-IF
              IF WRK-STATUS-FUNCIDENT NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FUNCIDENT.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FUNCIDENT TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GO TO 9500-ABEND
              END-IF.

      *    Carga da revisao antes da remessa: percentual de
      *    variacao, media do historico por funcionario, alteracoes
      *    bancarias do mes ja auditadas e retencoes pendentes de
      *    outras competencias. Roda antes de o FUNCAUD.DAT ser
      *    aberto para extensao.
         1063-CARREGA-REVISAO SECTION.
              MOVE WRK-DATA1(1:6) TO WRK-COMPETENCIA
              OPEN INPUT PARAMREVFOL-FILE
              IF WRK-STATUS-PARAMREV = "00"
                  READ PARAMREVFOL-FILE INTO PARAMREVFOL-REG
                      NOT AT END
                          IF RV-PERC-VARIACAO NUMERIC
                              AND RV-PERC-VARIACAO GREATER ZERO
                              MOVE RV-PERC-VARIACAO
                                  TO WRK-PERC-VARIACAO
                          END-IF
                  END-READ
                  CLOSE PARAMREVFOL-FILE
              END-IF
              MOVE "N" TO WRK-FIM-FUNCHIST
              OPEN INPUT FUNCHIST-FILE
              IF WRK-STATUS-FUNCHIST = "00"
                  PERFORM UNTIL FIM-FUNCHIST
                      READ FUNCHIST-FILE INTO FUNCHIST-REG
                          AT END
                              SET FIM-FUNCHIST TO TRUE
                          NOT AT END
                              IF FH-COMPETENCIA LESS WRK-COMPETENCIA
                                  AND (FH-TIPO-VERBA = SPACE
                                      OR FH-TIPO-VERBA = "M")
                                  PERFORM 1064-ACUMULA-HISTPAG
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE FUNCHIST-FILE
              END-IF
              MOVE "N" TO WRK-FIM-FUNCAUD
              OPEN INPUT FUNCAUD-FILE
              IF WRK-STATUS-FUNCAUD = "00"
                  PERFORM UNTIL FIM-FUNCAUD
                      READ FUNCAUD-FILE
                          AT END
                              SET FIM-FUNCAUD TO TRUE
                          NOT AT END
                              IF FA-TIPO = "DADOS BANCO"
                                  AND FA-DATA(1:6) = WRK-DATA1(1:6)
                                  MOVE FA-CODIGO TO WRK-COD-REVISAO
                                  PERFORM 1067-MARCA-ALTBANCO
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE FUNCAUD-FILE
              END-IF
              MOVE "N" TO WRK-FIM-PAGRET
              OPEN INPUT PAGRETIDO-FILE
              IF WRK-STATUS-PAGRET = "00"
                  PERFORM UNTIL FIM-PAGRET
                      READ PAGRETIDO-FILE INTO PAGRETIDO-REG
                          AT END
                              SET FIM-PAGRET TO TRUE
                          NOT AT END
                              IF PG-COMPETENCIA NOT = WRK-COMPETENCIA
                                  PERFORM 1068-GUARDA-RETENCAO
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE PAGRETIDO-FILE
              END-IF.

      *    Funcionario alem da capacidade da tabela fica sem media e
      *    cai na retencao de primeiro pagamento.
         1064-ACUMULA-HISTPAG SECTION.
              MOVE "N" TO WRK-ACHOU-HISTPAG
              IF WRK-QTD-HISTPAG GREATER ZERO
                  SET TAB-HP-IDX TO 1
                  SEARCH TAB-HP-REG
                      AT END
                          CONTINUE
                      WHEN TAB-HP-CODIGO(TAB-HP-IDX) = FH-CODIGO
                          SET ACHOU-HISTPAG TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-HISTPAG
                  IF WRK-QTD-HISTPAG NOT LESS 500
                      GO TO 1064-SAIDA
                  END-IF
                  ADD 1 TO WRK-QTD-HISTPAG
                  SET TAB-HP-IDX TO WRK-QTD-HISTPAG
                  MOVE FH-CODIGO TO TAB-HP-CODIGO(TAB-HP-IDX)
                  MOVE ZEROS TO TAB-HP-QTD(TAB-HP-IDX)
                  MOVE ZEROS TO TAB-HP-LIQUIDO(TAB-HP-IDX)
                  MOVE ZEROS TO TAB-HP-BRUTO(TAB-HP-IDX)
              END-IF
              ADD 1 TO TAB-HP-QTD(TAB-HP-IDX)
              ADD FH-SALARIO-LIQUIDO TO TAB-HP-LIQUIDO(TAB-HP-IDX)
              ADD FH-SALARIO TO TAB-HP-BRUTO(TAB-HP-IDX).
         1064-SAIDA.
              EXIT.

         1067-MARCA-ALTBANCO SECTION.
              PERFORM 0736-LOCALIZA-ALTBANCO
              IF NOT ACHOU-ALTBANCO
                  AND WRK-QTD-ALTBANCO LESS 200
                  ADD 1 TO WRK-QTD-ALTBANCO
                  MOVE WRK-COD-REVISAO
                      TO TAB-AB-CODIGO(WRK-QTD-ALTBANCO)
              END-IF.

         1068-GUARDA-RETENCAO SECTION.
              IF WRK-QTD-PAGRET NOT LESS 200
                  DISPLAY "PAGRETIDO.DAT excede o limite de 200"
                      " retencoes pendentes"
                  MOVE 8 TO RETURN-CODE
                  GO TO 9500-ABEND
              END-IF
              ADD 1 TO WRK-QTD-PAGRET
              MOVE PAGRETIDO-REG TO TAB-PG-LINHA(WRK-QTD-PAGRET).

      *    Ordens de pensao alimenticia. Sem PENSAO.DAT a folha roda
      *    sem desconto de pensao.
         1069-CARREGA-PENSAO SECTION.
              OPEN INPUT PENSAO-FILE
              IF WRK-STATUS-PENSAO NOT = "00"
                  GO TO 1069-SAIDA
              END-IF
              PERFORM UNTIL FIM-PENSAO
                  READ PENSAO-FILE INTO PENSAO-REG
                      AT END
                          SET FIM-PENSAO TO TRUE
                      NOT AT END
                          IF WRK-QTD-PENSAO NOT LESS WRK-LIMITE-PENSAO
                              DISPLAY "PENSAO.DAT excede o limite"
                                  " de " WRK-LIMITE-PENSAO " ordens"
                              MOVE 8 TO RETURN-CODE
                              GO TO 9500-ABEND
                          END-IF
                          ADD 1 TO WRK-QTD-PENSAO
                          SET TAB-PE-IDX TO WRK-QTD-PENSAO
                          MOVE PE-CODIGO-FUNC
                              TO TAB-PE-CODIGO-FUNC(TAB-PE-IDX)
                          MOVE PE-ORDEM TO TAB-PE-ORDEM(TAB-PE-IDX)
                          MOVE PE-BENEFICIARIO
                              TO TAB-PE-BENEFICIARIO(TAB-PE-IDX)
                          MOVE PE-CPF TO TAB-PE-CPF(TAB-PE-IDX)
                          MOVE PE-BANCO TO TAB-PE-BANCO(TAB-PE-IDX)
                          MOVE PE-AGENCIA
                              TO TAB-PE-AGENCIA(TAB-PE-IDX)
                          MOVE PE-CONTA TO TAB-PE-CONTA(TAB-PE-IDX)
                          MOVE PE-REGRA TO TAB-PE-REGRA(TAB-PE-IDX)
                          MOVE PE-PERCENTUAL
                              TO TAB-PE-PERCENTUAL(TAB-PE-IDX)
                          MOVE PE-VALOR-FIXO
                              TO TAB-PE-VALOR-FIXO(TAB-PE-IDX)
                          MOVE PE-INICIO TO TAB-PE-INICIO(TAB-PE-IDX)
                          MOVE PE-FIM TO TAB-PE-FIM(TAB-PE-IDX)
                  END-READ
              END-PERFORM
              CLOSE PENSAO-FILE.
         1069-SAIDA.
              EXIT.

      *    Faixas dos cargos e operadores de nivel 3 que aprovam
      *    salario fora da faixa. Sem CARGOS.DAT a conferencia fica
      *    desligada; sem OPERADORES.DAT nenhuma excecao e aceita.
         1070-CARREGA-CARGOS SECTION.
              OPEN INPUT CARGOS-FILE
              IF WRK-STATUS-CARGOS NOT = "00"
                  DISPLAY "Aviso: CARGOS.DAT indisponivel (status "
                      WRK-STATUS-CARGOS ") - faixa salarial nao "
                      "conferida"
                  GO TO 1070-SAIDA
              END-IF
              PERFORM UNTIL FIM-CARGOS
                  READ CARGOS-FILE INTO CARGOS-REG
                      AT END
                          SET FIM-CARGOS TO TRUE
                      NOT AT END
                          IF WRK-QTD-CARGOS NOT LESS 200
                              DISPLAY "CARGOS.DAT excede o limite"
                                  " de 200 cargos"
                              MOVE 8 TO RETURN-CODE
                              GO TO 9500-ABEND
                          END-IF
                          ADD 1 TO WRK-QTD-CARGOS
                          SET TAB-CG-IDX TO WRK-QTD-CARGOS
                          MOVE CG-CODIGO TO TAB-CG-CODIGO(TAB-CG-IDX)
                          MOVE CG-MINIMO TO TAB-CG-MINIMO(TAB-CG-IDX)
                          MOVE CG-MAXIMO TO TAB-CG-MAXIMO(TAB-CG-IDX)
                  END-READ
              END-PERFORM
              CLOSE CARGOS-FILE
              PERFORM 1071-CARREGA-AUTORIZADOS.
         1070-SAIDA.
              EXIT.

         1071-CARREGA-AUTORIZADOS SECTION.
              OPEN INPUT OPERADORES-FILE
              IF WRK-STATUS-OPER NOT = "00"
                  DISPLAY "Aviso: OPERADORES.DAT indisponivel (status "
                      WRK-STATUS-OPER ") - nenhuma excecao de faixa "
                      "aceita"
                  GO TO 1071-SAIDA
              END-IF
              PERFORM UNTIL FIM-OPER
                  READ OPERADORES-FILE
                      AT END
                          SET FIM-OPER TO TRUE
                      NOT AT END
                          IF OP-NIVEL = 3
                              AND WRK-QTD-AUTORIZADO LESS 100
                              ADD 1 TO WRK-QTD-AUTORIZADO
                              MOVE OP-CODIGO TO
                                  TAB-AU-CODIGO(WRK-QTD-AUTORIZADO)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE OPERADORES-FILE.
         1071-SAIDA.
              EXIT.

         1072-ABRE-FUNCCARGO SECTION.
              OPEN I-O FUNCCARGO-FILE
              IF WRK-STATUS-FUNCCARGO = "35"
                  OPEN OUTPUT FUNCCARGO-FILE
                  CLOSE FUNCCARGO-FILE
                  OPEN I-O FUNCCARGO-FILE
              END-IF
              IF WRK-STATUS-FUNCCARGO NOT = "00"
                  MOVE "A001" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "FUNCCARGO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-FUNCCARGO TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GO TO 9500-ABEND
              END-IF.

      *    Contratos de consignado ainda ativos, para a rescisao.
      *    Sem EMPCONTR.DAT nao ha o que descontar.
         1073-CARREGA-EMPRESTIMOS SECTION.
              OPEN INPUT PARAMEMP-FILE
              IF WRK-STATUS-PARAMEMP = "00"
                  READ PARAMEMP-FILE INTO PARAMEMP-REG
                      NOT AT END
                          IF PM-PERC-RESCISAO NUMERIC
                              AND PM-PERC-RESCISAO GREATER ZERO
                              AND PM-PERC-RESCISAO NOT GREATER 100
                              MOVE PM-PERC-RESCISAO
                                  TO WRK-PERC-RESC-EMP
                          END-IF
                  END-READ
                  CLOSE PARAMEMP-FILE
              END-IF
              OPEN INPUT EMPCONTR-FILE
              IF WRK-STATUS-EMPCONTR NOT = "00"
                  GO TO 1073-SAIDA
              END-IF
              PERFORM UNTIL FIM-EMPCONTR
                  READ EMPCONTR-FILE INTO EMPCONTR-REG
                      AT END
                          SET FIM-EMPCONTR TO TRUE
                      NOT AT END
                          IF EC-STATUS = "ATIVO"
                              AND EC-SALDO GREATER ZERO
                              IF WRK-QTD-EMPCONTR NOT LESS 50
                                  DISPLAY "EMPCONTR.DAT maior que o"
                                      " limite de 50 contratos"
                                  MOVE 8 TO RETURN-CODE
                                  GO TO 9500-ABEND
                              END-IF
                              ADD 1 TO WRK-QTD-EMPCONTR
                              SET TAB-EC-IDX TO WRK-QTD-EMPCONTR
                              MOVE EC-CONTRATO
                                  TO TAB-EC-CONTRATO(TAB-EC-IDX)
                              MOVE EC-FUNCIONARIO
                                  TO TAB-EC-FUNC(TAB-EC-IDX)
                              MOVE EC-SALDO TO TAB-EC-SALDO(TAB-EC-IDX)
                              MOVE "N" TO TAB-EC-BAIXADO(TAB-EC-IDX)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE EMPCONTR-FILE.
         1073-SAIDA.
              EXIT.

      *    Checkpoint em andamento da mesma competencia indica que o
      *    fechamento anterior caiu no meio: restaura os contadores
      *    da remessa, os totais da passada de movimentos e as
      *    rescisoes ja apuradas. Checkpoint de outra competencia
      *    nao serve para esta folha e e so avisado.
         1074-VERIFICA-CHECKPOINT SECTION.
              ACCEPT WRK-DATA-INICIO-FECH FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-INICIO-FECH FROM TIME
              MOVE "N" TO WRK-FIM-FOLHACKP
              OPEN INPUT FOLHACKP-FILE
              IF WRK-STATUS-FOLHACKP NOT = "00"
                  GO TO 1074-SAIDA
              END-IF
              READ FOLHACKP-FILE
                  AT END
                      SET FIM-FOLHACKP TO TRUE
              END-READ
              IF FIM-FOLHACKP
                  OR CKP-TIPO NOT = "C"
                  OR CKP-SITUACAO NOT = "A"
                  CLOSE FOLHACKP-FILE
                  GO TO 1074-SAIDA
              END-IF
              IF CKP-COMPETENCIA NOT = WRK-DATA1(1:6)
                  DISPLAY "Aviso: checkpoint da competencia "
                      CKP-COMPETENCIA " ignorado"
                  CLOSE FOLHACKP-FILE
                  GO TO 1074-SAIDA
              END-IF
              SET HOUVE-REINICIO TO TRUE
              MOVE CKP-ULTIMO-CODIGO TO WRK-CKP-ULTIMO
              MOVE CKP-QTD-FECHADOS TO WRK-CKP-FECHADOS
              MOVE CKP-DATA-INICIO TO WRK-DATA-INICIO-FECH
              MOVE CKP-HORA-INICIO TO WRK-HORA-INICIO-FECH
              MOVE CKP-QTD-REMESSA TO WRK-QTD-REMESSA
              MOVE CKP-SOMA-REMESSA TO WRK-SOMA-REMESSA
              MOVE CKP-QTD-RETIDOS TO WRK-QTD-RETIDOS
              MOVE CKP-SOMA-RETIDOS TO WRK-SOMA-RETIDOS
              MOVE CKP-COMP-JA-GRAVADA TO WRK-CKP-COMP-GRAVADA
              MOVE CKP-TOTAL-FUNC TO WRK-TOTAL-FUNC
              MOVE CKP-TOTAL-REJEITADOS TO WRK-TOTAL-REJEITADOS
              PERFORM UNTIL FIM-FOLHACKP
                  READ FOLHACKP-FILE
                      AT END
                          SET FIM-FOLHACKP TO TRUE
                      NOT AT END
                          PERFORM 1075-RESTAURA-LINHA-CKP
                  END-READ
              END-PERFORM
              CLOSE FOLHACKP-FILE
              DISPLAY "Reiniciando fechamento apos checkpoint : "
                  WRK-CKP-FECHADOS " funcionario(s) ja fechado(s)"
              DISPLAY "Ultimo codigo fechado : " WRK-CKP-ULTIMO
                  "   inicio : " WRK-DATA-INICIO-FECH " "
                  WRK-HORA-INICIO-FECH.
         1074-SAIDA.
              EXIT.

         1075-RESTAURA-LINHA-CKP SECTION.
              EVALUATE CKR-TIPO
                  WHEN "R"
                      IF WRK-QTD-RESCISAO LESS 50
                          ADD 1 TO WRK-QTD-RESCISAO
                          SET TAB-RC-IDX TO WRK-QTD-RESCISAO
                          MOVE CKR-RESCISAO TO TAB-RC-REG(TAB-RC-IDX)
                      END-IF
                  WHEN "P"
                      IF WRK-QTD-CREDPENSAO LESS WRK-LIMITE-PENSAO
                          ADD 1 TO WRK-QTD-CREDPENSAO
                          SET TAB-CP-IDX TO WRK-QTD-CREDPENSAO
                          MOVE CKC-ITEM TO TAB-CP-ITEM(TAB-CP-IDX)
                          MOVE CKC-VALOR TO TAB-CP-VALOR(TAB-CP-IDX)
                      END-IF
              END-EVALUATE.

         1100-LER-FUNCIONARIO SECTION.
              IF LENDO-AUTORIZADOS
                  PERFORM 1150-LER-AUTORIZADO
                  GO TO 1100-SAIDA
              END-IF
              MOVE SPACES TO WRK-AUTORIZADOR
              READ FUNCIONARIOS-FILE INTO WRK-ENTRADA
                  AT END
                      SET FIM-ARQUIVO-FUNC TO TRUE
              END-READ
              IF FIM-ARQUIVO-FUNC
                  PERFORM 1140-ABRE-AUTORIZADOS
              END-IF.
         1100-SAIDA.
              EXIT.

      *    Terminado o FUNCIONARIOS.DAT, seguem os movimentos
      *    aprovados pelo segundo operador, se houver.
         1140-ABRE-AUTORIZADOS SECTION.
              OPEN INPUT AUTORIZADOS-FILE
              IF WRK-STATUS-AUT = "00"
                  SET LENDO-AUTORIZADOS TO TRUE
                  MOVE "N" TO WRK-FIM-FUNC
                  PERFORM 1150-LER-AUTORIZADO
              END-IF.

         1150-LER-AUTORIZADO SECTION.
              READ AUTORIZADOS-FILE
                  AT END
                      SET FIM-ARQUIVO-FUNC TO TRUE
                  NOT AT END
                      MOVE AU-MOVIMENTO TO WRK-ENTRADA
                      MOVE AU-AUTORIZADOR TO WRK-AUTORIZADOR
              END-READ.

         0200-RECEBEENTRADA SECTION.
              PERFORM 0210-VALIDA-FUNCIONARIO
              MOVE "N" TO WRK-RETIDO-APROV
              IF FUNC-VALIDO
                  PERFORM 0240-CONFERE-APROVACAO
              END-IF
              EVALUATE TRUE
                  WHEN RETIDO-APROVACAO
                      ADD 1 TO WRK-QTD-RETIDOS-APROV
                  WHEN FUNC-VALIDO
                      PERFORM 0400-APLICA-MOVIMENTO
                  WHEN OTHER
                      PERFORM 0250-GRAVA-EXCECAO
              END-EVALUATE
              PERFORM 0500-MOSTRAENTRADA
              PERFORM 1100-LER-FUNCIONARIO.
         0200-EXIT.
                      END-IF
                  END-IF
              END-IF
              IF FUNC-VALIDO
                  AND (WRK-TIPO-MOVTO = "A" OR WRK-TIPO-MOVTO = "C")
                  PERFORM 0219-VALIDA-IDENTIDADE
              END-IF
              IF FUNC-VALIDO
                  PERFORM 0215-LOCALIZA-ANTERIOR
                  EVALUATE TRUE
                      MOVE "MOTIVO DESLIG NAO INFORMADO"
                          TO WRK-MOTIVO
                  END-IF
              END-IF
              IF FUNC-VALIDO
                  AND (WRK-TIPO-MOVTO = "A" OR WRK-TIPO-MOVTO = "C")
                  PERFORM 0216-VALIDA-CARGO
              END-IF.

      *    Dados civis informados no movimento: nomes so com letras,
      *    nascimento valido e anterior a hoje, PIS e CPF com digito
      *    conferido pelo VALDOC, e-mail pelo VALEMAIL. CPF ja usado
      *    por outro codigo so e aceito se aquele codigo nao esta mais
      *    no mestre (readmissao com codigo novo). Campo em branco nao
      *    e alterado.
         0219-VALIDA-IDENTIDADE SECTION.
              IF WRK-NOME-COMPLETO NOT = SPACES
                  AND WRK-NOME-COMPLETO IS NOT ALPHABETIC
                  MOVE "N" TO WRK-FUNC-VALIDO
                  MOVE "NOME COMPLETO INVALIDO" TO WRK-MOTIVO
                  GO TO 0219-SAIDA
              END-IF
              IF WRK-NOME-MAE NOT = SPACES
                  AND WRK-NOME-MAE IS NOT ALPHABETIC
                  MOVE "N" TO WRK-FUNC-VALIDO
                  MOVE "NOME DA MAE INVALIDO" TO WRK-MOTIVO
                  GO TO 0219-SAIDA
              END-IF
              IF WRK-NASCIMENTO NOT = SPACES
                  MOVE WRK-NASCIMENTO TO WRK-NASC-X
                  IF WRK-NASCIMENTO IS NOT NUMERIC
                      OR WRK-NC-MES < "01" OR WRK-NC-MES > "12"
                      OR WRK-NC-DIA < "01" OR WRK-NC-DIA > "31"
                      OR WRK-NC-ANO < "1900"
                      OR WRK-NASC-X NOT LESS WRK-DATA1
                      MOVE "N" TO WRK-FUNC-VALIDO
                      MOVE "DATA DE NASCIMENTO INVALIDA"
                          TO WRK-MOTIVO
                      GO TO 0219-SAIDA
                  END-IF
              END-IF
              IF WRK-PIS NOT = SPACES
                  IF WRK-PIS IS NOT NUMERIC
                      MOVE "N" TO WRK-FUNC-VALIDO
                      MOVE "PIS INVALIDO" TO WRK-MOTIVO
                      GO TO 0219-SAIDA
                  END-IF
                  MOVE "P" TO WRK-VD-TIPO
                  MOVE WRK-PIS TO WRK-VD-NUMERO
                  MOVE RETURN-CODE TO WRK-VD-RETORNO
                  CALL "VALDOC" USING WRK-PARM-VALDOC
                  IF WRK-VD-VALIDO NOT = "S"
                      MOVE "N" TO WRK-FUNC-VALIDO
                      MOVE "PIS INVALIDO" TO WRK-MOTIVO
                      GO TO 0219-SAIDA
                  END-IF
              END-IF
              IF WRK-EMAIL NOT = SPACES
                  MOVE WRK-EMAIL TO WRK-VE-EMAIL
                  MOVE RETURN-CODE TO WRK-VE-RETORNO
                  CALL "VALEMAIL" USING WRK-PARM-VALEMAIL
                  IF WRK-VE-VALIDO NOT = "S"
                      MOVE "N" TO WRK-FUNC-VALIDO
                      MOVE "E-MAIL INVALIDO" TO WRK-MOTIVO
                      GO TO 0219-SAIDA
                  END-IF
              END-IF
              IF WRK-CPF = SPACES
                  GO TO 0219-SAIDA
              END-IF
              IF WRK-CPF IS NOT NUMERIC
                  MOVE "N" TO WRK-FUNC-VALIDO
                  MOVE "CPF INVALIDO" TO WRK-MOTIVO
                  GO TO 0219-SAIDA
              END-IF
              MOVE "C" TO WRK-VD-TIPO
              MOVE WRK-CPF TO WRK-VD-NUMERO
              MOVE RETURN-CODE TO WRK-VD-RETORNO
              CALL "VALDOC" USING WRK-PARM-VALDOC
              IF WRK-VD-VALIDO NOT = "S"
                  MOVE "N" TO WRK-FUNC-VALIDO
                  MOVE "CPF INVALIDO" TO WRK-MOTIVO
                  GO TO 0219-SAIDA
              END-IF
              MOVE WRK-CPF TO WRK-CPF-N
              MOVE WRK-CPF-N TO FI-CPF
              MOVE "N" TO WRK-FIM-IDENT
              START FUNCIDENT-FILE KEY IS EQUAL TO FI-CPF
                  INVALID KEY
                      SET FIM-IDENT TO TRUE
              END-START
              PERFORM UNTIL FIM-IDENT OR NOT FUNC-VALIDO
                  READ FUNCIDENT-FILE NEXT
                      AT END
                          SET FIM-IDENT TO TRUE
                      NOT AT END
                          IF FI-CPF NOT = WRK-CPF-N
                              SET FIM-IDENT TO TRUE
                          ELSE
                              IF FI-CODIGO NOT = WRK-CODIGO
                                  MOVE FI-CODIGO TO FM-CODIGO
                                  READ FUNCM-FILE
                                      INVALID KEY
                                          CONTINUE
                                      NOT INVALID KEY
                                          MOVE "N" TO WRK-FUNC-VALIDO
                                          MOVE
                                      "CPF DE OUTRO FUNCIONARIO ATIVO"
                                              TO WRK-MOTIVO
                                  END-READ
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM.
         0219-SAIDA.
              EXIT.

      *    Data de admissao plausivel: mes 01-12, dia 01-31 e ano
      *    dentro da faixa razoavel do DATECPY; o modulo de ferias
      *    conta os periodos aquisitivos a partir dela.
                  MOVE "DATA DE ADMISSAO INVALIDA" TO WRK-MOTIVO
              END-IF.

      *    Movimento aprovado volta validado de novo contra o mestre
      *    do dia, mas o aprovador tem de ser outro operador.
      *    Movimento novo sensivel (pelo tipo A/C/D ou, na alteracao,
      *    pela troca de salario - tipo SALARIO) vai para a fila de
      *    aprovacao e o mestre nao muda.
         0240-CONFERE-APROVACAO SECTION.
              IF LENDO-AUTORIZADOS
                  IF WRK-AUTORIZADOR = SPACES
                      OR WRK-AUTORIZADOR = WRK-OPERADOR-MOV
                      MOVE "N" TO WRK-FUNC-VALIDO
                      MOVE "APROVADOR IGUAL AO PREPARADOR"
                          TO WRK-MOTIVO
                  END-IF
                  GO TO 0240-SAIDA
              END-IF
              MOVE "V" TO WRK-AC-FUNCAO
              MOVE "FUNCIONARIOS" TO WRK-AC-ORIGEM
              MOVE WRK-TIPO-MOVTO TO WRK-AC-TIPO
              MOVE WRK-OPERADOR-MOV TO WRK-AC-OPERADOR
              MOVE RETURN-CODE TO WRK-AC-RETORNO
              CALL "APROVCTL" USING WRK-PARM-APROV
              IF NOT WRK-AC-EXIGE-APROVACAO
                  AND WRK-TIPO-MOVTO = "C"
                  AND WRK-SALARIO NOT = WRK-SALARIO-ANTES
                  MOVE "SALARIO" TO WRK-AC-TIPO
                  MOVE RETURN-CODE TO WRK-AC-RETORNO
                  CALL "APROVCTL" USING WRK-PARM-APROV
              END-IF
              IF NOT WRK-AC-EXIGE-APROVACAO
                  GO TO 0240-SAIDA
              END-IF
              IF WRK-OPERADOR-MOV = SPACES
                  MOVE "N" TO WRK-FUNC-VALIDO
                  MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO
                  GO TO 0240-SAIDA
              END-IF
              MOVE "P" TO WRK-AC-FUNCAO
              MOVE WRK-ENTRADA TO WRK-AC-MOVIMENTO
              MOVE RETURN-CODE TO WRK-AC-RETORNO
              CALL "APROVCTL" USING WRK-PARM-APROV
              IF WRK-AC-RESULTADO = "0"
                  SET RETIDO-APROVACAO TO TRUE
                  DISPLAY "Retido para aprovacao : " WRK-CODIGO
                      " movimento " WRK-TIPO-MOVTO
                      " por " WRK-OPERADOR-MOV
              ELSE
                  MOVE "N" TO WRK-FUNC-VALIDO
                  MOVE "FILA DE APROVACAO INDISPONIVEL" TO WRK-MOTIVO
              END-IF.
         0240-SAIDA.
              EXIT.

         0217-VALIDA-DEPTO SECTION.
              MOVE "N" TO WRK-ACHOU-DEPTO
              SET TAB-DP-IDX TO 1
                  MOVE "DEPARTAMENTO INVALIDO" TO WRK-MOTIVO
              END-IF.

      *    Cargo do movimento ou, na alteracao sem cargo informado,
      *    o ja gravado no FUNCCARGO.DAT. A faixa e conferida na
      *    inclusao e quando a alteracao muda o salario ou o cargo;
      *    funcionario antigo ainda sem cargo passa sem conferencia
      *    ate receber um. Fora da faixa exige a excecao marcada
      *    ("S") e aprovador de nivel 3.
         0216-VALIDA-CARGO SECTION.
              MOVE "N" TO WRK-FORA-FAIXA
              MOVE WRK-CARGO TO WRK-CARGO-NOVO
              IF WRK-QTD-CARGOS = ZEROS
                  GO TO 0216-SAIDA
              END-IF
              MOVE SPACES TO WRK-CARGO-ANTES
              IF WRK-TIPO-MOVTO = "C"
                  MOVE WRK-CODIGO TO FC-CODIGO
                  READ FUNCCARGO-FILE KEY IS FC-CODIGO
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE FC-CARGO TO WRK-CARGO-ANTES
                  END-READ
              END-IF
              IF WRK-CARGO-NOVO = SPACES
                  MOVE WRK-CARGO-ANTES TO WRK-CARGO-NOVO
              END-IF
              IF WRK-CARGO-NOVO = SPACES
                  IF WRK-TIPO-MOVTO = "A"
                      MOVE "N" TO WRK-FUNC-VALIDO
                      MOVE "CARGO NAO INFORMADO" TO WRK-MOTIVO
                  END-IF
                  GO TO 0216-SAIDA
              END-IF
              MOVE "N" TO WRK-ACHOU-CARGO
              SET TAB-CG-IDX TO 1
              SEARCH TAB-CG-REG
                  AT END
                      CONTINUE
                  WHEN TAB-CG-CODIGO(TAB-CG-IDX) = WRK-CARGO-NOVO
                      SET ACHOU-CARGO TO TRUE
              END-SEARCH
              IF NOT ACHOU-CARGO
                  MOVE "N" TO WRK-FUNC-VALIDO
                  MOVE "CARGO INVALIDO" TO WRK-MOTIVO
                  GO TO 0216-SAIDA
              END-IF
              IF WRK-TIPO-MOVTO = "C"
                  AND WRK-SALARIO = WRK-SALARIO-ANTES
                  AND WRK-CARGO-NOVO = WRK-CARGO-ANTES
                  GO TO 0216-SAIDA
              END-IF
              IF WRK-SALARIO NOT LESS TAB-CG-MINIMO(TAB-CG-IDX)
                  AND WRK-SALARIO NOT GREATER TAB-CG-MAXIMO(TAB-CG-IDX)
                  GO TO 0216-SAIDA
              END-IF
              SET SALARIO-FORA-FAIXA TO TRUE
              IF WRK-EXC-FAIXA NOT = "S"
                  MOVE "N" TO WRK-FUNC-VALIDO
                  MOVE "SALARIO FORA DA FAIXA DO CARGO" TO WRK-MOTIVO
                  GO TO 0216-SAIDA
              END-IF
              MOVE "N" TO WRK-ACHOU-AUTORIZADO
              IF WRK-APROVADOR NOT = SPACES
                  AND WRK-QTD-AUTORIZADO GREATER ZERO
                  SET TAB-AU-IDX TO 1
                  SEARCH TAB-AU-CODIGO
                      AT END
                          CONTINUE
                      WHEN TAB-AU-CODIGO(TAB-AU-IDX) = WRK-APROVADOR
                          SET ACHOU-AUTORIZADO TO TRUE
                  END-SEARCH
              END-IF
              IF NOT ACHOU-AUTORIZADO
                  MOVE "N" TO WRK-FUNC-VALIDO
                  MOVE "APROVADOR DA FAIXA INVALIDO" TO WRK-MOTIVO
              END-IF.
         0216-SAIDA.
              EXIT.

      *    Localizacao direta no mestre indexado; o registro lido
      *    fica em FUNCM-REG para o antes/depois da auditoria e para
      *    o REWRITE/DELETE.
                  END-IF
                  MOVE TAB-IN-ATE(TAB-IN-IDX) TO WRK-PISO-FAIXA
              END-PERFORM
              COMPUTE WRK-BASE-IRRF =
                  WRK-BASE-CALCULO - WRK-INSS - WRK-DEDUCAO-DEP
              MOVE ZEROS TO WRK-IRRF
              MOVE "N" TO WRK-ACHOU-FAIXA
              PERFORM VARYING TAB-IR-IDX FROM 1 BY 1
              COMPUTE WRK-SALARIO-LIQUIDO =
                  WRK-BASE-CALCULO - WRK-DESCONTO.

      *    Dependentes do funcionario em WRK-COD-DEPEND que contam
      *    na data da folha. Conjuge e pai/mae deduzem no IRRF sem
      *    limite de idade; filho deduz ate a idade limite do IRRF e
      *    recebe salario-familia ate a idade limite do beneficio.
         0225-CONTA-DEPENDENTES SECTION.
              MOVE ZEROS TO WRK-QTD-DEP-IRRF
              MOVE ZEROS TO WRK-QTD-DEP-SALFAM
              PERFORM VARYING TAB-DE-IDX FROM 1 BY 1
                  UNTIL TAB-DE-IDX GREATER WRK-QTD-DEPEND
                  IF TAB-DE-CODIGO-FUNC(TAB-DE-IDX) = WRK-COD-DEPEND
                      AND TAB-DE-NASCIMENTO(TAB-DE-IDX)
                          NOT GREATER WRK-DATA-REF-DEP
                      COMPUTE WRK-IDADE-DEP = (WRK-DATA-REF-DEP -
                          TAB-DE-NASCIMENTO(TAB-DE-IDX)) / 10000
                      IF TAB-DE-USO(TAB-DE-IDX) NOT = "S"
                          AND (TAB-DE-PARENTESCO(TAB-DE-IDX) NOT = "F"
                          OR WRK-IDADE-DEP LESS WRK-IDADE-IRRF)
                          ADD 1 TO WRK-QTD-DEP-IRRF
                      END-IF
                      IF TAB-DE-USO(TAB-DE-IDX) NOT = "I"
                          AND TAB-DE-PARENTESCO(TAB-DE-IDX) = "F"
                          AND WRK-IDADE-DEP LESS WRK-IDADE-SALFAM
                          ADD 1 TO WRK-QTD-DEP-SALFAM
                      END-IF
                  END-IF
              END-PERFORM
              COMPUTE WRK-DEDUCAO-DEP =
                  WRK-QTD-DEP-IRRF * WRK-DEDUCAO-POR-DEP.

      *    Cota por filho da faixa em que cai o bruto do mes; acima
      *    da ultima faixa nao ha salario-familia.
         0226-CALCULA-SALFAM SECTION.
              MOVE ZEROS TO WRK-VLR-SALFAM
              IF WRK-QTD-DEP-SALFAM = ZEROS
                  GO TO 0226-SAIDA
              END-IF
              SET TAB-SF-IDX TO 1
              SEARCH TAB-SF-REG
                  AT END
                      CONTINUE
                  WHEN WRK-BASE-CALCULO NOT GREATER
                          TAB-SF-ATE(TAB-SF-IDX)
                      COMPUTE WRK-VLR-SALFAM =
                          WRK-QTD-DEP-SALFAM * TAB-SF-COTA(TAB-SF-IDX)
              END-SEARCH.
         0226-SAIDA.
              EXIT.

      *    Custo do mes de cada inscricao do funcionario corrente,
      *    com a linha do pedido ao fornecedor, e o desconto do
      *    vale-transporte: o custo do VT limitado a 6% do salario.
         0227-CALCULA-BENEFICIOS SECTION.
              MOVE ZEROS TO WRK-CUSTO-VT
              MOVE ZEROS TO WRK-CUSTO-BENEF
              MOVE ZEROS TO WRK-VLR-DESC-VT
              IF WRK-QTD-BENEF = ZEROS
                  GO TO 0227-SAIDA
              END-IF
              PERFORM VARYING TAB-BN-IDX FROM 1 BY 1
                  UNTIL TAB-BN-IDX GREATER WRK-QTD-BENEF
                  IF TAB-BN-CODIGO-FUNC(TAB-BN-IDX) = FM-CODIGO
                      PERFORM 0228-CUSTO-INSCRICAO
                  END-IF
              END-PERFORM
              IF WRK-CUSTO-VT GREATER ZERO
                  COMPUTE WRK-TETO-VT ROUNDED = FM-SALARIO * 0,06
                  IF WRK-CUSTO-VT LESS WRK-TETO-VT
                      MOVE WRK-CUSTO-VT TO WRK-VLR-DESC-VT
                  ELSE
                      MOVE WRK-TETO-VT TO WRK-VLR-DESC-VT
                  END-IF
              END-IF.
         0227-SAIDA.
              EXIT.

      *    Vigencia recortada ao mes da folha e a admissao; conta
      *    os dias uteis do calendario dentro dela.
         0228-CUSTO-INSCRICAO SECTION.
              MOVE WRK-MES-INI TO WRK-BN-DATA-INI
              IF TAB-BN-INICIO(TAB-BN-IDX) GREATER WRK-BN-DATA-INI
                  MOVE TAB-BN-INICIO(TAB-BN-IDX) TO WRK-BN-DATA-INI
              END-IF
              IF FM-ADMISSAO GREATER WRK-BN-DATA-INI
                  MOVE FM-ADMISSAO TO WRK-BN-DATA-INI
              END-IF
              MOVE WRK-MES-FIM TO WRK-BN-DATA-FIM
              IF TAB-BN-FIM(TAB-BN-IDX) NOT = ZEROS
                  AND TAB-BN-FIM(TAB-BN-IDX) LESS WRK-BN-DATA-FIM
                  MOVE TAB-BN-FIM(TAB-BN-IDX) TO WRK-BN-DATA-FIM
              END-IF
              MOVE ZEROS TO WRK-BN-DIAS
              MOVE WRK-MES-INI TO WRK-BN-DATA-DIA
              PERFORM VARYING WRK-DIA-MES FROM 1 BY 1
                  UNTIL WRK-DIA-MES GREATER WRK-ULTIMO-DIA
                  MOVE WRK-DIA-MES TO WRK-BN-DIA
                  IF TAB-DM-UTIL(WRK-DIA-MES) = "S"
                      AND WRK-BN-DATA-DIA NOT LESS WRK-BN-DATA-INI
                      AND WRK-BN-DATA-DIA NOT GREATER WRK-BN-DATA-FIM
                      ADD 1 TO WRK-BN-DIAS
                  END-IF
              END-PERFORM
              IF WRK-BN-DIAS = ZEROS
                  GO TO 0228-SAIDA
              END-IF
              COMPUTE WRK-BN-QUANTIDADE =
                  WRK-BN-DIAS * TAB-BN-QTD-DIARIA(TAB-BN-IDX)
              COMPUTE WRK-BN-CUSTO =
                  WRK-BN-QUANTIDADE * TAB-BN-VALOR-UNIT(TAB-BN-IDX)
              ADD WRK-BN-CUSTO TO WRK-CUSTO-BENEF
              IF TAB-BN-BENEFICIO(TAB-BN-IDX) = "VT"
                  ADD WRK-BN-CUSTO TO WRK-CUSTO-VT
              END-IF
              MOVE WRK-MES-INI(1:6) TO PB-COMPETENCIA
              MOVE FM-CODIGO TO PB-CODIGO
              MOVE FM-NOME TO PB-NOME
              MOVE TAB-BN-BENEFICIO(TAB-BN-IDX) TO PB-BENEFICIO
              MOVE WRK-BN-DIAS TO PB-DIAS
              MOVE WRK-BN-QUANTIDADE TO PB-QUANTIDADE
              MOVE TAB-BN-VALOR-UNIT(TAB-BN-IDX) TO PB-VALOR-UNITARIO
              MOVE WRK-BN-CUSTO TO PB-VALOR-TOTAL
              WRITE PEDBENEF-REG.
         0228-SAIDA.
              EXIT.

      *    Ordens do funcionario em WRK-COD-PENSAO vigentes na
      *    competencia WRK-COMP-PENSAO. Percentuais sobre o liquido
      *    (WRK-PA-LIQUIDO) e o bruto (WRK-PA-BRUTO) recebidos; cada
      *    ordem fica limitada ao que ainda resta do liquido.
         0229-CALCULA-PENSAO SECTION.
              MOVE ZEROS TO WRK-VLR-PENSAO
              IF WRK-QTD-PENSAO = ZEROS
                  GO TO 0229-SAIDA
              END-IF
              PERFORM VARYING TAB-PE-IDX FROM 1 BY 1
                  UNTIL TAB-PE-IDX GREATER WRK-QTD-PENSAO
                  IF TAB-PE-CODIGO-FUNC(TAB-PE-IDX) = WRK-COD-PENSAO
                      AND TAB-PE-INICIO(TAB-PE-IDX)(1:6)
                          NOT GREATER WRK-COMP-PENSAO
                      AND (TAB-PE-FIM(TAB-PE-IDX) = ZEROS
                      OR TAB-PE-FIM(TAB-PE-IDX)(1:6)
                          NOT LESS WRK-COMP-PENSAO)
                      PERFORM 0230-DESCONTA-ORDEM
                  END-IF
              END-PERFORM.
         0229-SAIDA.
              EXIT.

         0230-DESCONTA-ORDEM SECTION.
              EVALUATE TAB-PE-REGRA(TAB-PE-IDX)
                  WHEN "L"
                      COMPUTE WRK-PA-VALOR ROUNDED = WRK-PA-LIQUIDO *
                          TAB-PE-PERCENTUAL(TAB-PE-IDX) / 100
                  WHEN "B"
                      COMPUTE WRK-PA-VALOR ROUNDED = WRK-PA-BRUTO *
                          TAB-PE-PERCENTUAL(TAB-PE-IDX) / 100
                  WHEN OTHER
                      MOVE TAB-PE-VALOR-FIXO(TAB-PE-IDX)
                          TO WRK-PA-VALOR
              END-EVALUATE
              IF WRK-PA-VALOR GREATER WRK-PA-LIQUIDO - WRK-VLR-PENSAO
                  COMPUTE WRK-PA-VALOR =
                      WRK-PA-LIQUIDO - WRK-VLR-PENSAO
              END-IF
              IF WRK-PA-VALOR = ZEROS
                  GO TO 0230-SAIDA
              END-IF
              IF WRK-QTD-CREDPENSAO NOT LESS WRK-LIMITE-PENSAO
                  DISPLAY "Credito de pensao alem do limite - FUNC "
                      WRK-COD-PENSAO " sem desconto"
                  MOVE 8 TO RETURN-CODE
                  GO TO 0230-SAIDA
              END-IF
              ADD WRK-PA-VALOR TO WRK-VLR-PENSAO
              ADD 1 TO WRK-QTD-CREDPENSAO
              SET TAB-CP-IDX TO WRK-QTD-CREDPENSAO
              SET TAB-CP-ITEM(TAB-CP-IDX) TO TAB-PE-IDX
              MOVE WRK-PA-VALOR TO TAB-CP-VALOR(TAB-CP-IDX).
         0230-SAIDA.
              EXIT.

         0300-RECEBECALCULO SECTION.
              DISPLAY "Digite numero 1 : "
              ACCEPT WRK-NUM1
      *    descontos recalculados no ato da gravacao.
         0400-APLICA-MOVIMENTO SECTION.
              MOVE WRK-DATA1 TO FA-DATA
              MOVE WRK-OPERADOR-MOV TO FA-OPERADOR
              MOVE WRK-AUTORIZADOR  TO FA-AUTORIZADOR
              EVALUATE WRK-TIPO-MOVTO
                  WHEN "A"
                      PERFORM 0410-MONTA-REGISTRO
                      MOVE WRK-SALARIO TO FA-SALARIO-DEPOIS
                      MOVE SPACES      TO FA-MOTIVO-DESLIG
                      WRITE FUNCAUD-REG
                      PERFORM 0420-GRAVA-IDENTIDADE
                      PERFORM 0430-GRAVA-CARGO
                  WHEN "C"
                      MOVE WRK-NOME-ANTES    TO FA-NOME-ANTES
                      MOVE WRK-SALARIO-ANTES TO FA-SALARIO-ANTES
                      MOVE WRK-SALARIO TO FA-SALARIO-DEPOIS
                      MOVE SPACES      TO FA-MOTIVO-DESLIG
                      WRITE FUNCAUD-REG
      *    Troca de conta fica auditada com tipo proprio: o
      *    fechamento retem o pagamento do mes para conferencia.
                      IF WRK-BANCO NOT = WRK-BANCO-ANTES
                          OR WRK-AGENCIA NOT = WRK-AGENCIA-ANTES
                          OR WRK-CONTA NOT = WRK-CONTA-ANTES
                          MOVE "DADOS BANCO" TO FA-TIPO
                          WRITE FUNCAUD-REG
                          MOVE WRK-CODIGO TO WRK-COD-REVISAO
                          PERFORM 1067-MARCA-ALTBANCO
                      END-IF
                      PERFORM 0420-GRAVA-IDENTIDADE
                      PERFORM 0430-GRAVA-CARGO
                  WHEN "D"
                      MOVE WRK-NOME-ANTES    TO FA-NOME-ANTES
                      MOVE WRK-SALARIO-ANTES TO FA-SALARIO-ANTES

         0410-MONTA-REGISTRO SECTION.
              MOVE WRK-SALARIO TO WRK-BASE-CALCULO
              MOVE WRK-CODIGO TO WRK-COD-DEPEND
              PERFORM 0225-CONTA-DEPENDENTES
              PERFORM 0220-CALCULA-DESCONTO
              MOVE WRK-CODIGO  TO FM-CODIGO
              MOVE WRK-NOME    TO FM-NOME
              MOVE WRK-IRRF    TO FM-IRRF
              MOVE WRK-SALARIO-LIQUIDO TO FM-SALARIO-LIQUIDO.

      *    Grava os dados civis do movimento. Na inclusao o registro
      *    comeca limpo (o codigo pode ter sido de outra pessoa); na
      *    alteracao so os campos informados substituem os gravados.
      *    O desligamento mantem a identificacao para a rescisao, a
      *    remessa e as declaracoes.
         0420-GRAVA-IDENTIDADE SECTION.
              IF WRK-NOME-COMPLETO = SPACES AND WRK-CPF = SPACES
                  AND WRK-PIS = SPACES AND WRK-NASCIMENTO = SPACES
                  AND WRK-NOME-MAE = SPACES AND WRK-EMAIL = SPACES
                  AND WRK-TIPO-MOVTO = "C"
                  GO TO 0420-SAIDA
              END-IF
              MOVE "N" TO WRK-ACHOU-IDENT
              MOVE WRK-CODIGO TO FI-CODIGO
              READ FUNCIDENT-FILE KEY IS FI-CODIGO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET ACHOU-IDENT TO TRUE
              END-READ
              IF NOT ACHOU-IDENT OR WRK-TIPO-MOVTO = "A"
                  MOVE WRK-CODIGO TO FI-CODIGO
                  MOVE SPACES TO FI-NOME-COMPLETO
                  MOVE SPACES TO FI-NOME-MAE
                  MOVE ZEROS TO FI-CPF
                  MOVE ZEROS TO FI-PIS
                  MOVE ZEROS TO FI-NASCIMENTO
                  MOVE SPACES TO FI-EMAIL
              END-IF
              IF WRK-NOME-COMPLETO NOT = SPACES
                  MOVE WRK-NOME-COMPLETO TO FI-NOME-COMPLETO
              END-IF
              IF WRK-CPF NOT = SPACES
                  MOVE WRK-CPF TO FI-CPF
              END-IF
              IF WRK-PIS NOT = SPACES
                  MOVE WRK-PIS TO FI-PIS
              END-IF
              IF WRK-NASCIMENTO NOT = SPACES
                  MOVE WRK-NASCIMENTO TO FI-NASCIMENTO
              END-IF
              IF WRK-NOME-MAE NOT = SPACES
                  MOVE WRK-NOME-MAE TO FI-NOME-MAE
              END-IF
              IF WRK-EMAIL NOT = SPACES
                  MOVE WRK-EMAIL TO FI-EMAIL
              END-IF
              MOVE WRK-DATA1 TO FI-ATUALIZACAO
              IF ACHOU-IDENT
                  REWRITE FUNCIDENT-REG
                      INVALID KEY
                          DISPLAY "Falha ao alterar identificacao "
                              WRK-CODIGO " : " WRK-STATUS-FUNCIDENT
                          MOVE 8 TO RETURN-CODE
                  END-REWRITE
              ELSE
                  WRITE FUNCIDENT-REG
                      INVALID KEY
                          DISPLAY "Falha ao incluir identificacao "
                              WRK-CODIGO " : " WRK-STATUS-FUNCIDENT
                          MOVE 8 TO RETURN-CODE
                  END-WRITE
              END-IF.
         0420-SAIDA.
              EXIT.

      *    Cargo do funcionario no FUNCCARGO.DAT. A excecao de faixa
      *    aceita guarda o aprovador e a data e fica auditada no
      *    FUNCAUD.DAT com o salario antes e depois. O desligamento
      *    mantem o cargo para os relatorios.
         0430-GRAVA-CARGO SECTION.
              IF WRK-CARGO-NOVO = SPACES
                  GO TO 0430-SAIDA
              END-IF
              IF WRK-CARGO = SPACES AND NOT SALARIO-FORA-FAIXA
                  GO TO 0430-SAIDA
              END-IF
              MOVE "N" TO WRK-ACHOU-FUNCCARGO
              MOVE WRK-CODIGO TO FC-CODIGO
              READ FUNCCARGO-FILE KEY IS FC-CODIGO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET ACHOU-FUNCCARGO TO TRUE
              END-READ
              IF NOT ACHOU-FUNCCARGO OR WRK-TIPO-MOVTO = "A"
                  MOVE WRK-CODIGO TO FC-CODIGO
                  MOVE SPACES TO FC-APROVADOR
                  MOVE ZEROS TO FC-DATA-APROVACAO
              END-IF
              MOVE WRK-CARGO-NOVO TO FC-CARGO
              IF SALARIO-FORA-FAIXA
                  MOVE WRK-APROVADOR TO FC-APROVADOR
                  MOVE WRK-DATA1 TO FC-DATA-APROVACAO
                  MOVE "FAIXA APROV" TO FA-TIPO
                  WRITE FUNCAUD-REG
              END-IF
              MOVE WRK-DATA1 TO FC-ATUALIZACAO
              IF ACHOU-FUNCCARGO
                  REWRITE FUNCCARGO-REG
                      INVALID KEY
                          DISPLAY "Falha ao alterar cargo "
                              WRK-CODIGO " : " WRK-STATUS-FUNCCARGO
                          MOVE 8 TO RETURN-CODE
                  END-REWRITE
              ELSE
                  WRITE FUNCCARGO-REG
                      INVALID KEY
                          DISPLAY "Falha ao incluir cargo "
                              WRK-CODIGO " : " WRK-STATUS-FUNCCARGO
                          MOVE 8 TO RETURN-CODE
                  END-WRITE
              END-IF.
         0430-SAIDA.
              EXIT.

      *    Nome completo e documentos do funcionario para a remessa e
      *    o termo de rescisao; sem identificacao fica o nome curto
      *    recebido em WRK-ID-NOME e os documentos zerados.
         0732-BUSCA-IDENTIDADE SECTION.
              MOVE ZEROS TO WRK-ID-CPF
              MOVE ZEROS TO WRK-ID-PIS
              MOVE WRK-COD-IDENT TO FI-CODIGO
              READ FUNCIDENT-FILE KEY IS FI-CODIGO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF FI-NOME-COMPLETO NOT = SPACES
                          MOVE FI-NOME-COMPLETO TO WRK-ID-NOME
                      END-IF
                      MOVE FI-CPF TO WRK-ID-CPF
                      MOVE FI-PIS TO WRK-ID-PIS
              END-READ.

      *    Rescisao do desligamento: saldo de salario pelos dias
      *    trabalhados do mes, 13o proporcional pelos meses presentes
      *    no historico do ano, ferias proporcionais com o terco pelo
              COMPUTE WRK-RESC-LIQUIDO =
                  WRK-RESC-SALDO + WRK-RESC-13 + WRK-RESC-FERIAS
                  - WRK-RESC-INSS - WRK-RESC-IRRF
      *    Pensao alimenticia pela ordem vigente no mes do
      *    desligamento, sobre o liquido e o bruto da rescisao.
              MOVE WRK-CODIGO TO WRK-COD-PENSAO
              MOVE WRK-DESLIG-X(1:6) TO WRK-COMP-PENSAO
              MOVE WRK-RESC-LIQUIDO TO WRK-PA-LIQUIDO
              COMPUTE WRK-PA-BRUTO =
                  WRK-RESC-SALDO + WRK-RESC-13 + WRK-RESC-FERIAS
              PERFORM 0229-CALCULA-PENSAO
              MOVE WRK-VLR-PENSAO TO WRK-RESC-PENSAO
              SUBTRACT WRK-RESC-PENSAO FROM WRK-RESC-LIQUIDO
              PERFORM 0458-DESCONTA-EMPRESTIMO
              SUBTRACT WRK-RESC-EMPREST FROM WRK-RESC-LIQUIDO
              PERFORM 0456-GRAVA-DEMONSTRATIVO
              IF WRK-QTD-RESCISAO LESS 50
                  ADD 1 TO WRK-QTD-RESCISAO
                  MOVE WRK-CONTA-ANTES  TO TAB-RC-CONTA(TAB-RC-IDX)
                  MOVE WRK-RESC-LIQUIDO
                      TO TAB-RC-LIQUIDO(TAB-RC-IDX)
                  MOVE WRK-DEPTO-ANTES  TO TAB-RC-DEPTO(TAB-RC-IDX)
                  COMPUTE TAB-RC-BRUTO(TAB-RC-IDX) =
                      WRK-RESC-SALDO + WRK-RESC-13 + WRK-RESC-FERIAS
                  MOVE WRK-RESC-BASE    TO TAB-RC-BASE(TAB-RC-IDX)
                  MOVE WRK-RESC-INSS    TO TAB-RC-INSS(TAB-RC-IDX)
                  MOVE WRK-RESC-IRRF    TO TAB-RC-IRRF(TAB-RC-IDX)
              END-IF.

      *    Meses do ano do desligamento realmente presentes no
                              IF FH-CODIGO = WRK-CODIGO
                                  AND FH-COMPETENCIA(1:4) =
                                      WRK-DESLIG-X(1:4)
                                  AND FH-TIPO-VERBA NOT = "D"
                                  AND FH-TIPO-VERBA NOT = "R"
                                  PERFORM 0453-CONTA-COMPETENCIA
                              END-IF
                      END-READ
      *    INSS por fatia e IRRF por faixa sobre a base tributavel da
      *    rescisao, como em 0220-CALCULA-DESCONTO.
         0454-DESCONTO-RESCISAO SECTION.
              MOVE WRK-CODIGO TO WRK-COD-DEPEND
              PERFORM 0225-CONTA-DEPENDENTES
              MOVE ZEROS TO WRK-RESC-INSS
              MOVE ZEROS TO WRK-PISO-FAIXA
              PERFORM VARYING TAB-IN-IDX FROM 1 BY 1
                  END-IF
                  MOVE TAB-IN-ATE(TAB-IN-IDX) TO WRK-PISO-FAIXA
              END-PERFORM
              COMPUTE WRK-BASE-IRRF =
                  WRK-RESC-BASE - WRK-RESC-INSS - WRK-DEDUCAO-DEP
              MOVE ZEROS TO WRK-RESC-IRRF
              MOVE "N" TO WRK-ACHOU-FAIXA
              PERFORM VARYING TAB-IR-IDX FROM 1 BY 1
              MOVE WRK-CODIGO TO WRK-CC-VALOR
              MOVE WRK-LINHA-CC TO RESCISAO-REG
              WRITE RESCISAO-REG
              MOVE WRK-CODIGO TO WRK-COD-IDENT
              MOVE WRK-NOME-ANTES TO WRK-ID-NOME
              PERFORM 0732-BUSCA-IDENTIDADE
              MOVE "NOME" TO WRK-CC-ROTULO
              MOVE WRK-ID-NOME TO WRK-CC-VALOR
              MOVE WRK-LINHA-CC TO RESCISAO-REG
              WRITE RESCISAO-REG
              MOVE "CPF" TO WRK-CC-ROTULO
              MOVE WRK-ID-CPF TO WRK-CC-VALOR
              MOVE WRK-LINHA-CC TO RESCISAO-REG
              WRITE RESCISAO-REG
              MOVE "PIS" TO WRK-CC-ROTULO
              MOVE WRK-ID-PIS TO WRK-CC-VALOR
              MOVE WRK-LINHA-CC TO RESCISAO-REG
              WRITE RESCISAO-REG
              MOVE "DATA DESLIG" TO WRK-CC-ROTULO
              MOVE WRK-CC-VALOR-ED TO WRK-CC-VALOR
              MOVE WRK-LINHA-CC TO RESCISAO-REG
              WRITE RESCISAO-REG
              IF WRK-RESC-PENSAO GREATER ZERO
                  MOVE "DESC PENSAO ALIM" TO WRK-CC-ROTULO
                  MOVE WRK-RESC-PENSAO TO WRK-CC-VALOR-ED
                  MOVE WRK-CC-VALOR-ED TO WRK-CC-VALOR
                  MOVE WRK-LINHA-CC TO RESCISAO-REG
                  WRITE RESCISAO-REG
              END-IF
              IF WRK-RESC-EMPREST GREATER ZERO
                  MOVE "DESC EMPRESTIMO" TO WRK-CC-ROTULO
                  MOVE WRK-RESC-EMPREST TO WRK-CC-VALOR-ED
                  MOVE WRK-CC-VALOR-ED TO WRK-CC-VALOR
                  MOVE WRK-LINHA-CC TO RESCISAO-REG
                  WRITE RESCISAO-REG
              END-IF
              IF WRK-RESC-EMP-COBRAR GREATER ZERO
                  MOVE "EMPREST A COBRAR" TO WRK-CC-ROTULO
                  MOVE WRK-RESC-EMP-COBRAR TO WRK-EMP-SALDO-ED
                  MOVE WRK-EMP-SALDO-ED TO WRK-CC-VALOR
                  MOVE WRK-LINHA-CC TO RESCISAO-REG
                  WRITE RESCISAO-REG
              END-IF
              MOVE "LIQUIDO RESCISAO" TO WRK-CC-ROTULO
              MOVE WRK-RESC-LIQUIDO TO WRK-CC-VALOR-ED
              MOVE WRK-CC-VALOR-ED TO WRK-CC-VALOR
         0456-SAIDA.
              EXIT.

      *    Saldo devedor dos consignados ativos do desligado, contrato
      *    a contrato, ate o limite legal sobre o liquido ja sem a
      *    pensao. Cada contrato vai para o EMPRESTIMO como movimento
      *    R com o valor descontado; o que sobrar do saldo fica a
      *    receber, com aviso no EXCDIARIO.DAT para a cobranca.
         0458-DESCONTA-EMPRESTIMO SECTION.
              MOVE ZEROS TO WRK-RESC-EMPREST
              MOVE ZEROS TO WRK-RESC-EMP-COBRAR
              IF WRK-QTD-EMPCONTR = ZEROS
                  GO TO 0458-SAIDA
              END-IF
              COMPUTE WRK-RESC-EMP-LIMITE =
                  WRK-RESC-LIQUIDO * WRK-PERC-RESC-EMP / 100
              PERFORM VARYING TAB-EC-IDX FROM 1 BY 1
                  UNTIL TAB-EC-IDX GREATER WRK-QTD-EMPCONTR
                  IF TAB-EC-FUNC(TAB-EC-IDX) = WRK-CODIGO
                      AND TAB-EC-BAIXADO(TAB-EC-IDX) = "N"
                      PERFORM 0459-BAIXA-CONTRATO-RESCISAO
                  END-IF
              END-PERFORM
              IF EMPMOV-ABERTO
                  CLOSE EMPMOV-FILE
                  MOVE "N" TO WRK-EMPMOV-ABERTO
              END-IF.
         0458-SAIDA.
              EXIT.

         0459-BAIXA-CONTRATO-RESCISAO SECTION.
              IF NOT EMPMOV-ABERTO
                  OPEN EXTEND EMPMOV-FILE
                  IF WRK-STATUS-EMPMOV = "35"
                      OPEN OUTPUT EMPMOV-FILE
                  END-IF
                  IF WRK-STATUS-EMPMOV NOT = "00"
                      MOVE "A002" TO WRK-MSG-ID
                      MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                      MOVE "EMPMOV.DAT" TO WRK-MSG-ARQUIVO
                      MOVE WRK-STATUS-EMPMOV TO WRK-MSG-STATUS
                      CALL "TRATAMSG" USING WRK-PARM-MSG
                      GO TO 9500-ABEND
                  END-IF
                  SET EMPMOV-ABERTO TO TRUE
              END-IF
              COMPUTE WRK-EMP-DESCONTO =
                  WRK-RESC-EMP-LIMITE - WRK-RESC-EMPREST
              IF WRK-EMP-DESCONTO GREATER TAB-EC-SALDO(TAB-EC-IDX)
                  MOVE TAB-EC-SALDO(TAB-EC-IDX) TO WRK-EMP-DESCONTO
              END-IF
              ADD WRK-EMP-DESCONTO TO WRK-RESC-EMPREST
              MOVE "S" TO TAB-EC-BAIXADO(TAB-EC-IDX)
              MOVE "R"                      TO EM-ACAO
              MOVE TAB-EC-CONTRATO(TAB-EC-IDX) TO EM-CONTRATO
              MOVE WRK-CODIGO               TO EM-FUNCIONARIO
              MOVE WRK-EMP-DESCONTO         TO EM-PRINCIPAL
              MOVE ZEROS                    TO EM-TAXA
              MOVE ZEROS                    TO EM-PARCELAS
              MOVE SPACES                   TO EM-METODO
              MOVE WRK-DESLIG-X(1:6)        TO EM-COMPETENCIA
              MOVE ZEROS                    TO EM-PARCELA
              WRITE EMPMOV-REG
              IF WRK-EMP-DESCONTO LESS TAB-EC-SALDO(TAB-EC-IDX)
                  COMPUTE WRK-RESC-EMP-COBRAR = WRK-RESC-EMP-COBRAR
                      + TAB-EC-SALDO(TAB-EC-IDX) - WRK-EMP-DESCONTO
                  MOVE WRK-CODIGO TO WRK-EXC-CHAVE
                  MOVE "RESCISAO: SALDO EMPREST A COBRAR"
                      TO WRK-EXC-MOTIVO
                  PERFORM 0255-GRAVA-EXCDIARIO
              END-IF.

      *    Preserva o mestre anterior antes da regravacao: G2 vira
      *    G3, G1 vira G2 e o FUNCM.DAT atual vira G1.
         0690-ROTACIONA-GERACOES SECTION.
         0700-GRAVA-MESTRE-FINAL SECTION.
              PERFORM 0745-VERIFICA-COMPETENCIA
              PERFORM 0755-ABRE-REMESSA
              OPEN OUTPUT PEDBENEF-FILE
              IF WRK-STATUS-PEDBENEF NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PEDBENEF.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PEDBENEF TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GO TO 9500-ABEND
              END-IF
              PERFORM 0757-ABRE-PAGRETIDO
      *    Creditos de pensao ja na tabela vem das rescisoes da
      *    passada de movimentos e vao junto no checkpoint.
              MOVE WRK-QTD-CREDPENSAO TO WRK-QTD-CP-INICIO
              IF NOT HOUVE-REINICIO
                  PERFORM 0770-GRAVA-CHECKPOINT
              END-IF
              MOVE LOW-VALUES TO FM-CODIGO
              START FUNCM-FILE KEY NOT LESS FM-CODIGO
                  INVALID KEY
                      AT END
                          SET FIM-MESTRE TO TRUE
                      NOT AT END
                          IF HOUVE-REINICIO
                              AND FM-CODIGO NOT GREATER WRK-CKP-ULTIMO
                              PERFORM 0703-RECOMPOE-FUNCIONARIO
                          ELSE
                              PERFORM 0705-PROCESSA-FUNCIONARIO
                              MOVE FM-CODIGO TO WRK-CKP-ULTIMO
                              ADD 1 TO WRK-CKP-FECHADOS
                              PERFORM 0770-GRAVA-CHECKPOINT
                          END-IF
                  END-READ
              END-PERFORM
              PERFORM 0765-FECHA-REMESSA
              CLOSE PEDBENEF-FILE
              CLOSE PAGRETIDO-FILE
              IF NOT COMPETENCIA-JA-GRAVADA
                  PERFORM VARYING TAB-RC-IDX FROM 1 BY 1
                      UNTIL TAB-RC-IDX GREATER WRK-QTD-RESCISAO
                      PERFORM 0742-GRAVA-HISTORICO-RESCISAO
                  END-PERFORM
                  CLOSE FUNCHIST-FILE
              END-IF.

      *    Funcionario ja fechado antes da queda: o contracheque, a
      *    remessa e o historico dele ja foram gravados. So refaz o
      *    calculo (que tambem repoe os creditos de pensao e o pedido
      *    de beneficios) e soma nos totais os valores regravados no
      *    mestre.
         0703-RECOMPOE-FUNCIONARIO SECTION.
              PERFORM 0704-CALCULA-FUNCIONARIO
              MOVE FM-INSS TO WRK-INSS
              MOVE FM-IRRF TO WRK-IRRF
              MOVE FM-SALARIO-LIQUIDO TO WRK-SALARIO-LIQUIDO
              COMPUTE WRK-DESCONTO = WRK-INSS + WRK-IRRF
              PERFORM 0720-ACUMULA-DEPTO
              PERFORM 0721-ACUMULA-TOTAIS.

         0704-CALCULA-FUNCIONARIO SECTION.
              MOVE FM-SALARIO TO WRK-SALARIO
              PERFORM 0706-APURA-VARIAVEIS
              MOVE FM-CODIGO TO WRK-COD-DEPEND
              PERFORM 0225-CONTA-DEPENDENTES
              PERFORM 0220-CALCULA-DESCONTO
      *    Pensao alimenticia desconta logo apos INSS e IRRF, sobre o
      *    liquido ainda sem salario-familia e demais descontos.
              MOVE FM-CODIGO TO WRK-COD-PENSAO
              MOVE WRK-DATA1(1:6) TO WRK-COMP-PENSAO
              MOVE WRK-SALARIO-LIQUIDO TO WRK-PA-LIQUIDO
              MOVE WRK-BASE-CALCULO TO WRK-PA-BRUTO
              PERFORM 0229-CALCULA-PENSAO
              SUBTRACT WRK-VLR-PENSAO FROM WRK-SALARIO-LIQUIDO
      *    Salario-familia e provento fora da base de INSS/IRRF.
              PERFORM 0226-CALCULA-SALFAM
              ADD WRK-VLR-SALFAM TO WRK-SALARIO-LIQUIDO
      *    Vale-transporte desconta do liquido depois dos impostos,
      *    antes do consignado, sem deixar o liquido negativo.
              PERFORM 0227-CALCULA-BENEFICIOS
              IF WRK-VLR-DESC-VT GREATER WRK-SALARIO-LIQUIDO
                  MOVE WRK-SALARIO-LIQUIDO TO WRK-VLR-DESC-VT
              END-IF
              SUBTRACT WRK-VLR-DESC-VT FROM WRK-SALARIO-LIQUIDO
      *    Consignado desconta do liquido, depois dos impostos,
      *    e o liquido nunca fica negativo.
              IF WRK-VLR-EMPRESTIMO GREATER ZERO
                  END-IF
                  SUBTRACT WRK-VLR-EMPRESTIMO
                      FROM WRK-SALARIO-LIQUIDO
              END-IF.

         0705-PROCESSA-FUNCIONARIO SECTION.
              PERFORM 0704-CALCULA-FUNCIONARIO
              MOVE WRK-INSS TO FM-INSS
              MOVE WRK-IRRF TO FM-IRRF
              MOVE WRK-SALARIO-LIQUIDO TO FM-SALARIO-LIQUIDO
              IF NOT COMPETENCIA-JA-GRAVADA
                  PERFORM 0740-GRAVA-LINHA-HISTORICO
              END-IF
              PERFORM 0721-ACUMULA-TOTAIS.

         0721-ACUMULA-TOTAIS SECTION.
              ADD 1 TO WRK-TOTAL-ATIVOS
              ADD WRK-BASE-CALCULO TO WRK-TOTAL-SALARIO
              ADD WRK-DESCONTO TO WRK-TOTAL-DESCONTO
              ADD WRK-INSS TO WRK-TOTAL-INSS
              ADD WRK-IRRF TO WRK-TOTAL-IRRF
              ADD WRK-SALARIO-LIQUIDO TO WRK-TOTAL-LIQUIDO
              ADD WRK-VLR-SALFAM TO WRK-TOTAL-SALFAM
              ADD WRK-VLR-DESC-VT TO WRK-TOTAL-DESC-BENEF
              ADD WRK-CUSTO-BENEF TO WRK-TOTAL-CUSTO-BENEF
              ADD WRK-VLR-PENSAO TO WRK-TOTAL-PENSAO.

      *    Variaveis do funcionario corrente: hora extra a 1,5 do
      *    valor-hora (base 220), bonus pelo valor informado e falta
      *    descontada a um trinta avos por dia; o bruto do mes nunca
      *    fica negativo. Do ponto: hora extra do dia nao util (HED)
      *    a 2 vezes o valor-hora e atraso (ATR) a um valor-hora.
      *    Horas-aula (HAU) pelo valor apurado no PAGAULA.
         0706-APURA-VARIAVEIS SECTION.
              MOVE ZEROS TO WRK-VLR-HORA-EXTRA
              MOVE ZEROS TO WRK-VLR-BONUS
              MOVE ZEROS TO WRK-VLR-FALTAS
              MOVE ZEROS TO WRK-VLR-EMPRESTIMO
              MOVE ZEROS TO WRK-VLR-HORA-EXTRA100
              MOVE ZEROS TO WRK-VLR-ATRASOS
              MOVE ZEROS TO WRK-VLR-HORA-AULA
              MOVE ZEROS TO WRK-IDX-VARIAVEL
              MOVE "N" TO WRK-ACHOU-VARIAVEL
              IF WRK-QTD-VARIAVEL GREATER ZERO
                      TAB-VR-DIAS-FALTA(WRK-IDX-VARIAVEL)
                  MOVE TAB-VR-EMPRESTIMO(WRK-IDX-VARIAVEL)
                      TO WRK-VLR-EMPRESTIMO
                  COMPUTE WRK-VLR-HORA-EXTRA100 ROUNDED =
                      (FM-SALARIO / 220) * 2 *
                      TAB-VR-HORAS-HE100(WRK-IDX-VARIAVEL)
                  COMPUTE WRK-VLR-ATRASOS ROUNDED =
                      (FM-SALARIO / 220) *
                      TAB-VR-HORAS-ATR(WRK-IDX-VARIAVEL)
                  MOVE TAB-VR-HORA-AULA(WRK-IDX-VARIAVEL)
                      TO WRK-VLR-HORA-AULA
              END-IF
              PERFORM 0707-PRORATEIA-AFASTAMENTO
              COMPUTE WRK-BRUTO-CALC =
                  FM-SALARIO + WRK-VLR-HORA-EXTRA + WRK-VLR-BONUS
                  + WRK-VLR-HORA-EXTRA100 + WRK-VLR-HORA-AULA
                  - WRK-VLR-FALTAS - WRK-VLR-ATRASOS - WRK-VLR-AFAST
              IF WRK-BRUTO-CALC LESS ZEROS
                  MOVE ZEROS TO WRK-BRUTO-CALC
              END-IF
              MOVE WRK-BRUTO-CALC TO WRK-BASE-CALCULO.

      *    Dias do mes da folha em que o funcionario esteve afastado
      *    por conta do INSS ou sem remuneracao: o periodo vai do
      *    inicio mais os dias pagos pela empresa ate a vespera do
      *    retorno efetivo (ou o fim do mes, se ainda nao voltou).
      *    Tipo fora da tabela nao desconta; nunca passa de 30 dias.
         0707-PRORATEIA-AFASTAMENTO SECTION.
              MOVE ZEROS TO WRK-DIAS-AFAST
              MOVE ZEROS TO WRK-VLR-AFAST
              IF WRK-QTD-AFAST = ZEROS
                  GO TO 0707-SAIDA
              END-IF
              MOVE WRK-DATA1 TO WRK-AFD-DATA
              MOVE 1 TO WRK-AFD-DIA
              PERFORM 0709-SERIAL-DATA
              MOVE WRK-AFD-SERIAL TO WRK-MES-SERIAL-INI
              COMPUTE WRK-MES-SERIAL-FIM = WRK-MES-SERIAL-INI + 29
              PERFORM VARYING TAB-AF-IDX FROM 1 BY 1
                  UNTIL TAB-AF-IDX GREATER WRK-QTD-AFAST
                  IF TAB-AF-CODIGO-FUNC(TAB-AF-IDX) = FM-CODIGO
                      PERFORM 0708-DIAS-AFASTAMENTO
                  END-IF
              END-PERFORM
              IF WRK-DIAS-AFAST GREATER 30
                  MOVE 30 TO WRK-DIAS-AFAST
              END-IF
              COMPUTE WRK-VLR-AFAST ROUNDED =
                  (FM-SALARIO / 30) * WRK-DIAS-AFAST.
         0707-SAIDA.
              EXIT.

         0708-DIAS-AFASTAMENTO SECTION.
              MOVE "N" TO WRK-ACHOU-TIPO
              SET TAB-TA-IDX TO 1
              SEARCH TAB-TA-REG
                  AT END
                      CONTINUE
                  WHEN TAB-TA-TIPO(TAB-TA-IDX) =
                          TAB-AF-TIPO-AFAST(TAB-AF-IDX)
                      SET ACHOU-TIPO TO TRUE
              END-SEARCH
              IF NOT ACHOU-TIPO
                  OR TAB-TA-DIAS-EMPRESA(TAB-TA-IDX) = 999
                  GO TO 0708-SAIDA
              END-IF
              MOVE TAB-AF-INICIO(TAB-AF-IDX) TO WRK-AFD-DATA
              PERFORM 0709-SERIAL-DATA
              COMPUTE WRK-AF-SERIAL-INI = WRK-AFD-SERIAL +
                  TAB-TA-DIAS-EMPRESA(TAB-TA-IDX)
              IF TAB-AF-RETORNO-REAL(TAB-AF-IDX) = ZEROS
                  MOVE WRK-MES-SERIAL-FIM TO WRK-AF-SERIAL-FIM
              ELSE
                  MOVE TAB-AF-RETORNO-REAL(TAB-AF-IDX) TO WRK-AFD-DATA
                  PERFORM 0709-SERIAL-DATA
                  COMPUTE WRK-AF-SERIAL-FIM = WRK-AFD-SERIAL - 1
              END-IF
              IF WRK-AF-SERIAL-INI LESS WRK-MES-SERIAL-INI
                  MOVE WRK-MES-SERIAL-INI TO WRK-AF-SERIAL-INI
              END-IF
              IF WRK-AF-SERIAL-FIM GREATER WRK-MES-SERIAL-FIM
                  MOVE WRK-MES-SERIAL-FIM TO WRK-AF-SERIAL-FIM
              END-IF
              IF WRK-AF-SERIAL-FIM NOT LESS WRK-AF-SERIAL-INI
                  COMPUTE WRK-DIAS-AFAST = WRK-DIAS-AFAST +
                      WRK-AF-SERIAL-FIM - WRK-AF-SERIAL-INI + 1
              END-IF.
         0708-SAIDA.
              EXIT.

      *    Serial comercial da data em WRK-AFD-DATA: meses de 30
      *    dias, dia 31 contado como 30.
         0709-SERIAL-DATA SECTION.
              IF WRK-AFD-DIA GREATER 30
                  MOVE 30 TO WRK-AFD-DIA
              END-IF
              COMPUTE WRK-AFD-SERIAL = WRK-AFD-ANO * 360 +
                  (WRK-AFD-MES - 1) * 30 + WRK-AFD-DIA.

      *    Carga e validacao dos movimentos variaveis do mes; o
      *    invalido vai para FUNCEXC.DAT com motivo proprio.
         1065-CARREGA-VARIAVEIS SECTION.
                  AND VM-EVENTO NOT = "BON"
                  AND VM-EVENTO NOT = "FAL"
                  AND VM-EVENTO NOT = "EMP"
                  AND VM-EVENTO NOT = "HED"
                  AND VM-EVENTO NOT = "ATR"
                  AND VM-EVENTO NOT = "HAU"
                  MOVE "VARIAVEL: EVENTO INVALIDO" TO WRK-MOTIVO
              END-IF
              IF WRK-MOTIVO NOT = SPACES
                  MOVE ZEROS TO TAB-VR-BONUS(TAB-VR-IDX)
                  MOVE ZEROS TO TAB-VR-DIAS-FALTA(TAB-VR-IDX)
                  MOVE ZEROS TO TAB-VR-EMPRESTIMO(TAB-VR-IDX)
                  MOVE ZEROS TO TAB-VR-HORAS-HE100(TAB-VR-IDX)
                  MOVE ZEROS TO TAB-VR-HORAS-ATR(TAB-VR-IDX)
                  MOVE ZEROS TO TAB-VR-HORA-AULA(TAB-VR-IDX)
              END-IF
              EVALUATE VM-EVENTO
                  WHEN "HEX"
                      ADD VM-HORAS TO TAB-VR-DIAS-FALTA(TAB-VR-IDX)
                  WHEN "EMP"
                      ADD VM-VALOR TO TAB-VR-EMPRESTIMO(TAB-VR-IDX)
                  WHEN "HED"
                      ADD VM-HORAS TO TAB-VR-HORAS-HE100(TAB-VR-IDX)
                  WHEN "ATR"
                      ADD VM-HORAS TO TAB-VR-HORAS-ATR(TAB-VR-IDX)
                  WHEN "HAU"
                      ADD VM-VALOR TO TAB-VR-HORA-AULA(TAB-VR-IDX)
              END-EVALUATE.
         1066-SAIDA.
              EXIT.
                  MOVE WRK-LINHA-CC TO CONTRACHEQUE-REG
                  WRITE CONTRACHEQUE-REG
              END-IF
              IF WRK-VLR-HORA-EXTRA100 GREATER ZERO
                  MOVE "HORAS EXTRAS 100" TO WRK-CC-ROTULO
                  MOVE WRK-VLR-HORA-EXTRA100 TO WRK-CC-VALOR-ED
                  MOVE WRK-CC-VALOR-ED TO WRK-CC-VALOR
                  MOVE WRK-LINHA-CC TO CONTRACHEQUE-REG
                  WRITE CONTRACHEQUE-REG
              END-IF
              IF WRK-VLR-BONUS GREATER ZERO
                  MOVE "BONUS" TO WRK-CC-ROTULO
                  MOVE WRK-VLR-BONUS TO WRK-CC-VALOR-ED
                  MOVE WRK-LINHA-CC TO CONTRACHEQUE-REG
                  WRITE CONTRACHEQUE-REG
              END-IF
              IF WRK-VLR-HORA-AULA GREATER ZERO
                  MOVE "HORAS-AULA" TO WRK-CC-ROTULO
                  MOVE WRK-VLR-HORA-AULA TO WRK-CC-VALOR-ED
                  MOVE WRK-CC-VALOR-ED TO WRK-CC-VALOR
                  MOVE WRK-LINHA-CC TO CONTRACHEQUE-REG
                  WRITE CONTRACHEQUE-REG
              END-IF
              IF WRK-VLR-FALTAS GREATER ZERO
                  MOVE "DESC FALTAS" TO WRK-CC-ROTULO
                  MOVE WRK-VLR-FALTAS TO WRK-CC-VALOR-ED
                  MOVE WRK-LINHA-CC TO CONTRACHEQUE-REG
                  WRITE CONTRACHEQUE-REG
              END-IF
              IF WRK-VLR-ATRASOS GREATER ZERO
                  MOVE "DESC ATRASOS" TO WRK-CC-ROTULO
                  MOVE WRK-VLR-ATRASOS TO WRK-CC-VALOR-ED
                  MOVE WRK-CC-VALOR-ED TO WRK-CC-VALOR
                  MOVE WRK-LINHA-CC TO CONTRACHEQUE-REG
                  WRITE CONTRACHEQUE-REG
              END-IF
              IF WRK-VLR-AFAST GREATER ZERO
                  MOVE "DESC AFASTAMENTO" TO WRK-CC-ROTULO
                  MOVE WRK-DIAS-AFAST TO WRK-DIAS-AFAST-ED
                  MOVE WRK-VLR-AFAST TO WRK-CC-VALOR-ED
                  MOVE SPACES TO WRK-CC-VALOR
                  STRING WRK-CC-VALOR-ED DELIMITED BY SIZE
                      "  (" DELIMITED BY SIZE
                      WRK-DIAS-AFAST-ED DELIMITED BY SIZE
                      " DIAS)" DELIMITED BY SIZE
                      INTO WRK-CC-VALOR
                  MOVE WRK-LINHA-CC TO CONTRACHEQUE-REG
                  WRITE CONTRACHEQUE-REG
              END-IF
              MOVE "SALARIO BRUTO" TO WRK-CC-ROTULO
              MOVE WRK-BASE-CALCULO TO WRK-CC-VALOR-ED
              MOVE WRK-CC-VALOR-ED TO WRK-CC-VALOR
              MOVE WRK-CC-VALOR-ED TO WRK-CC-VALOR
              MOVE WRK-LINHA-CC TO CONTRACHEQUE-REG
              WRITE CONTRACHEQUE-REG
              IF WRK-QTD-DEP-IRRF GREATER ZERO
                  MOVE "DEPEND IRRF" TO WRK-CC-ROTULO
                  MOVE WRK-QTD-DEP-IRRF TO WRK-QTD-DEP-IRRF-ED
                  MOVE WRK-DEDUCAO-DEP TO WRK-CC-VALOR-ED
                  MOVE SPACES TO WRK-CC-VALOR
                  STRING WRK-CC-VALOR-ED DELIMITED BY SIZE
                      "  (" DELIMITED BY SIZE
                      WRK-QTD-DEP-IRRF-ED DELIMITED BY SIZE
                      " NA BASE)" DELIMITED BY SIZE
                      INTO WRK-CC-VALOR
                  MOVE WRK-LINHA-CC TO CONTRACHEQUE-REG
                  WRITE CONTRACHEQUE-REG
              END-IF
              IF WRK-VLR-PENSAO GREATER ZERO
                  MOVE "DESC PENSAO ALIM" TO WRK-CC-ROTULO
                  MOVE WRK-VLR-PENSAO TO WRK-CC-VALOR-ED
                  MOVE WRK-CC-VALOR-ED TO WRK-CC-VALOR
                  MOVE WRK-LINHA-CC TO CONTRACHEQUE-REG
                  WRITE CONTRACHEQUE-REG
              END-IF
              IF WRK-VLR-SALFAM GREATER ZERO
                  MOVE "SALARIO FAMILIA" TO WRK-CC-ROTULO
                  MOVE WRK-VLR-SALFAM TO WRK-CC-VALOR-ED
                  MOVE WRK-CC-VALOR-ED TO WRK-CC-VALOR
                  MOVE WRK-LINHA-CC TO CONTRACHEQUE-REG
                  WRITE CONTRACHEQUE-REG
              END-IF
              IF WRK-VLR-DESC-VT GREATER ZERO
                  MOVE "DESC VALE TRANSP" TO WRK-CC-ROTULO
                  MOVE WRK-VLR-DESC-VT TO WRK-CC-VALOR-ED
                  MOVE WRK-CC-VALOR-ED TO WRK-CC-VALOR
                  MOVE WRK-LINHA-CC TO CONTRACHEQUE-REG
                  WRITE CONTRACHEQUE-REG
              END-IF
              IF WRK-VLR-EMPRESTIMO GREATER ZERO
                  MOVE "DESC EMPRESTIMO" TO WRK-CC-ROTULO
                  MOVE WRK-VLR-EMPRESTIMO TO WRK-CC-VALOR-ED
              ADD WRK-VLR-HORA-EXTRA TO
                  TAB-RD-PROVENTOS(TAB-RD-IDX)
              ADD WRK-VLR-BONUS TO TAB-RD-PROVENTOS(TAB-RD-IDX)
              ADD WRK-VLR-HORA-EXTRA100 TO
                  TAB-RD-PROVENTOS(TAB-RD-IDX)
              ADD WRK-VLR-HORA-AULA TO TAB-RD-PROVENTOS(TAB-RD-IDX)
              ADD WRK-VLR-FALTAS TO TAB-RD-FALTAS(TAB-RD-IDX)
              ADD WRK-VLR-ATRASOS TO TAB-RD-FALTAS(TAB-RD-IDX)
              ADD WRK-INSS TO TAB-RD-INSS(TAB-RD-IDX)
              ADD WRK-IRRF TO TAB-RD-IRRF(TAB-RD-IDX)
              ADD WRK-SALARIO-LIQUIDO TO TAB-RD-LIQUIDO(TAB-RD-IDX).

      *    Verifica se a competencia ja esta no historico mensal e,
      *    nao estando, deixa FUNCHIST.DAT aberto para a passada do
      *    fechamento apendar uma linha por funcionario. So a linha
      *    do salario do mes conta: ferias, 13o e rescisao gravam
      *    linhas proprias e nao podem barrar o fechamento. No
      *    reinicio vale a decisao do checkpoint, ja que as linhas
      *    gravadas antes da queda estao no arquivo.
         0745-VERIFICA-COMPETENCIA SECTION.
              MOVE WRK-DATA1(1:6) TO WRK-COMPETENCIA
              MOVE "N" TO WRK-COMP-JA-GRAVADA
              MOVE "N" TO WRK-FIM-FUNCHIST
              IF HOUVE-REINICIO
                  MOVE WRK-CKP-COMP-GRAVADA TO WRK-COMP-JA-GRAVADA
                  IF NOT COMPETENCIA-JA-GRAVADA
                      OPEN EXTEND FUNCHIST-FILE
                  END-IF
                  GO TO 0745-SAIDA
              END-IF
              OPEN INPUT FUNCHIST-FILE
              IF WRK-STATUS-FUNCHIST = "00"
                  PERFORM UNTIL FIM-FUNCHIST
                              SET FIM-FUNCHIST TO TRUE
                          NOT AT END
                              IF FH-COMPETENCIA = WRK-COMPETENCIA
                                  AND (FH-TIPO-VERBA = SPACE
                                      OR FH-TIPO-VERBA = "M")
                                  SET COMPETENCIA-JA-GRAVADA TO TRUE
                              END-IF
                      END-READ
                      OPEN OUTPUT FUNCHIST-FILE
                  END-IF
              END-IF.
         0745-SAIDA.
              EXIT.

         0740-GRAVA-LINHA-HISTORICO SECTION.
              MOVE WRK-COMPETENCIA TO FH-COMPETENCIA
              MOVE WRK-INSS   TO FH-INSS
              MOVE WRK-IRRF   TO FH-IRRF
              MOVE WRK-SALARIO-LIQUIDO TO FH-SALARIO-LIQUIDO
              MOVE "M" TO FH-TIPO-VERBA
              MOVE WRK-BASE-CALCULO TO WRK-EN-BASE
              PERFORM 0744-CALCULA-ENCARGOS
              WRITE FUNCHIST-REG.

      *    Rescisao entra no historico da competencia com linha
      *    propria (tipo R): bruto com as ferias indenizadas, mas os
      *    encargos so sobre saldo de salario e 13o, a mesma base do
      *    INSS do empregado.
         0742-GRAVA-HISTORICO-RESCISAO SECTION.
              MOVE WRK-COMPETENCIA TO FH-COMPETENCIA
              MOVE TAB-RC-CODIGO(TAB-RC-IDX) TO FH-CODIGO
              MOVE TAB-RC-NOME(TAB-RC-IDX)   TO FH-NOME
              MOVE TAB-RC-DEPTO(TAB-RC-IDX)  TO FH-DEPTO
              MOVE TAB-RC-BRUTO(TAB-RC-IDX)  TO FH-SALARIO
              MOVE TAB-RC-INSS(TAB-RC-IDX)   TO FH-INSS
              MOVE TAB-RC-IRRF(TAB-RC-IDX)   TO FH-IRRF
              MOVE TAB-RC-LIQUIDO(TAB-RC-IDX) TO FH-SALARIO-LIQUIDO
              MOVE "R" TO FH-TIPO-VERBA
              MOVE TAB-RC-BASE(TAB-RC-IDX)   TO WRK-EN-BASE
              PERFORM 0744-CALCULA-ENCARGOS
              WRITE FUNCHIST-REG.

      *    Encargos do empregador sobre a verba (rotina comum
      *    CALCENC, aliquotas de PARAMENC.DAT).
         0744-CALCULA-ENCARGOS SECTION.
              MOVE RETURN-CODE TO WRK-EN-RETORNO
              CALL "CALCENC" USING WRK-PARM-ENCARGOS
              MOVE WRK-EN-FGTS      TO FH-FGTS
              MOVE WRK-EN-INSS-EMP  TO FH-INSS-EMPRESA
              MOVE WRK-EN-TERCEIROS TO FH-TERCEIROS.

      *    Remessa bancaria dos liquidos, no layout fixo que o banco
      *    ingere direto; os detalhes saem na passada do fechamento.
      *    No reinicio o header e os detalhes ja gravados ficam; a
      *    contagem e a soma do trailer seguem as do checkpoint.
         0755-ABRE-REMESSA SECTION.
              IF HOUVE-REINICIO
                  OPEN EXTEND REMESSA-FILE
              ELSE
                  OPEN OUTPUT REMESSA-FILE
              END-IF
              IF WRK-STATUS-REMESSA NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GO TO 9500-ABEND
              END-IF
              IF HOUVE-REINICIO
                  GO TO 0755-SAIDA
              END-IF
              MOVE WRK-DATA1 TO WRK-RH-DATA
              WRITE REMESSA-REG FROM WRK-REM-HEADER
              MOVE ZEROS TO WRK-QTD-REMESSA
              MOVE ZEROS TO WRK-SOMA-REMESSA.
         0755-SAIDA.
              EXIT.

         0730-GRAVA-DETALHE-REMESSA SECTION.
              MOVE FM-BANCO   TO WRK-RD2-BANCO
              MOVE FM-CODIGO  TO WRK-RD2-CODIGO
              MOVE FM-NOME    TO WRK-RD2-NOME
              MOVE WRK-SALARIO-LIQUIDO TO WRK-RD2-VALOR
              MOVE FM-CODIGO  TO WRK-COD-IDENT
              MOVE FM-NOME    TO WRK-ID-NOME
              PERFORM 0732-BUSCA-IDENTIDADE
              MOVE WRK-ID-CPF  TO WRK-RD2-CPF
              MOVE WRK-ID-NOME TO WRK-RD2-NOME-COMPL
              MOVE FM-CODIGO TO WRK-COD-REVISAO
              MOVE WRK-BASE-CALCULO TO WRK-BRUTO-REVISAO
              MOVE "M" TO WRK-TIPO-REVISAO
              PERFORM 0733-REVISA-PAGAMENTO
              IF RETER-PAGTO
                  PERFORM 0734-RETEM-PAGAMENTO
              ELSE
                  WRITE REMESSA-REG FROM WRK-REM-DETALHE
                  ADD 1 TO WRK-QTD-REMESSA
                  ADD WRK-SALARIO-LIQUIDO TO WRK-SOMA-REMESSA
              END-IF.

      *    Conta alterada no mes retem qualquer pagamento; o salario
      *    do mes tambem fica retido no primeiro pagamento e quando o
      *    liquido ou o bruto se afastam da media do historico alem
      *    do percentual. A rescisao so passa pela conta alterada.
         0733-REVISA-PAGAMENTO SECTION.
              MOVE "N" TO WRK-RETER-PAGTO
              MOVE SPACES TO WRK-MOTIVO-RETENCAO
              MOVE ZEROS TO WRK-MEDIA-LIQUIDO
              MOVE ZEROS TO WRK-MEDIA-BRUTO
              MOVE "N" TO WRK-ACHOU-HISTPAG
              IF WRK-QTD-HISTPAG GREATER ZERO
                  SET TAB-HP-IDX TO 1
                  SEARCH TAB-HP-REG
                      AT END
                          CONTINUE
                      WHEN TAB-HP-CODIGO(TAB-HP-IDX) = WRK-COD-REVISAO
                          SET ACHOU-HISTPAG TO TRUE
                  END-SEARCH
              END-IF
              IF ACHOU-HISTPAG
                  COMPUTE WRK-MEDIA-LIQUIDO ROUNDED =
                      TAB-HP-LIQUIDO(TAB-HP-IDX)
                      / TAB-HP-QTD(TAB-HP-IDX)
                  COMPUTE WRK-MEDIA-BRUTO ROUNDED =
                      TAB-HP-BRUTO(TAB-HP-IDX)
                      / TAB-HP-QTD(TAB-HP-IDX)
              END-IF
              PERFORM 0736-LOCALIZA-ALTBANCO
              IF ACHOU-ALTBANCO
                  SET RETER-PAGTO TO TRUE
                  MOVE "CONTA BANCARIA ALTERADA NO MES"
                      TO WRK-MOTIVO-RETENCAO
                  GO TO 0733-SAIDA
              END-IF
              IF WRK-TIPO-REVISAO NOT = "M"
                  GO TO 0733-SAIDA
              END-IF
              IF NOT ACHOU-HISTPAG
                  SET RETER-PAGTO TO TRUE
                  MOVE "PRIMEIRO PAGAMENTO" TO WRK-MOTIVO-RETENCAO
                  GO TO 0733-SAIDA
              END-IF
              MOVE WRK-SALARIO-LIQUIDO TO WRK-VALOR-REVISAO
              MOVE WRK-MEDIA-LIQUIDO TO WRK-MEDIA-REVISAO
              PERFORM 0735-CALCULA-VARIACAO
              IF FORA-VARIACAO
                  SET RETER-PAGTO TO TRUE
                  MOVE "LIQUIDO FORA DA VARIACAO"
                      TO WRK-MOTIVO-RETENCAO
                  GO TO 0733-SAIDA
              END-IF
              MOVE WRK-BRUTO-REVISAO TO WRK-VALOR-REVISAO
              MOVE WRK-MEDIA-BRUTO TO WRK-MEDIA-REVISAO
              PERFORM 0735-CALCULA-VARIACAO
              IF FORA-VARIACAO
                  SET RETER-PAGTO TO TRUE
                  MOVE "BRUTO FORA DA VARIACAO" TO WRK-MOTIVO-RETENCAO
              END-IF.
         0733-SAIDA.
              EXIT.

         0734-RETEM-PAGAMENTO SECTION.
              MOVE WRK-COMPETENCIA     TO PG-COMPETENCIA
              MOVE WRK-RD2-CODIGO      TO PG-CODIGO
              MOVE WRK-TIPO-REVISAO    TO PG-TIPO
              MOVE WRK-RD2-NOME        TO PG-NOME
              MOVE WRK-RD2-BANCO       TO PG-BANCO
              MOVE WRK-RD2-AGENCIA     TO PG-AGENCIA
              MOVE WRK-RD2-CONTA       TO PG-CONTA
              MOVE WRK-RD2-VALOR       TO PG-VALOR
              MOVE WRK-BRUTO-REVISAO   TO PG-BRUTO
              MOVE WRK-MEDIA-LIQUIDO   TO PG-MEDIA-LIQUIDO
              MOVE WRK-MEDIA-BRUTO     TO PG-MEDIA-BRUTO
              MOVE WRK-MOTIVO-RETENCAO TO PG-MOTIVO
              MOVE WRK-RD2-CPF         TO PG-CPF
              MOVE WRK-RD2-NOME-COMPL  TO PG-NOME-COMPL
              WRITE PAGRETIDO-REG
              ADD 1 TO WRK-QTD-RETIDOS
              ADD WRK-RD2-VALOR TO WRK-SOMA-RETIDOS
              DISPLAY "PAGAMENTO RETIDO : " WRK-RD2-CODIGO " "
                  WRK-MOTIVO-RETENCAO
              IF RETURN-CODE LESS 4
                  MOVE 4 TO RETURN-CODE
              END-IF
              MOVE WRK-RD2-CODIGO TO WRK-EXC-CHAVE
              MOVE SPACES TO WRK-EXC-MOTIVO
              STRING "RETIDO: " DELIMITED BY SIZE
                  WRK-MOTIVO-RETENCAO DELIMITED BY SIZE
                  INTO WRK-EXC-MOTIVO
              MOVE "P001" TO WRK-EXC-COD-MOTIVO
              PERFORM 0255-GRAVA-EXCDIARIO.

         0735-CALCULA-VARIACAO SECTION.
              MOVE "N" TO WRK-FORA-VARIACAO
              IF WRK-VALOR-REVISAO GREATER WRK-MEDIA-REVISAO
                  COMPUTE WRK-DIFERENCA =
                      WRK-VALOR-REVISAO - WRK-MEDIA-REVISAO
              ELSE
                  COMPUTE WRK-DIFERENCA =
                      WRK-MEDIA-REVISAO - WRK-VALOR-REVISAO
              END-IF
              COMPUTE WRK-TOLERANCIA ROUNDED =
                  WRK-MEDIA-REVISAO * WRK-PERC-VARIACAO / 100
              IF WRK-DIFERENCA GREATER WRK-TOLERANCIA
                  SET FORA-VARIACAO TO TRUE
              END-IF.

         0736-LOCALIZA-ALTBANCO SECTION.
              MOVE "N" TO WRK-ACHOU-ALTBANCO
              IF WRK-QTD-ALTBANCO GREATER ZERO
                  SET TAB-AB-IDX TO 1
                  SEARCH TAB-AB-CODIGO
                      AT END
                          CONTINUE
                      WHEN TAB-AB-CODIGO(TAB-AB-IDX) = WRK-COD-REVISAO
                          SET ACHOU-ALTBANCO TO TRUE
                  END-SEARCH
              END-IF.

      *    Credito ao beneficiario com o codigo do funcionario que
      *    paga a pensao e a marca PA mais o numero da ordem, que o
      *    RETBANCO usa para casar o retorno.
         0738-GRAVA-CREDITO-PENSAO SECTION.
              SET TAB-PE-IDX TO TAB-CP-ITEM(TAB-CP-IDX)
              MOVE TAB-PE-BANCO(TAB-PE-IDX)   TO WRK-RD2-BANCO
              MOVE TAB-PE-AGENCIA(TAB-PE-IDX) TO WRK-RD2-AGENCIA
              MOVE TAB-PE-CONTA(TAB-PE-IDX)   TO WRK-RD2-CONTA
              MOVE TAB-PE-CODIGO-FUNC(TAB-PE-IDX) TO WRK-RD2-CODIGO
              MOVE TAB-PE-BENEFICIARIO(TAB-PE-IDX) TO WRK-RD2-NOME
              MOVE TAB-CP-VALOR(TAB-CP-IDX)   TO WRK-RD2-VALOR
              MOVE TAB-PE-CPF(TAB-PE-IDX)     TO WRK-RD2-CPF
              MOVE TAB-PE-BENEFICIARIO(TAB-PE-IDX)
                  TO WRK-RD2-NOME-COMPL
              MOVE "PA" TO WRK-RD2-PA-MARCA
              MOVE TAB-PE-ORDEM(TAB-PE-IDX) TO WRK-RD2-PA-ORDEM
              WRITE REMESSA-REG FROM WRK-REM-DETALHE
              ADD 1 TO WRK-QTD-REMESSA
              ADD TAB-CP-VALOR(TAB-CP-IDX) TO WRK-SOMA-REMESSA
              MOVE SPACES TO WRK-RD2-PENSAO.

      *    Retencoes pendentes de outras competencias sao regravadas
      *    antes das novas; as da competencia corrente sao refeitas.
      *    No reinicio tudo isso ja foi gravado antes da queda.
         0757-ABRE-PAGRETIDO SECTION.
              IF HOUVE-REINICIO
                  OPEN EXTEND PAGRETIDO-FILE
              ELSE
                  OPEN OUTPUT PAGRETIDO-FILE
              END-IF
              IF WRK-STATUS-PAGRET NOT = "00"
                  MOVE "A002" TO WRK-MSG-ID
                  MOVE WRK-JOB-NOME TO WRK-MSG-SISTEMA
                  MOVE "PAGRETIDO.DAT" TO WRK-MSG-ARQUIVO
                  MOVE WRK-STATUS-PAGRET TO WRK-MSG-STATUS
                  CALL "TRATAMSG" USING WRK-PARM-MSG
                  GO TO 9500-ABEND
              END-IF
              IF HOUVE-REINICIO
                  GO TO 0757-SAIDA
              END-IF
              PERFORM VARYING TAB-PG-IDX FROM 1 BY 1
                  UNTIL TAB-PG-IDX GREATER WRK-QTD-PAGRET
                  WRITE PAGRETIDO-REG FROM TAB-PG-LINHA(TAB-PG-IDX)
              END-PERFORM.
         0757-SAIDA.
              EXIT.

         0765-FECHA-REMESSA SECTION.
      *    Liquidos de rescisao do lote entram na mesma remessa, com
                  MOVE TAB-RC-CODIGO(TAB-RC-IDX)  TO WRK-RD2-CODIGO
                  MOVE TAB-RC-NOME(TAB-RC-IDX)    TO WRK-RD2-NOME
                  MOVE TAB-RC-LIQUIDO(TAB-RC-IDX) TO WRK-RD2-VALOR
                  MOVE TAB-RC-CODIGO(TAB-RC-IDX)  TO WRK-COD-IDENT
                  MOVE TAB-RC-NOME(TAB-RC-IDX)    TO WRK-ID-NOME
                  PERFORM 0732-BUSCA-IDENTIDADE
                  MOVE WRK-ID-CPF  TO WRK-RD2-CPF
                  MOVE WRK-ID-NOME TO WRK-RD2-NOME-COMPL
                  MOVE TAB-RC-CODIGO(TAB-RC-IDX) TO WRK-COD-REVISAO
                  MOVE TAB-RC-BRUTO(TAB-RC-IDX) TO WRK-BRUTO-REVISAO
                  MOVE "R" TO WRK-TIPO-REVISAO
                  PERFORM 0733-REVISA-PAGAMENTO
                  IF RETER-PAGTO
                      PERFORM 0734-RETEM-PAGAMENTO
                  ELSE
                      WRITE REMESSA-REG FROM WRK-REM-DETALHE
                      ADD 1 TO WRK-QTD-REMESSA
                      ADD TAB-RC-LIQUIDO(TAB-RC-IDX)
                          TO WRK-SOMA-REMESSA
                  END-IF
              END-PERFORM
      *    Creditos de pensao aos beneficiarios, do mes e das
      *    rescisoes, com os dados bancarios da ordem.
              PERFORM VARYING TAB-CP-IDX FROM 1 BY 1
                  UNTIL TAB-CP-IDX GREATER WRK-QTD-CREDPENSAO
                  PERFORM 0738-GRAVA-CREDITO-PENSAO
              END-PERFORM
              MOVE WRK-QTD-REMESSA TO WRK-RT-QTD
              MOVE WRK-SOMA-REMESSA TO WRK-RT-SOMA
              WRITE REMESSA-REG FROM WRK-REM-TRAILER
              CLOSE REMESSA-FILE.

      *    Checkpoint regravado por inteiro depois de cada
      *    funcionario fechado, com o contracheque, a remessa e o
      *    historico dele ja gravados.
         0770-GRAVA-CHECKPOINT SECTION.
              OPEN OUTPUT FOLHACKP-FILE
              MOVE SPACES TO FOLHACKP-REG
              MOVE "C" TO CKP-TIPO
              MOVE "A" TO CKP-SITUACAO
              MOVE WRK-COMPETENCIA TO CKP-COMPETENCIA
              MOVE WRK-CKP-ULTIMO TO CKP-ULTIMO-CODIGO
              MOVE WRK-CKP-FECHADOS TO CKP-QTD-FECHADOS
              MOVE WRK-DATA-INICIO-FECH TO CKP-DATA-INICIO
              MOVE WRK-HORA-INICIO-FECH TO CKP-HORA-INICIO
              MOVE WRK-QTD-REMESSA TO CKP-QTD-REMESSA
              MOVE WRK-SOMA-REMESSA TO CKP-SOMA-REMESSA
              MOVE WRK-QTD-RETIDOS TO CKP-QTD-RETIDOS
              MOVE WRK-SOMA-RETIDOS TO CKP-SOMA-RETIDOS
              MOVE WRK-COMP-JA-GRAVADA TO CKP-COMP-JA-GRAVADA
              MOVE WRK-TOTAL-FUNC TO CKP-TOTAL-FUNC
              MOVE WRK-TOTAL-REJEITADOS TO CKP-TOTAL-REJEITADOS
              WRITE FOLHACKP-REG
              PERFORM VARYING TAB-RC-IDX FROM 1 BY 1
                  UNTIL TAB-RC-IDX GREATER WRK-QTD-RESCISAO
                  MOVE SPACES TO FOLHACKP-RESC
                  MOVE "R" TO CKR-TIPO
                  MOVE TAB-RC-REG(TAB-RC-IDX) TO CKR-RESCISAO
                  WRITE FOLHACKP-RESC
              END-PERFORM
              PERFORM VARYING TAB-CP-IDX FROM 1 BY 1
                  UNTIL TAB-CP-IDX GREATER WRK-QTD-CP-INICIO
                  MOVE SPACES TO FOLHACKP-PENS
                  MOVE "P" TO CKC-TIPO
                  MOVE TAB-CP-ITEM(TAB-CP-IDX) TO CKC-ITEM
                  MOVE TAB-CP-VALOR(TAB-CP-IDX) TO CKC-VALOR
                  WRITE FOLHACKP-PENS
              END-PERFORM
              CLOSE FOLHACKP-FILE.

      *    Fechamento concluido: o registro fica como concluido, com
      *    a data/hora de inicio, e nao provoca reinicio.
         0775-ZERA-CHECKPOINT SECTION.
              OPEN OUTPUT FOLHACKP-FILE
              MOVE SPACES TO FOLHACKP-REG
              MOVE "C" TO CKP-TIPO
              MOVE "C" TO CKP-SITUACAO
              MOVE WRK-COMPETENCIA TO CKP-COMPETENCIA
              MOVE ZEROS TO CKP-ULTIMO-CODIGO
              MOVE ZEROS TO CKP-QTD-FECHADOS
              MOVE WRK-DATA-INICIO-FECH TO CKP-DATA-INICIO
              MOVE WRK-HORA-INICIO-FECH TO CKP-HORA-INICIO
              MOVE ZEROS TO CKP-QTD-REMESSA
              MOVE ZEROS TO CKP-SOMA-REMESSA
              MOVE ZEROS TO CKP-QTD-RETIDOS
              MOVE ZEROS TO CKP-SOMA-RETIDOS
              MOVE "N" TO CKP-COMP-JA-GRAVADA
              MOVE ZEROS TO CKP-TOTAL-FUNC
              MOVE ZEROS TO CKP-TOTAL-REJEITADOS
              WRITE FOLHACKP-REG
              CLOSE FOLHACKP-FILE.

         0500-MOSTRAENTRADA SECTION.
              DISPLAY "TIPO DE MOVIMENTO : " WRK-TIPO-MOVTO.
              DISPLAY "CODIGO : " WRK-CODIGO.
                  WRK-LR-FUNC DELIMITED BY SIZE
                  INTO FUNCRESUMO-REG
              WRITE FUNCRESUMO-REG
              MOVE WRK-TOTAL-SALFAM TO WRK-LR-FUNC
              MOVE SPACES TO FUNCRESUMO-REG
              STRING "TOTAL SALARIO FAMILIA : " DELIMITED BY SIZE
                  WRK-LR-FUNC DELIMITED BY SIZE
                  INTO FUNCRESUMO-REG
              WRITE FUNCRESUMO-REG
              MOVE WRK-TOTAL-DESC-BENEF TO WRK-LR-FUNC
              MOVE SPACES TO FUNCRESUMO-REG
              STRING "TOTAL DESCONTO BENEF  : " DELIMITED BY SIZE
                  WRK-LR-FUNC DELIMITED BY SIZE
                  INTO FUNCRESUMO-REG
              WRITE FUNCRESUMO-REG
              MOVE WRK-TOTAL-CUSTO-BENEF TO WRK-LR-FUNC
              MOVE SPACES TO FUNCRESUMO-REG
              STRING "TOTAL CUSTO BENEFICIO : " DELIMITED BY SIZE
                  WRK-LR-FUNC DELIMITED BY SIZE
                  INTO FUNCRESUMO-REG
              WRITE FUNCRESUMO-REG
              MOVE WRK-TOTAL-PENSAO TO WRK-LR-FUNC
              MOVE SPACES TO FUNCRESUMO-REG
              STRING "TOTAL PENSAO ALIMENT  : " DELIMITED BY SIZE
                  WRK-LR-FUNC DELIMITED BY SIZE
                  INTO FUNCRESUMO-REG
              WRITE FUNCRESUMO-REG
              MOVE WRK-TOTAL-LIQUIDO TO WRK-LR-FUNC
              MOVE SPACES TO FUNCRESUMO-REG
              STRING "TOTAL SALARIO LIQUIDO : " DELIMITED BY SIZE
         9000-FINALIZAR SECTION.
              PERFORM 8000-GRAVA-RESUMO-FUNC
              CLOSE FUNCIONARIOS-FILE
              IF LENDO-AUTORIZADOS OR HOUVE-REINICIO
                  PERFORM 9050-ESVAZIA-AUTORIZADOS
              END-IF
              CLOSE FUNCM-FILE
              CLOSE FUNCIDENT-FILE
              CLOSE FUNCCARGO-FILE
              CLOSE FUNCEXC-FILE
              CLOSE FUNCAUD-FILE
              CLOSE FUNCRESUMO-FILE
                  WRK-TOTAL-REJEITADOS
              DISPLAY "Total de funcionarios ativos : "
                  WRK-TOTAL-ATIVOS
              DISPLAY "Pagamentos retidos na revisao : "
                  WRK-QTD-RETIDOS
              DISPLAY "Creditos de pensao na remessa : "
                  WRK-QTD-CREDPENSAO
              DISPLAY "Movimentos retidos p/ aprovacao : "
                  WRK-QTD-RETIDOS-APROV
              MOVE WRK-TOTAL-FUNC TO WRK-JOB-LIDOS
              MOVE WRK-TOTAL-ATIVOS TO WRK-JOB-GRAVADOS
              MOVE WRK-TOTAL-REJEITADOS TO WRK-JOB-REJEITADOS
              PERFORM 9900-RODAPE.

      *    Aprovados ja passaram (aplicados ou rejeitados com o
      *    motivo em FUNCEXC.DAT): o arquivo e esvaziado para nao
      *    reaplicar na proxima execucao. No reinicio eles passaram
      *    antes da queda e o arquivo nem chega a ser aberto.
         9050-ESVAZIA-AUTORIZADOS SECTION.
              IF LENDO-AUTORIZADOS
                  CLOSE AUTORIZADOS-FILE
              END-IF
              OPEN OUTPUT AUTORIZADOS-FILE
              IF WRK-STATUS-AUT = "00"
                  CLOSE AUTORIZADOS-FILE
              ELSE
                  DISPLAY "Aviso: FUNCIONARIOSAUT.DAT nao esvaziado : "
                      WRK-STATUS-AUT
                  MOVE 4 TO RETURN-CODE
              END-IF.

      *    Saida de abend: executa o rodape (que libera a trava de
      *    job e registra a execucao) antes de devolver o controle.
         9500-ABEND SECTION.
