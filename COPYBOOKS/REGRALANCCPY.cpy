      ******************************************************************
      * Copybook: REGRALANCCPY
      * Author: JLS
      * Date: 28/02/2025
      * Objetivo: Catalogo dos eventos contabeis lancados pelo
      *           GERALANC, cada um com a regra (contas e historico)
      *           em REGRASLANC.DAT mantida pelo MANREGRA. Por evento:
      *           codigo, grupo que o exige (F folha, provisoes e
      *           beneficios; T frete de clientes; V reversoes de
      *           provisao; P frete a pagar; E encargos do empregador;
      *           M mensalidades; R recebimentos, encargos por atraso,
      *           perdas e creditos de sinistro de clientes, lancados
      *           pelo CONTASREC; I aplicacoes financeiras, lancadas
      *           pelo APLICFIN), lado lancado (D so debito, C so
      *           credito, A os dois) e descricao.
      ******************************************************************
       01 TAB-EVENTOS-LANC-DEF.
           05 FILLER PIC X(40) VALUE
               "SALBRUTO  FDSALARIO BRUTO DA FOLHA      ".
           05 FILLER PIC X(40) VALUE
               "SALFAMILIAFDSALARIO-FAMILIA COMPENSADO  ".
           05 FILLER PIC X(40) VALUE
               "INSSRETIDOFCINSS DESCONTADO NA FOLHA    ".
           05 FILLER PIC X(40) VALUE
               "IRRFRETIDOFCIRRF DESCONTADO NA FOLHA    ".
           05 FILLER PIC X(40) VALUE
               "SALLIQUIDOFCSALARIO LIQUIDO A PAGAR     ".
           05 FILLER PIC X(40) VALUE
               "DESCBENEF FCDESCONTO DE BENEFICIOS      ".
           05 FILLER PIC X(40) VALUE
               "PENSAO    FCPENSAO ALIMENTICIA          ".
           05 FILLER PIC X(40) VALUE
               "PROV13    FAPROVISAO MENSAL DE 13O      ".
           05 FILLER PIC X(40) VALUE
               "PROVFERIASFAPROVISAO MENSAL DE FERIAS   ".
           05 FILLER PIC X(40) VALUE
               "BENEFEMP  FABENEFICIOS - PARTE EMPRESA  ".
           05 FILLER PIC X(40) VALUE
               "FRETECLI  TDFRETE A RECEBER DE CLIENTES ".
           05 FILLER PIC X(40) VALUE
               "FRETEREC  TCRECEITA DE FRETE            ".
           05 FILLER PIC X(40) VALUE
               "FRETEIMP  TCIMPOSTO SOBRE FRETE         ".
           05 FILLER PIC X(40) VALUE
               "REV13     VAREVERSAO DA PROVISAO DE 13O ".
           05 FILLER PIC X(40) VALUE
               "REVFERIAS VAREVERSAO PROVISAO DE FERIAS ".
           05 FILLER PIC X(40) VALUE
               "FRETECUSTOPACUSTO DE FRETE DE TERCEIROS ".
           05 FILLER PIC X(40) VALUE
               "FGTS      EAFGTS DO EMPREGADOR          ".
           05 FILLER PIC X(40) VALUE
               "INSSEMP   EAINSS PATRONAL               ".
           05 FILLER PIC X(40) VALUE
               "TERCEIROS EACONTRIBUICAO DE TERCEIROS   ".
           05 FILLER PIC X(40) VALUE
               "MENSLIQ   MDMENSALIDADES A RECEBER      ".
           05 FILLER PIC X(40) VALUE
               "MENSBOLSA MDBOLSAS CONCEDIDAS           ".
           05 FILLER PIC X(40) VALUE
               "MENSBRUTO MCRECEITA DE MENSALIDADES     ".
           05 FILLER PIC X(40) VALUE
               "RECEBCLI  RARECEBIMENTO DE CLIENTES     ".
           05 FILLER PIC X(40) VALUE
               "ENCARGOCLIRAENCARGOS POR ATRASO CLIENTES".
           05 FILLER PIC X(40) VALUE
               "PERDACLI  RAPERDA COM CLIENTE INCOBRAVEL".
           05 FILLER PIC X(40) VALUE
               "CREDCLI   RACREDITO SINISTRO AO CLIENTE ".
           05 FILLER PIC X(40) VALUE
               "APLICACAO IAAPLICACAO FINANCEIRA        ".
           05 FILLER PIC X(40) VALUE
               "RENDAPLIC IARENDIMENTO DE APLICACAO     ".
           05 FILLER PIC X(40) VALUE
               "RESGAPLIC IARESGATE LIQUIDO DE APLICACAO".
           05 FILLER PIC X(40) VALUE
               "IRRFAPLIC IAIRRF RETIDO EM APLICACAO    ".
       01 TAB-EVENTOS-LANC REDEFINES TAB-EVENTOS-LANC-DEF.
           05 TAB-EL-REG OCCURS 30 TIMES
               INDEXED BY TAB-EL-IDX.
               10 TAB-EL-EVENTO      PIC X(10).
               10 TAB-EL-GRUPO       PIC X(01).
               10 TAB-EL-LADO        PIC X(01).
               10 TAB-EL-DESCRICAO   PIC X(28).
       77 WRK-QTD-EVENTOS-LANC PIC 9(02) VALUE 30.
