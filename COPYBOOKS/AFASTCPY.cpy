      ******************************************************************
      * Copybook: AFASTCPY
      * Author: JLS
      * Date: 07/02/2025
      * Objetivo: Tipos de afastamento do funcionario e as regras de
      *           cada um, comuns ao cadastro de afastamentos, a folha,
      *           as ferias e ao relatorio de ausentes. Por tipo: dias
      *           iniciais pagos pela empresa (o restante sai do
      *           salario do mes; 999 = empresa paga tudo), regra do
      *           periodo aquisitivo de ferias (C conta como tempo de
      *           servico; S suspende a contagem pelos dias afastados;
      *           P perde o periodo em curso quando o afastamento passa
      *           do limite de dias e recomeca a contagem na volta) e a
      *           descricao. PARAMAFAST.DAT, no mesmo layout de
      *           WRK-AFAST-PADRAO, substitui a tabela padrao inteira.
      ******************************************************************
       77 WRK-STATUS-PARAMAFAST PIC X(02) VALUE SPACES.
       77 WRK-FIM-PARAMAFAST PIC X(01) VALUE "N".
           88 FIM-PARAMAFAST VALUE "S".
       77 WRK-QTD-TIPO-AFAST PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-AFAST-PADRAO PIC 9(02) VALUE 4.
       01 TAB-TIPO-AFAST.
           05 TAB-TA-REG OCCURS 1 TO 10 TIMES
               DEPENDING ON WRK-QTD-TIPO-AFAST
               INDEXED BY TAB-TA-IDX.
               10 TAB-TA-TIPO          PIC X(01).
               10 TAB-TA-DIAS-EMPRESA  PIC 9(03).
               10 TAB-TA-REGRA-FERIAS  PIC X(01).
               10 TAB-TA-LIMITE-FERIAS PIC 9(03).
               10 TAB-TA-DESCRICAO     PIC X(20).
      *    D auxilio-doenca e A acidente de trabalho: 15 dias pela
      *    empresa e perda do periodo acima de 180 dias; M licenca
      *    maternidade paga pelo INSS e contada para ferias; N licenca
      *    nao remunerada, que suspende o periodo aquisitivo.
       01 WRK-AFAST-PADRAO.
           05 FILLER PIC X(28) VALUE "D015P180AUXILIO-DOENCA      ".
           05 FILLER PIC X(28) VALUE "A015P180ACIDENTE DE TRABALHO".
           05 FILLER PIC X(28) VALUE "M000C000LICENCA MATERNIDADE ".
           05 FILLER PIC X(28) VALUE "N000S000NAO REMUNERADA      ".
