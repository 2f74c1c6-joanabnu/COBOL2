      ******************************************************************
      * Copybook: FRETEPARTCPY
      * Author: JLS
      * Date: 08/03/2025
      * Objetivo: Areas da trilha de auditoria de frete particionada
      *           por mes: parametro da rotina FRETEPART (diretorio
      *           FRETEDIR.DAT), nome da particao aberta em
      *           FRETEAUD-FILE (SELECT ... ASSIGN TO WRK-NOME-FRETEAUD)
      *           e controles usados por FRETELECPY (leitura) e
      *           FRETEGRCPY (gravacao).
      ******************************************************************
       01 WRK-PARM-PART.
           05 WRK-FP-FUNCAO       PIC X(01) VALUE SPACE.
           05 WRK-FP-COMPETENCIA  PIC 9(06) VALUE ZEROS.
           05 WRK-FP-LOCAL        PIC X(01) VALUE "V".
      *    Faixa de competencias (AAAAMM) da leitura e escopo: "V" so
      *    a trilha viva, "T" viva e arquivo morto.
           05 WRK-FP-COMP-DE      PIC 9(06) VALUE ZEROS.
           05 WRK-FP-COMP-ATE     PIC 9(06) VALUE 999999.
           05 WRK-FP-ESCOPO       PIC X(01) VALUE "V".
           05 WRK-FP-ARQUIVO      PIC X(20) VALUE SPACES.
           05 WRK-FP-QTD          PIC 9(09) VALUE ZEROS.
           05 WRK-FP-VALOR        PIC 9(13)V99 VALUE ZEROS.
           05 WRK-FP-FRETE        PIC 9(11)V99 VALUE ZEROS.
           05 WRK-FP-RESULTADO    PIC X(01) VALUE "0".
           05 WRK-FP-STATUS       PIC X(02) VALUE SPACES.
           05 WRK-FP-QTD-PART     PIC 9(03) VALUE ZEROS.
           05 WRK-FP-PARTICAO OCCURS 300 TIMES.
               10 WRK-FP-PT-COMPETENCIA PIC 9(06).
               10 WRK-FP-PT-LOCAL       PIC X(01).
               10 WRK-FP-PT-ARQUIVO     PIC X(20).
               10 WRK-FP-PT-QTD         PIC 9(09).
               10 WRK-FP-PT-VALOR       PIC 9(13)V99.
               10 WRK-FP-PT-FRETE       PIC 9(11)V99.
           05 WRK-FP-RETORNO      PIC 9(02) VALUE ZEROS.
       77 WRK-NOME-FRETEAUD    PIC X(20) VALUE SPACES.
       77 WRK-FP-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-TRILHA-ABERTA    PIC X(01) VALUE "N".
           88 TRILHA-ABERTA VALUE "S".
       77 WRK-FIM-TRILHA       PIC X(01) VALUE "N".
           88 FIM-TRILHA VALUE "S".
       77 WRK-TRILHA-LIDA      PIC X(01) VALUE "N".
           88 TRILHA-LIDA VALUE "S".
      *    Particao em gravacao e o que ja foi gravado nela nesta
      *    abertura, somado ao diretorio quando ela e fechada.
       77 WRK-FP-GR-COMPETENCIA PIC 9(06) VALUE ZEROS.
      *    Local da particao gravada: "V" trilha viva; "A" so na
      *    carga das particoes do arquivo morto.
       77 WRK-FP-GR-LOCAL      PIC X(01) VALUE "V".
       77 WRK-FP-GR-QTD        PIC 9(09) VALUE ZEROS.
       77 WRK-FP-GR-VALOR      PIC 9(13)V99 VALUE ZEROS.
       77 WRK-FP-GR-FRETE      PIC 9(11)V99 VALUE ZEROS.
