
           SELECT SORT-WORK ASSIGN TO "data/estatistica_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
      *    Visao minima do registro de transacoes de saque, so para
      *    chegar na coluna de valor (mesmas posicoes do layout de
      *    VerificarSaque: sequencia, agencia, tipo, conta, valor
      *    9(8)V99).
       FD  SAQUE-FILE.
       01  SAQUE-REC.
           05 FILLER            PIC X(18).
           05 SQ-VALOR          PIC 9(8)V99.
           05 FILLER            PIC X(6).

       FD  HISTORICO-FILE.

       SD  SORT-WORK.
       01  SORT-REC.
           05 SR-VALOR          PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-EST-REPORT-STATUS PIC XX.
       01 WS-EOF-ARQ         PIC X(1).
           88 FIM-ARQUIVO        VALUE "S".
       01 WS-VALOR-LIDO      PIC 9(8)V99.
       01 WS-IMC-DIGITOS     PIC 9(4).
       01 WS-QTD-ARQ         PIC 9(7) VALUE 0.
       01 WS-SOMA-ARQ        PIC 9(12)V99 VALUE 0.
       01 WS-SOMAQ-ARQ       PIC 9(16)V99 VALUE 0.
       01 WS-MAIOR-ARQ       PIC 9(8)V99 VALUE 0.
       01 WS-MENOR-ARQ       PIC 9(8)V99 VALUE 99999999.99.
       01 WS-MEDIA-ARQ       PIC 9(8)V9(4).
       01 WS-DESVIO-ARQ      PIC 9(8)V9(4).
       01 WS-MEDIANA-ARQ     PIC 9(8)V99.
       01 WS-POS-MEDIANA-1   PIC 9(7).
       01 WS-POS-MEDIANA-2   PIC 9(7).
       01 WS-POS-CORRENTE    PIC 9(7).
       01 WS-VALOR-MED-1     PIC 9(8)V99.
       01 WS-VALOR-MED-2     PIC 9(8)V99.
       01 WS-VALOR-ANTERIOR  PIC 9(8)V99.
       01 WS-QTD-DUPLICADOS  PIC 9(7) VALUE 0.
       01 WS-FAIXA-LARGURA   PIC 9(8)V9(4).
       01 WS-IDX-FAIXA       PIC 9(2).
       01 WS-LIMITE-FAIXA    PIC 9(8)V99.
       01 WS-HISTOGRAMA.
           05 WS-FAIXA-QTD OCCURS 10 TIMES PIC 9(7).

