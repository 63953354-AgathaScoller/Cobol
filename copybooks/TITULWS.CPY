      *    Campos compartilhados da tabela de titulares de uma conta.
      *    Inclua com COPY "TITULWS.CPY" na WORKING-STORAGE, junto
      *    com as rotinas TITULCAR.CPY (carga da tabela) e
      *    ASSINCHK.CPY (conferencia da assinatura conjunta). O
      *    programa declara TITULAR-FILE (data/contas_titulares.dat)
      *    com FILE STATUS WS-TITULAR-STATUS e o FD com TITULREC.CPY.
       01 WS-TITULAR-STATUS  PIC XX.
       01 WS-TITULAR-ABERTO  PIC X(1).
       01 WS-EOF-TITULAR     PIC X(1).
           88 FIM-TITULARES      VALUE "S".
       01 WS-QTD-TITULARES   PIC 9(2).
       01 WS-TABELA-TITULARES.
           05 WS-TIT-ENTRADA OCCURS 20 TIMES.
               10 WS-TIT-CPF     PIC 9(11).
               10 WS-TIT-PAPEL   PIC X(1).
       01 WS-IDX-TIT         PIC 9(2).
       01 WS-ASSINANTE-1     PIC 9(11) VALUE 0.
       01 WS-ASSINANTE-2     PIC 9(11) VALUE 0.
       01 WS-QTD-ASSINANTES  PIC 9(2).
       01 WS-ASSINATURA-OK   PIC X(1).
           88 ASSINATURA-OK      VALUE "S".
