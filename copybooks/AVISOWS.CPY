      *    Campos compartilhados do aviso ao cliente. Inclua com
      *    COPY "AVISOWS.CPY" na WORKING-STORAGE, junto com a rotina
      *    AVISOGRV.CPY. O chamador poe conta, tipo, valor,
      *    referencia e data do evento em WS-AV-* antes do PERFORM;
      *    o passo de lote poe a data de negocio em WS-AV-DATA-NEG
      *    (zerada, vale o relogio da maquina).
       01 WS-AVISO-STATUS    PIC XX.
       01 WS-AV-CONTA        PIC 9(6).
       01 WS-AV-TIPO         PIC X(1).
       01 WS-AV-VALOR        PIC S9(9)V99.
       01 WS-AV-REFERENCIA   PIC X(20) VALUE SPACES.
       01 WS-AV-DATA-EVENTO  PIC 9(8) VALUE 0.
       01 WS-AV-DATA-NEG     PIC 9(8) VALUE 0.
       01 WS-AV-HOJE         PIC 9(8).
       01 WS-AV-AGORA        PIC 9(8).
       01 WS-AV-TENTATIVAS   PIC 9(3).
       01 WS-AV-GRAVADO      PIC X(1).
           88 AVISO-GRAVADO      VALUE "S".
