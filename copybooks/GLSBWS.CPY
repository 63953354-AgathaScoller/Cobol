      *    Campos compartilhados dos lancamentos para o razao dos
      *    subsistemas. Inclua com COPY "GLSBWS.CPY" na
      *    WORKING-STORAGE, junto com a rotina GLSBGRV.CPY. O
      *    chamador poe origem, evento, conta, valor e referencia em
      *    WS-GS-* antes do PERFORM; o passo de lote poe a data de
      *    negocio em WS-GS-DATA-NEG (zerada, vale o relogio da
      *    maquina).
       01 WS-GLSUB-STATUS    PIC XX.
       01 WS-GS-ORIGEM       PIC X(8).
       01 WS-GS-EVENTO       PIC X(8).
       01 WS-GS-CONTA        PIC 9(6) VALUE 0.
       01 WS-GS-VALOR        PIC 9(10)V99.
       01 WS-GS-REFERENCIA   PIC X(20) VALUE SPACES.
       01 WS-GS-DATA-NEG     PIC 9(8) VALUE 0.
       01 WS-GS-HOJE         PIC 9(8).
       01 WS-GS-AGORA        PIC 9(8).
