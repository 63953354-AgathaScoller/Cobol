      *    Campos compartilhados da checagem de turma de periodo
      *    letivo fechado. Inclua com COPY "PERIFWS.CPY" na
      *    WORKING-STORAGE, junto com a rotina PERIFECH.CPY.
       01 WS-PERIODO-STATUS PIC XX.
       01 WS-PF-EOF         PIC X(1).
