      *    Campos de trabalho da rotina DUTILSOM.CPY (soma de dias
      *    uteis a uma data pelo calendario corporativo). Inclua com
      *    COPY "DUTILWS.CPY" na WORKING-STORAGE.
       01 WS-DUT-DATA        PIC 9(8).
       01 WS-DUT-UTIL        PIC 9(8).
       01 WS-DUT-CONTADOR    PIC 9(5).
       01 WS-DUT-OPERACAO    PIC X(1).
       01 WS-DUT-NOME-DIA    PIC X(10).
