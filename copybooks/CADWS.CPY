      *    Campos de trabalho da rotina de calculo do elo da cadeia
      *    de auditoria (CADCALC.CPY). Inclua com COPY "CADWS.CPY"
      *    na WORKING-STORAGE, uma unica vez por programa.
       01 WS-CADEIA-STATUS   PIC XX.
       01 WS-CAD-ACUM        PIC 9(18).
       01 WS-CAD-I           PIC 9(3).
       01 WS-CAD-BYTE        PIC 9(3).
