      *    Campos de trabalho da rotina PLANRGRA.CPY (regra de
      *    calendario de um passo do plano noturno). O programa poe
      *    a regra e o parametro do passo em WS-PRG-REGRA e
      *    WS-PRG-PARM antes do PERFORM; a resposta vem em
      *    WS-PRG-DEVIDO. Requer tambem DUTILWS.CPY. Inclua com
      *    COPY "PLANRGWS.CPY" na WORKING-STORAGE.
       01 WS-PRG-REGRA       PIC X(1).
       01 WS-PRG-PARM        PIC X(4).
       01 WS-PRG-DEVIDO      PIC X(1).
           88 PASSO-DEVIDO       VALUE "S".
       01 WS-PRG-DATA        PIC 9(8).
       01 FILLER REDEFINES WS-PRG-DATA.
           05 WS-PRG-ANO     PIC 9(4).
           05 WS-PRG-MES     PIC 9(2).
           05 WS-PRG-DIA     PIC 9(2).
       01 WS-PRG-UTIL        PIC 9(8).
       01 WS-PRG-SALTOS      PIC 9(2).
       01 WS-PRG-DIA-SEMANA  PIC 9(1).
       01 WS-PRG-OPERACAO    PIC X(1).
       01 WS-PRG-NOME-DIA    PIC X(10).
