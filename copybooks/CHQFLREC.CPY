      *    Layout do registro de cheque de terceiro depositado
      *    (data/cheques_depositados_float.dat, INDEXED, chave CF-ID),
      *    mantido pelo passo noturno CompensarCheques: o valor e
      *    creditado na conta no deposito, mas fica retido por um
      *    bloqueio de float (BLOQREC, CF-BLOQUEIO-ID) ate o dia da
      *    compensacao (CF-DATA-LIBERACAO, em dias uteis).
      *    CF-SITUACAO: "F" em float, "L" liberado (compensado),
      *    "D" devolvido pela compensacao (credito estornado, motivo
      *    em CF-MOTIVO-DEV).
      *    Inclua com COPY "CHQFLREC.CPY" logo apos o FD do arquivo.
       01  CHEQUE-FLOAT-REC.
           05 CF-ID             PIC 9(8).
           05 CF-AGENCIA        PIC 9(3).
           05 CF-CONTA          PIC 9(6).
           05 CF-BANCO-SACADO   PIC 9(3).
           05 CF-AGENCIA-SACADO PIC 9(4).
           05 CF-CONTA-SACADO   PIC 9(10).
           05 CF-NUMERO-CHEQUE  PIC 9(6).
           05 CF-VALOR          PIC 9(8)V99.
           05 CF-DATA-DEPOSITO  PIC 9(8).
           05 CF-DATA-LIBERACAO PIC 9(8).
           05 CF-BLOQUEIO-ID    PIC 9(6).
           05 CF-SITUACAO       PIC X(1).
           05 CF-MOTIVO-DEV     PIC 9(2).
           05 CF-DATA-BAIXA     PIC 9(8).
