      *    Taxa padrao de contingencia: 0,07% ao dia.
       01 WS-TAXA-DIA         PIC 9(1)V9(4) VALUE 0.0007.
       01 WS-DEVEDOR          PIC 9(7)V99.
      *    Juro do dia arredondado ao centavo; dias em que o juro
      *    arredonda para zero nao lancam nada.
       01 WS-JUROS            PIC 9(7)V99.
       01 WS-QTD-CONTAS       PIC 9(8) VALUE 0.
       01 WS-QTD-LANCADAS     PIC 9(8) VALUE 0.
       01 WS-SOMA-JUROS       PIC 9(8)V99 VALUE 0.
           GOBACK.

      *    Juro do dia sobre o saldo devedor, debitado direto no
      *    saldo e espelhado no movimento para o extrato; o dia sem
      *    juro relevante (arredondou a zero) nao lanca.
       LANCAR-JUROS-CONTA.
           COMPUTE WS-DEVEDOR = 0 - CM-SALDO
           COMPUTE WS-JUROS ROUNDED = WS-DEVEDOR * WS-TAXA-DIA
           MOVE WS-JUROS TO MV-VALOR
           MOVE "A" TO MV-RESULTADO
           MOVE "Juros cheque especial." TO MV-MOTIVO
           MOVE SPACES TO MV-TERMINAL
           MOVE SPACES TO MV-OPERADOR
           WRITE MOVIMENTO-REC
           CLOSE MOVIMENTO-FILE.

