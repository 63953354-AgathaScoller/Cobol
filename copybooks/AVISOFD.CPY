      *    Layout compartilhado do arquivo central de avisos ao
      *    cliente: um registro por evento da conta que o cliente
      *    precisa saber, gravado pelo programa que viu o evento
      *    (rotina AVISOGRV.CPY). O passo noturno GerarAvisos
      *    transforma os pendentes em carta, pelo modelo do tipo
      *    (data/avisos_modelos.dat), e em extrato de mala direta;
      *    ManterAvisos registra a entrega ou a devolucao pelo
      *    correio - e a prova, perante o regulador, de que o
      *    cliente foi avisado. Inclua com COPY "AVISOFD.CPY" na
      *    FILE SECTION.
      *    Chave: conta + tipo + data + hora, para a consulta por
      *    conta e para achar o aviso de um tipo sem varrer tudo.
      *    AV-TIPO: "J" bloqueio judicial (ManterBloqueios), "C"
      *    cheque devolvido (emitido pelo cliente, ProcessarCheques;
      *    depositado por ele, CompensarCheques), "N" conta entrou no
      *    negativo (saque com cheque especial em VerificarSaque,
      *    cheque pago em ProcessarCheques, estorno de cheque
      *    depositado em CompensarCheques), "D" conta prestes a ser
      *    marcada dormente (ContasDormentes; AV-DATA-EVENTO = data
      *    prevista da marcacao), "L" limite de cheque especial
      *    suspenso por uso prolongado (AprovarMudancas, ao aplicar
      *    a proposta de MonitorCheque; AV-VALOR = limite retirado).
      *    AV-VALOR: valor do evento (bloqueado, cheque, saldo
      *    negativo). AV-REFERENCIA: processo, folha e motivo, etc.
      *    AV-SITUACAO: "P" pendente de impressao, "I" carta
      *    impressa e expedida, "E" entrega confirmada, "R"
      *    devolvida pelo correio, "X" cancelado na impressao (conta
      *    fora do cadastro).
       FD  AVISO-FILE.
       01  AVISO-REC.
           05 AV-CHAVE.
               10 AV-CONTA      PIC 9(6).
               10 AV-TIPO       PIC X(1).
               10 AV-DATA       PIC 9(8).
               10 AV-HORA       PIC 9(8).
           05 AV-VALOR          PIC S9(9)V99.
           05 AV-REFERENCIA     PIC X(20).
           05 AV-DATA-EVENTO    PIC 9(8).
           05 AV-PROGRAMA       PIC X(20).
           05 AV-SITUACAO       PIC X(1).
           05 AV-DATA-IMPRESSAO PIC 9(8).
           05 AV-DATA-ENTREGA   PIC 9(8).
           05 AV-OPERADOR       PIC X(10).
