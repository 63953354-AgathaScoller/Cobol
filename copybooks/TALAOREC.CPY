      *    marca "P", ou devolve com codigo de motivo. A sustacao
      *    ("S") e honrada na apresentacao.
      *    TL-SITUACAO: "E" emitida, "P" paga, "S" sustada,
      *    "D" devolvida na ultima apresentacao (pode reapresentar),
      *    "C" cancelada no encerramento da conta (ManterContas;
      *    devolvida pelo motivo 25 se apresentada).
       01  TALAO-REC.
           05 TL-CHAVE.
               10 TL-CONTA      PIC 9(6).
