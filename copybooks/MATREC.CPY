      *    por IdadeENota antes de avaliar qualquer nota.
      *    MT-STATUS: "A" = ativa, "T" = trancada, "E" = lista de
      *    espera (curso na capacidade; promovida na ordem de
      *    MT-DATA-MATRICULA + MT-HORA-PEDIDO quando uma vaga abre),
      *    "C" = concluida (gravada por FecharPeriodo no fechamento
      *    do periodo letivo).
       01  MATRICULA-REC.
           05 MT-CHAVE.
               10 MT-ALUNO-ID   PIC X(10).
