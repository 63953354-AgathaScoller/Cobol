      *    Declaracao compartilhada do arquivo central de avisos ao
      *    cliente (data/avisos_clientes.dat, INDEXED, chave
      *    AV-CHAVE). Inclua com COPY "AVISOSEL.CPY" dentro do
      *    FILE-CONTROL, junto com AVISOFD.CPY/AVISOWS.CPY e a
      *    rotina AVISOGRV.CPY.
           SELECT AVISO-FILE ASSIGN TO "data/avisos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-CHAVE
               FILE STATUS IS WS-AVISO-STATUS.
