      *    Declaracao compartilhada da tabela de conflitos de
      *    segregacao de funcoes (pares programa/acao que ninguem
      *    deve acumular). Inclua com COPY "SODSEL.CPY" dentro do
      *    FILE-CONTROL, junto com SODFD.CPY/SODWS.CPY e a rotina
      *    SODCHK.CPY.
           SELECT CONFLITO-FILE ASSIGN TO "data/conflitos_sod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CHAVE
               FILE STATUS IS WS-CONFLITO-STATUS.
