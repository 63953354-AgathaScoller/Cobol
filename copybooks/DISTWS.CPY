      *    Campos compartilhados do arquivo de distribuicao por
      *    agencia. Inclua com COPY "DISTWS.CPY" na WORKING-STORAGE,
      *    junto com a rotina DISTGRV.CPY. O chamador poe o nome do
      *    arquivo em WS-DIST-NOME e o abre junto com o relatorio.
       01 WS-DIST-STATUS       PIC XX.
       01 WS-DIST-NOME         PIC X(44).
