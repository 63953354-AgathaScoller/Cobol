      *    Declaracao compartilhada do arquivo de lancamentos para o
      *    razao dos subsistemas (data/gl_subsistemas.dat, LINE
      *    SEQUENTIAL). Inclua com COPY "GLSBSEL.CPY" dentro do
      *    FILE-CONTROL, junto com GLSBFD.CPY/GLSBWS.CPY e a rotina
      *    GLSBGRV.CPY.
           SELECT GLSUB-FILE ASSIGN TO "data/gl_subsistemas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUB-STATUS.
