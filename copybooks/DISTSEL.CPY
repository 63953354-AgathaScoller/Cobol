      *    Declaracao compartilhada do arquivo de distribuicao por
      *    agencia de um relatorio (nome em WS-DIST-NOME, por
      *    convencao data/<relatorio>_dist.dat). Inclua com
      *    COPY "DISTSEL.CPY" dentro do FILE-CONTROL, junto com
      *    DISTFD.CPY/DISTWS.CPY e a rotina DISTGRV.CPY.
           SELECT DIST-AG-FILE ASSIGN TO DYNAMIC WS-DIST-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
