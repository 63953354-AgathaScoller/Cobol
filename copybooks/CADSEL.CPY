      *    Declaracao compartilhada do controle de encadeamento dos
      *    logs de auditoria (ultimo elo gravado por log). Inclua com
      *    COPY "CADSEL.CPY" dentro do FILE-CONTROL, junto com
      *    CADFD.CPY. LOCK MODE MANUAL: quem grava (CadeiaAuditoria)
      *    le o elo com trava, para dois terminais nao encadearem o
      *    mesmo elo anterior; quem so verifica abre INPUT.
           SELECT CADEIA-FILE ASSIGN TO "data/auditoria_cadeia.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ARQUIVO
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-CADEIA-STATUS.
