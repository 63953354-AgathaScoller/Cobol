      *    Declaracao compartilhada do arquivo de auditoria comum.
      *    Inclua com COPY "AUDITSEL.CPY" dentro do FILE-CONTROL.
      *    So para quem le o log comum: a gravacao passa pela
      *    CadeiaAuditoria (AUDITLOG.CPY), com a linha montada em
      *    AUDIT-REC da AUDITWS.CPY.
           SELECT AUDIT-FILE ASSIGN TO "data/auditoria_geral.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
