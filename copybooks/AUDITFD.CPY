      *    Layout compartilhado do arquivo de auditoria comum.
      *    Inclua com COPY "AUDITFD.CPY" dentro da FILE SECTION, so
      *    em programa que le o log; quem grava monta a linha em
      *    AUDIT-REC (AUDITWS.CPY) e chama a CadeiaAuditoria.
       FD  AUDIT-FILE.
       01  AUDIT-LOG-REC        PIC X(160).
