
           COPY "JRNLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  TROCA-FILE.

       COPY "JRNLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "JRNLWS.CPY".
