
           COPY "JRNLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  CURSO-FILE.

       COPY "JRNLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "JRNLWS.CPY".
