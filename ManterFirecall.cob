
           COPY "QUIESEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  FIRECALL-FILE.

       COPY "QUIEFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "QUIEWS.CPY".
