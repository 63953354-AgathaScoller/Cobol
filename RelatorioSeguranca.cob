
           COPY "SPOOLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.

       COPY "SPOOLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "SPOOLWS.CPY".
