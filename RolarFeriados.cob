
           COPY "RUNHSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  FERIADO-FILE.

       COPY "RUNHFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "AUDITWS.CPY".
