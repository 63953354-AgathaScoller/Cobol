       FILE-CONTROL.
           COPY "QUIESEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       COPY "QUIEFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "QUIEWS.CPY".
       COPY "AUDITWS.CPY".
