
           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTADOS-FILE.

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PARMWS.CPY".
