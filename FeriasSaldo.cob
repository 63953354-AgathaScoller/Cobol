
           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADO-FILE.

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
           COPY "DNEGWS.CPY".
