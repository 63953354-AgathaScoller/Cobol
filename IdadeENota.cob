
           COPY "CTLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
      *    O registro guarda a data de nascimento, nao mais a idade

       COPY "CTLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "DNEGWS.CPY".
       COPY "RUNHWS.CPY".
