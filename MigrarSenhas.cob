               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       COPY "USERREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "SENHAWS.CPY".
