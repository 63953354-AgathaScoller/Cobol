               RECORD KEY IS AN-ALUNO-ID
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-OLD-FILE.
           05 AN-NOME          PIC X(20).
           05 AN-NASCIMENTO    PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-OLD-STATUS     PIC XX.
