               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUDE-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRAUDE-PARM-FILE.
           05 FP-RAZAO-MAX      PIC 9(1)V99.
           05 FP-MAX-REPETIDOS  PIC 9(2).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-FRAUDE-PARM-STATUS PIC XX.
