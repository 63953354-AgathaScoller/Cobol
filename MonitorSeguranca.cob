       DATA DIVISION.
       FILE SECTION.
       FD  GERAL-FILE.
       01  GERAL-REC            PIC X(180).

       FD  ERRO-FILE.
       01  ERRO-REC             PIC X(100).
