       COPY "MOVREC.CPY".

       FD  SEGMENTO-FILE.
       01  SEGMENTO-REC         PIC X(87).

       FD  TEMP-FILE.
       01  TEMP-REC             PIC X(87).

       FD  INDICE-FILE.
       01  INDICE-REC           PIC X(80).
