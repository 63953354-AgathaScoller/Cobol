      *    Fechamento mensal da oficina: valor cotado dos pedidos
      *    aceitos no mes contra o valor dos pedidos entregues no
      *    mes (e os cancelados), em data/pedidos_mes.txt - mostra
      *    quanto do que se cotou virou entrega - e o percentual das
      *    entregas do mes feitas ate a data prometida no aceite
      *    (PD-DATA-PROMETIDA; pedido sem data prometida fica fora
      *    da conta).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
       01  PARM-REC.
           05 PARM-ANO-MES      PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PARMWS.CPY".
       01 WS-SOMA-ENTREGUE   PIC 9(9)V99 VALUE 0.
       01 WS-QTD-CANCELADOS  PIC 9(5) VALUE 0.
       01 WS-SOMA-EDIT       PIC Z(8)9.99.
       01 WS-QTD-COM-PROMESSA PIC 9(5) VALUE 0.
       01 WS-QTD-NO-PRAZO    PIC 9(5) VALUE 0.
       01 WS-PCT-NO-PRAZO    PIC 9(3)V9.
       01 WS-PCT-EDIT        PIC ZZ9.9.

       PROCEDURE DIVISION.
       INICIO.
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-QTD-COM-PROMESSA > 0
               COMPUTE WS-PCT-NO-PRAZO ROUNDED =
                   WS-QTD-NO-PRAZO * 100 / WS-QTD-COM-PROMESSA
               MOVE WS-PCT-NO-PRAZO TO WS-PCT-EDIT
               STRING "Entregas no prazo: " DELIMITED BY SIZE
                      WS-QTD-NO-PRAZO DELIMITED BY SIZE
                      " de " DELIMITED BY SIZE
                      WS-QTD-COM-PROMESSA DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-PCT-EDIT DELIMITED BY SIZE
                      "%)" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "Entregas no prazo: sem entrega com data prometida."
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           CLOSE PEDIDOS-REPORT

           DISPLAY "Relatorio de pedidos do mes gravado."
           IF PD-SITUACAO = "E" AND WS-MES-SITUACAO = WS-ANO-MES
               ADD 1 TO WS-QTD-ENTREGUES
               ADD PD-PRECO TO WS-SOMA-ENTREGUE
               IF PD-DATA-PROMETIDA > 0
                   ADD 1 TO WS-QTD-COM-PROMESSA
                   IF PD-DATA-SITUACAO <= PD-DATA-PROMETIDA
                       ADD 1 TO WS-QTD-NO-PRAZO
                   END-IF
               END-IF
           END-IF

           IF PD-SITUACAO = "C" AND WS-MES-SITUACAO = WS-ANO-MES
