      *        mais dias consecutivos (olhando o historico inteiro do
      *        arquivo de movimento).
      *    Cada conta marcada sai com uma linha e a evidencia do
      *    padrao encontrado. Cada marca tambem e gravada no arquivo
      *    de excecoes data/compliance_excecoes.dat, que guarda o
      *    historico para a reavaliacao mensal de risco.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLIANCE-STATUS.

           SELECT EXCECAO-FILE ASSIGN TO
                   "data/compliance_excecoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CHAVE
               FILE STATUS IS WS-EXCECAO-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/analisesaques_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

       FD  MOVSEG-FILE.
       01  MOVSEG-REC           PIC X(87).

       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".
       FD  COMPLIANCE-REPORT.
       01  COMPLIANCE-LINE      PIC X(80).

       FD  EXCECAO-FILE.
       COPY "EXCECREC.CPY".

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-DATA         PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "PARMWS.CPY".
       01 WS-CONTA-STATUS     PIC XX.
       01 WS-TIER-STATUS      PIC XX.
       01 WS-COMPLIANCE-STATUS PIC XX.
       01 WS-EXCECAO-STATUS   PIC XX.
       01 WS-EXCECAO-ABERTO   PIC X(1) VALUE "N".
       01 WS-EOF-MOVIMENTO    PIC X VALUE "N".
           88 FIM-MOVIMENTO       VALUE "S".
       01 WS-DATA-ANALISE     PIC 9(8).
               10 AC-QTD-NEGADOS    PIC 9(3).
               10 AC-QTD-NO-MAXIMO  PIC 9(3).
               10 AC-DATA-CORRENTE  PIC 9(8).
               10 AC-TOTAL-DIA      PIC 9(9)V99.
               10 AC-INT-ULT-LIMITE PIC 9(8).
               10 AC-STREAK-LIMITE  PIC 9(3).
               10 AC-MAX-STREAK     PIC 9(3).
       GRAVAR-RELATORIO-COMPLIANCE.
           OPEN OUTPUT COMPLIANCE-REPORT

           OPEN I-O EXCECAO-FILE
           IF WS-EXCECAO-STATUS = "35"
               OPEN OUTPUT EXCECAO-FILE
               CLOSE EXCECAO-FILE
               OPEN I-O EXCECAO-FILE
           END-IF
           IF WS-EXCECAO-STATUS = "00"
               MOVE "S" TO WS-EXCECAO-ABERTO
           END-IF

           MOVE SPACES TO COMPLIANCE-LINE
           STRING "Excecoes de compliance - saques - data "
                  DELIMITED BY SIZE
               WRITE COMPLIANCE-LINE
           END-IF

           IF WS-EXCECAO-ABERTO = "S"
               CLOSE EXCECAO-FILE
           END-IF
           CLOSE COMPLIANCE-REPORT.

       AVALIAR-CONTA-FLAGS.
                      INTO COMPLIANCE-LINE
               END-STRING
               WRITE COMPLIANCE-LINE
               MOVE AC-CONTA(WS-IDX-CONTA) TO EX-CONTA
               MOVE AC-CPF(WS-IDX-CONTA) TO EX-CPF
               MOVE "N" TO EX-TIPO
               MOVE AC-QTD-NEGADOS(WS-IDX-CONTA) TO EX-QTD
               PERFORM GRAVAR-EXCECAO
           END-IF

           IF AC-QTD-NO-MAXIMO(WS-IDX-CONTA) >= 2
                      INTO COMPLIANCE-LINE
               END-STRING
               WRITE COMPLIANCE-LINE
               MOVE AC-CONTA(WS-IDX-CONTA) TO EX-CONTA
               MOVE AC-CPF(WS-IDX-CONTA) TO EX-CPF
               MOVE "M" TO EX-TIPO
               MOVE AC-QTD-NO-MAXIMO(WS-IDX-CONTA) TO EX-QTD
               PERFORM GRAVAR-EXCECAO
           END-IF

           IF AC-MAX-STREAK(WS-IDX-CONTA) >= 3
                      INTO COMPLIANCE-LINE
               END-STRING
               WRITE COMPLIANCE-LINE
               MOVE AC-CONTA(WS-IDX-CONTA) TO EX-CONTA
               MOVE AC-CPF(WS-IDX-CONTA) TO EX-CPF
               MOVE "L" TO EX-TIPO
               MOVE AC-MAX-STREAK(WS-IDX-CONTA) TO EX-QTD
               PERFORM GRAVAR-EXCECAO
           END-IF.

      *    Agrega as contas do mesmo titular (CPF): se a soma dos
                          INTO COMPLIANCE-LINE
                   END-STRING
                   WRITE COMPLIANCE-LINE
                   MOVE 0 TO EX-CONTA
                   MOVE AC-CPF(WS-IDX-CONTA) TO EX-CPF
                   MOVE "C" TO EX-TIPO
                   MOVE WS-CLI-NEGADOS TO EX-QTD
                   PERFORM GRAVAR-EXCECAO
               END-IF

               IF WS-CLI-NO-MAXIMO >= 2
                          INTO COMPLIANCE-LINE
                   END-STRING
                   WRITE COMPLIANCE-LINE
                   MOVE 0 TO EX-CONTA
                   MOVE AC-CPF(WS-IDX-CONTA) TO EX-CPF
                   MOVE "X" TO EX-TIPO
                   MOVE WS-CLI-NO-MAXIMO TO EX-QTD
                   PERFORM GRAVAR-EXCECAO
               END-IF
           END-IF.

      *    Marca do dia no arquivo de excecoes; a chave ja existente
      *    (analise repetida para a mesma data) e regravada.
       GRAVAR-EXCECAO.
           IF WS-EXCECAO-ABERTO = "S"
               MOVE WS-DATA-ANALISE TO EX-DATA
               WRITE EXCECAO-REC
                   INVALID KEY
                       REWRITE EXCECAO-REC
               END-WRITE
           END-IF.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "AnaliseSaques"
