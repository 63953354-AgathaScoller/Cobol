      *         arquivo mensal data/arquivo_auditoria_AAAAMM.dat e
      *         esvazia o log corrente (que era o maior arquivo do
      *         pack); nas demais noites o log fica online para as
      *         consultas de auditoria. O log esvaziado recomeca com
      *         o selo da rolagem (CADSELO.CPY), que leva o elo da
      *         ultima linha arquivada e mantem a cadeia de auditoria
      *         continua de um mes para o outro;
      *      2. move os logs datados (auditoria_saque_*,
      *         auditoria_senha_*) e os resumos diarios
      *         (resumo_operacional_*) mais velhos que a retencao
       DATA DIVISION.
       FILE SECTION.
       FD  GERAL-FILE.
       01  GERAL-REC            PIC X(180).

       FD  ORIGEM-FILE.
       01  ORIGEM-REC           PIC X(180).

       FD  ARQUIVO-FILE.
       01  ARQUIVO-REC          PIC X(180).

       FD  INDICE-FILE.
       01  INDICE-REC           PIC X(100).
       01 WS-ROLAGEM-STATUS   PIC XX.
       01 WS-MES-ROLADO       PIC 9(6).
       01 WS-MES-FECHADO      PIC 9(6).
       01 WS-GERAL-NOME       PIC X(44)
           VALUE "data/auditoria_geral.log".
       01 WS-SELO-STATUS      PIC XX.
       01 WS-ULTIMO-ELO       PIC 9(15).
       COPY "CADSELO.CPY".

       PROCEDURE DIVISION.
       INICIO.

           MOVE "N" TO WS-EOF-ORIGEM
           MOVE 0 TO WS-QTD-LINHAS
           MOVE 0 TO WS-ULTIMO-ELO
           OPEN INPUT GERAL-FILE
           IF WS-GERAL-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ORIGEM
                       MOVE GERAL-REC TO ARQUIVO-REC
                       WRITE ARQUIVO-REC
                       ADD 1 TO WS-QTD-LINHAS
                       IF GERAL-REC(161:4) = " CK="
                           AND GERAL-REC(165:15) IS NUMERIC
                           MOVE GERAL-REC(165:15) TO WS-ULTIMO-ELO
                       END-IF
               END-READ
           END-PERFORM

               IF WS-QTD-LINHAS > 0
                   OPEN OUTPUT GERAL-FILE
                   CLOSE GERAL-FILE
                   PERFORM GRAVAR-SELO-ROLAGEM
                   PERFORM GRAVAR-INDICE-GERAL
               END-IF
           END-IF.

      *    Primeira linha do log geral recem-esvaziado, gravada pela
      *    CadeiaAuditoria como qualquer linha de auditoria: o elo
      *    dela parte do ultimo elo do log, e o texto diz qual elo
      *    fechou o arquivo mensal - a verificacao da cadeia liga os
      *    dois lados da rolagem por ele.
       GRAVAR-SELO-ROLAGEM.
           MOVE WS-HOJE TO SL-DATA
           ACCEPT SL-HORA FROM TIME
           MOVE WS-ULTIMO-ELO TO SL-ULTIMO
           MOVE WS-MES-FECHADO TO SL-MES
           MOVE WS-QTD-LINHAS TO SL-LINHAS
           CALL "CadeiaAuditoria" USING WS-GERAL-NOME
               WS-SELO-ROLAGEM WS-SELO-STATUS
           END-CALL
           IF WS-SELO-STATUS NOT = "00"
               DISPLAY "Selo da rolagem nao gravado - status "
                       WS-SELO-STATUS
           END-IF.

       GRAVAR-INDICE-GERAL.
           OPEN EXTEND INDICE-FILE
           IF WS-INDICE-STATUS = "35"
