      *    Rotina compartilhada de carga dos titulares de uma conta,
      *    no estilo de AUDITLOG.CPY: monta em WS-TABELA-TITULARES
      *    (TITULWS.CPY) os CPFs e papeis da conta lidos do arquivo
      *    de titulares. Conta sem registro no arquivo (ou arquivo
      *    ausente) fica com um unico titular "P", o CPF do cadastro
      *    de contas; sem CPF vinculado, a tabela sai vazia. O
      *    arquivo e aberto a cada carga, para enxergar o titular
      *    incluido no meio do expediente.
      *    Inclua com COPY "TITULCAR.CPY" REPLACING substituindo:
      *      ROTINA-NOME   nome do paragrafo gerado
      *      CAMPO-CONTA   numero da conta
      *      CAMPO-CPF     CPF do titular no cadastro (CM-CPF)
       ROTINA-NOME.
           MOVE 0 TO WS-QTD-TITULARES
           MOVE "N" TO WS-EOF-TITULAR
           MOVE "N" TO WS-TITULAR-ABERTO
           OPEN INPUT TITULAR-FILE
           IF WS-TITULAR-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-TITULAR
           ELSE
               MOVE "S" TO WS-TITULAR-ABERTO
               MOVE CAMPO-CONTA TO TT-CONTA
               MOVE 0 TO TT-CPF
               START TITULAR-FILE KEY NOT < TT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-TITULAR
               END-START
           END-IF

           PERFORM UNTIL FIM-TITULARES
               READ TITULAR-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-TITULAR
                   NOT AT END
                       IF TT-CONTA NOT = CAMPO-CONTA
                           MOVE "S" TO WS-EOF-TITULAR
                       ELSE
                           IF WS-QTD-TITULARES < 20
                               ADD 1 TO WS-QTD-TITULARES
                               MOVE TT-CPF TO
                                   WS-TIT-CPF(WS-QTD-TITULARES)
                               MOVE TT-PAPEL TO
                                   WS-TIT-PAPEL(WS-QTD-TITULARES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TITULAR-ABERTO = "S"
               CLOSE TITULAR-FILE
           END-IF

           IF WS-QTD-TITULARES = 0 AND CAMPO-CPF NOT = 0
               MOVE 1 TO WS-QTD-TITULARES
               MOVE CAMPO-CPF TO WS-TIT-CPF(1)
               MOVE "P" TO WS-TIT-PAPEL(1)
           END-IF.
