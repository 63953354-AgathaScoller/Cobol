      *    Rotina compartilhada de conferencia da assinatura
      *    conjunta, no estilo de AUDITLOG.CPY: com a tabela de
      *    titulares da conta ja carregada (TITULCAR.CPY),
      *    WS-ASSINATURA-OK sai "S" quando WS-ASSINANTE-1 e
      *    WS-ASSINANTE-2 sao dois CPFs distintos ligados a conta -
      *    titular ("P"/"S") ou representante legal ("R").
      *    Inclua com COPY "ASSINCHK.CPY" REPLACING substituindo:
      *      ROTINA-NOME   nome do paragrafo gerado
       ROTINA-NOME.
           MOVE 0 TO WS-QTD-ASSINANTES
           IF WS-ASSINANTE-1 NOT = 0 AND WS-ASSINANTE-2 NOT = 0
                   AND WS-ASSINANTE-1 NOT = WS-ASSINANTE-2
               PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                       UNTIL WS-IDX-TIT > WS-QTD-TITULARES
                   IF WS-TIT-CPF(WS-IDX-TIT) = WS-ASSINANTE-1 OR
                           WS-TIT-CPF(WS-IDX-TIT) = WS-ASSINANTE-2
                       ADD 1 TO WS-QTD-ASSINANTES
                   END-IF
               END-PERFORM
           END-IF

           IF WS-QTD-ASSINANTES >= 2
               MOVE "S" TO WS-ASSINATURA-OK
           ELSE
               MOVE "N" TO WS-ASSINATURA-OK
           END-IF.
