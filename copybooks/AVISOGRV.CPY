      *    Rotina compartilhada de gravacao de aviso ao cliente, no
      *    estilo de JRNLGRAV.CPY: abre o arquivo central de avisos,
      *    grava o evento como pendente ("P") e fecha. Dois avisos da
      *    mesma conta e tipo no mesmo centesimo de segundo nao se
      *    perdem: a hora e avancada ate achar chave livre. Falha de
      *    abertura nao derruba o chamador - o evento ja aconteceu;
      *    o aviso perdido sai no DISPLAY.
      *    Inclua com COPY "AVISOGRV.CPY" REPLACING substituindo:
      *      ROTINA-NOME   nome do paragrafo gerado
      *      PROGRAMA-NOME literal com o nome do programa
       ROTINA-NOME.
           MOVE "N" TO WS-AV-GRAVADO
           IF WS-AV-DATA-NEG > 0
               MOVE WS-AV-DATA-NEG TO WS-AV-HOJE
           ELSE
               ACCEPT WS-AV-HOJE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-AV-AGORA FROM TIME

           OPEN I-O AVISO-FILE
           IF WS-AVISO-STATUS = "35"
               OPEN OUTPUT AVISO-FILE
               CLOSE AVISO-FILE
               OPEN I-O AVISO-FILE
           END-IF

           IF WS-AVISO-STATUS NOT = "00"
               DISPLAY "Aviso ao cliente nao gravado - conta "
                       WS-AV-CONTA " tipo " WS-AV-TIPO
                       " status " WS-AVISO-STATUS
           ELSE
               MOVE WS-AV-CONTA TO AV-CONTA
               MOVE WS-AV-TIPO TO AV-TIPO
               MOVE WS-AV-HOJE TO AV-DATA
               MOVE WS-AV-AGORA TO AV-HORA
               MOVE WS-AV-VALOR TO AV-VALOR
               MOVE WS-AV-REFERENCIA TO AV-REFERENCIA
               MOVE WS-AV-DATA-EVENTO TO AV-DATA-EVENTO
               MOVE PROGRAMA-NOME TO AV-PROGRAMA
               MOVE "P" TO AV-SITUACAO
               MOVE 0 TO AV-DATA-IMPRESSAO
               MOVE 0 TO AV-DATA-ENTREGA
               MOVE SPACES TO AV-OPERADOR
               MOVE 0 TO WS-AV-TENTATIVAS
               PERFORM UNTIL AVISO-GRAVADO OR WS-AV-TENTATIVAS > 99
                   WRITE AVISO-REC
                       INVALID KEY
                           ADD 1 TO AV-HORA
                           ADD 1 TO WS-AV-TENTATIVAS
                       NOT INVALID KEY
                           MOVE "S" TO WS-AV-GRAVADO
                   END-WRITE
               END-PERFORM
               CLOSE AVISO-FILE
           END-IF

           MOVE SPACES TO WS-AV-REFERENCIA
           MOVE 0 TO WS-AV-DATA-EVENTO.
