      *    Rotina compartilhada de gravacao de lancamento para o
      *    razao dos subsistemas, no estilo de AVISOGRV.CPY: abre o
      *    arquivo de lancamentos em EXTEND, grava o evento e fecha.
      *    Valor zero (bolsa integral, por exemplo) nao gera
      *    lancamento. Falha de abertura nao derruba o chamador - o
      *    evento ja aconteceu; o lancamento perdido sai no DISPLAY
      *    para a contabilidade lancar a mao.
      *    Inclua com COPY "GLSBGRV.CPY" REPLACING substituindo:
      *      ROTINA-NOME   nome do paragrafo gerado
      *      PROGRAMA-NOME literal com o nome do programa
       ROTINA-NOME.
           IF WS-GS-VALOR > 0
               IF WS-GS-DATA-NEG > 0
                   MOVE WS-GS-DATA-NEG TO WS-GS-HOJE
               ELSE
                   ACCEPT WS-GS-HOJE FROM DATE YYYYMMDD
               END-IF
               ACCEPT WS-GS-AGORA FROM TIME

               OPEN EXTEND GLSUB-FILE
               IF WS-GLSUB-STATUS = "35"
                   OPEN OUTPUT GLSUB-FILE
               END-IF

               IF WS-GLSUB-STATUS NOT = "00"
                   DISPLAY "Lancamento para o razao nao gravado - "
                           WS-GS-ORIGEM " " WS-GS-EVENTO " "
                           WS-GS-VALOR " status " WS-GLSUB-STATUS
               ELSE
                   MOVE WS-GS-ORIGEM TO GS-ORIGEM
                   MOVE WS-GS-EVENTO TO GS-EVENTO
                   MOVE WS-GS-HOJE TO GS-DATA
                   MOVE WS-GS-AGORA TO GS-HORA
                   MOVE WS-GS-CONTA TO GS-CONTA
                   MOVE WS-GS-VALOR TO GS-VALOR
                   MOVE WS-GS-REFERENCIA TO GS-REFERENCIA
                   MOVE PROGRAMA-NOME TO GS-PROGRAMA
                   WRITE GLSUB-REC
                   CLOSE GLSUB-FILE
               END-IF
           END-IF

           MOVE SPACES TO WS-GS-REFERENCIA
           MOVE 0 TO WS-GS-CONTA.
