      *    Rotina compartilhada: soma QTD-DIAS dias uteis a
      *    DATA-INICIAL (a propria data nao conta; cada passo vai ao
      *    dia seguinte e dele ao primeiro dia util pela operacao "U"
      *    de CalendarioCorp). QTD-DIAS zero devolve a data inicial.
      *    Requer DUTILWS.CPY na WORKING-STORAGE.
      *    Inclua com COPY "DUTILSOM.CPY" REPLACING substituindo:
      *      ROTINA-NOME      nome do paragrafo gerado
      *      DATA-INICIAL     data AAAAMMDD de partida
      *      QTD-DIAS         quantidade de dias uteis a somar
      *      DATA-RESULTADO   campo AAAAMMDD de saida
       ROTINA-NOME.
           MOVE DATA-INICIAL TO WS-DUT-DATA
           MOVE "U" TO WS-DUT-OPERACAO
           PERFORM VARYING WS-DUT-CONTADOR FROM 1 BY 1
                   UNTIL WS-DUT-CONTADOR > QTD-DIAS
               COMPUTE WS-DUT-DATA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DUT-DATA) + 1)
               CALL "CalendarioCorp" USING WS-DUT-OPERACAO
                   WS-DUT-DATA WS-DUT-UTIL WS-DUT-NOME-DIA
               END-CALL
               MOVE WS-DUT-UTIL TO WS-DUT-DATA
           END-PERFORM
           MOVE WS-DUT-DATA TO DATA-RESULTADO.
