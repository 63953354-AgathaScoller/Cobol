      *    Rotina compartilhada: decide se um passo do plano
      *    (PLANOREC.CPY, JP-REGRA/JP-REGRA-PARM) e devido na
      *    DATA-REFERENCIA (a data de negocio), pelo calendario
      *    corporativo (CalendarioCorp). Regras:
      *      " " ou "D"  todo dia (o padrao do plano);
      *      "S"  dia da semana no parametro, 1 = segunda ...
      *           7 = domingo;
      *      "U"  N-esimo dia util do mes, N nas duas primeiras
      *           posicoes do parametro (01 = primeiro dia util);
      *      "F"  ultimo dia util do mes;
      *      "A"  data anual MMDD no parametro; caindo em dia nao
      *           util, vale o primeiro dia util seguinte (29/02 em
      *           ano comum vale como 01/03; MMDD invalido deixa o
      *           passo sempre fora).
      *    Regra desconhecida e tratada como diaria.
      *    Requer PLANRGWS.CPY e DUTILWS.CPY na WORKING-STORAGE e a
      *    rotina DUTILSOM.CPY gerada com DATA-INICIAL, QTD-DIAS e
      *    DATA-RESULTADO substituidos por WS-PRG-UTIL,
      *    WS-PRG-SALTOS e WS-PRG-UTIL.
      *    Inclua com COPY "PLANRGRA.CPY" REPLACING substituindo:
      *      ROTINA-NOME      nome do paragrafo gerado
      *      ROTINA-SOMA      nome do paragrafo gerado de DUTILSOM
      *      DATA-REFERENCIA  data AAAAMMDD avaliada
       ROTINA-NOME.
           MOVE "S" TO WS-PRG-DEVIDO
           MOVE "U" TO WS-PRG-OPERACAO

           EVALUATE WS-PRG-REGRA
               WHEN "S"
                   COMPUTE WS-PRG-DIA-SEMANA = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(DATA-REFERENCIA) - 1,
                       7) + 1
                   IF WS-PRG-PARM(1:1) NOT = WS-PRG-DIA-SEMANA
                       MOVE "N" TO WS-PRG-DEVIDO
                   END-IF
               WHEN "U"
                   MOVE DATA-REFERENCIA TO WS-PRG-DATA
                   MOVE 1 TO WS-PRG-DIA
                   CALL "CalendarioCorp" USING WS-PRG-OPERACAO
                       WS-PRG-DATA WS-PRG-UTIL WS-PRG-NOME-DIA
                   END-CALL
                   IF WS-PRG-PARM(1:2) IS NUMERIC AND
                           WS-PRG-PARM(1:2) > "00"
                       MOVE WS-PRG-PARM(1:2) TO WS-PRG-SALTOS
                       SUBTRACT 1 FROM WS-PRG-SALTOS
                   ELSE
                       MOVE 0 TO WS-PRG-SALTOS
                   END-IF
                   PERFORM ROTINA-SOMA
                   IF WS-PRG-UTIL NOT = DATA-REFERENCIA
                       MOVE "N" TO WS-PRG-DEVIDO
                   END-IF
               WHEN "F"
                   CALL "CalendarioCorp" USING WS-PRG-OPERACAO
                       DATA-REFERENCIA WS-PRG-UTIL WS-PRG-NOME-DIA
                   END-CALL
                   IF WS-PRG-UTIL NOT = DATA-REFERENCIA
                       MOVE "N" TO WS-PRG-DEVIDO
                   ELSE
                       MOVE 1 TO WS-PRG-SALTOS
                       PERFORM ROTINA-SOMA
                       IF WS-PRG-UTIL(1:6) = DATA-REFERENCIA(1:6)
                           MOVE "N" TO WS-PRG-DEVIDO
                       END-IF
                   END-IF
               WHEN "A"
                   IF WS-PRG-PARM IS NUMERIC
                       MOVE DATA-REFERENCIA TO WS-PRG-DATA
                       MOVE WS-PRG-PARM(1:2) TO WS-PRG-MES
                       MOVE WS-PRG-PARM(3:2) TO WS-PRG-DIA
                       IF WS-PRG-MES = 2 AND WS-PRG-DIA = 29 AND
                               FUNCTION MOD(WS-PRG-ANO, 4) NOT = 0
                           MOVE 3 TO WS-PRG-MES
                           MOVE 1 TO WS-PRG-DIA
                       END-IF
                       CALL "CalendarioCorp" USING WS-PRG-OPERACAO
                           WS-PRG-DATA WS-PRG-UTIL WS-PRG-NOME-DIA
                       END-CALL
                       IF WS-PRG-UTIL NOT = DATA-REFERENCIA
                           MOVE "N" TO WS-PRG-DEVIDO
                       END-IF
                   ELSE
                       MOVE "N" TO WS-PRG-DEVIDO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
