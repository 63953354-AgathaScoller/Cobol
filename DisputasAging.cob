
      *    Aging noturno das disputas abertas: lista em
      *    data/disputas_aging.txt toda disputa "A" com mais de 10
      *    dias uteis desde a abertura (sabados, domingos e feriados
      *    nao contam - os nacionais e os municipais da agencia em
      *    que a disputa foi aberta, DS-AGENCIA, pelo CalendarioCorp),
      *    com a idade em dias uteis, para o supervisor
      *    cobrar a resolucao antes do prazo regulamentar. Disputa
      *    estourada termina o passo com RC 4.
       ENVIRONMENT DIVISION.
       01 WS-INT-HOJE        PIC 9(8).
       01 WS-INT-DIA         PIC 9(8).
       01 WS-DIA-SEMANA      PIC 9(1).
       01 WS-DATA-DIA        PIC 9(8).
       01 WS-CAL-OPERACAO    PIC X(1).
       01 WS-CAL-RESULTADO   PIC 9(8).
       01 WS-CAL-NOME-DIA    PIC X(10).
       01 WS-QTD-ABERTAS     PIC 9(6) VALUE 0.
       01 WS-QTD-ESTOURADAS  PIC 9(6) VALUE 0.

      *    Dias uteis entre a abertura (exclusive) e hoje
      *    (inclusive): caminha dia a dia pelo calendario e pula
      *    sabado e domingo (dia 1 do calendario interno e uma
      *    segunda-feira, entao MOD 7 = 6 e sabado e 0 e domingo);
      *    dia de semana ainda passa pelo CalendarioCorp, que diz se
      *    e feriado na agencia da disputa.
       AVALIAR-IDADE-DISPUTA.
           COMPUTE WS-INT-ABERTURA =
               FUNCTION INTEGER-OF-DATE(DS-DATA-ABERTURA)
                   UNTIL WS-INT-DIA >= WS-INT-HOJE
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-DIA, 7)
               IF WS-DIA-SEMANA NOT = 6 AND WS-DIA-SEMANA NOT = 0
                   COMPUTE WS-DATA-DIA =
                       FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
                   MOVE "F" TO WS-CAL-OPERACAO
                   CALL "CalendarioCorp" USING WS-CAL-OPERACAO
                       WS-DATA-DIA WS-CAL-RESULTADO WS-CAL-NOME-DIA
                       DS-AGENCIA
                   END-CALL
                   IF WS-CAL-RESULTADO = 0
                       ADD 1 TO WS-DIAS-UTEIS
                   END-IF
               END-IF
           END-PERFORM

