      *    Rotina compartilhada de calculo do elo da cadeia de
      *    auditoria, no estilo de SENHADIG.CPY: parte do elo da
      *    linha anterior e acumula os 160 bytes do texto da linha
      *    num resumo polinomial modulo 10^15. Quem grava
      *    (CadeiaAuditoria) e quem verifica (ConferirCadeia)
      *    usam a mesma rotina.
      *    Inclua com COPY "CADCALC.CPY" REPLACING substituindo:
      *      ROTINA-NOME      nome do paragrafo gerado
      *      CAMPO-TEXTO      campo PIC X(160) com o texto da linha
      *      CAMPO-ANTERIOR   campo PIC 9(15) com o elo anterior
      *      CAMPO-RESULTADO  campo PIC 9(15) que recebe o elo
       ROTINA-NOME.
           MOVE CAMPO-ANTERIOR TO WS-CAD-ACUM
           PERFORM VARYING WS-CAD-I FROM 1 BY 1
                   UNTIL WS-CAD-I > 160
               COMPUTE WS-CAD-BYTE =
                   FUNCTION ORD(CAMPO-TEXTO(WS-CAD-I:1))
               COMPUTE WS-CAD-ACUM = FUNCTION MOD(
                   (WS-CAD-ACUM * 31) + WS-CAD-BYTE,
                   1000000000000000)
           END-PERFORM
           MOVE WS-CAD-ACUM TO CAMPO-RESULTADO.
