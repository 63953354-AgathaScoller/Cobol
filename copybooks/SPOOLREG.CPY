      *    Inclua com COPY "SPOOLREG.CPY" REPLACING substituindo:
      *      ROTINA-NOME     nome do paragrafo gerado
      *      ROTINA-COPIA    nome do paragrafo auxiliar de copia
      *      PROGRAMA-NOME   literal com o nome do programa (ou
      *                      campo com o nome, sem espacos no meio)
       ROTINA-NOME.
           ACCEPT WS-SPOOL-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-SPOOL-AGORA FROM TIME
           COMPUTE WS-SPOOL-GERACAO = FUNCTION MOD(
               WS-SPOOL-QTD-PROG, WS-SPOOL-GERACOES) + 1

      *    Destinatario pela tabela de rotas; sem rota, o padrao
      *    (OPERACAO, salvo quando o chamador informa outro).
           MOVE WS-SPOOL-DESTINO-PADRAO TO WS-SPOOL-DESTINO
           MOVE "N" TO WS-SPOOL-EOF
           OPEN INPUT SPOOL-ROTA-FILE
           IF WS-SPOOL-ROTA-STATUS NOT = "00"

           MOVE SPACES TO WS-SPOOL-COPIA-NOME
           STRING "data/spool_" DELIMITED BY SIZE
                  PROGRAMA-NOME DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-SPOOL-GERACAO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
