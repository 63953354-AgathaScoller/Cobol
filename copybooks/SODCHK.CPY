      *    Rotina compartilhada de checagem de segregacao de funcoes,
      *    no estilo de PERMCHK.CPY: diz se um usuario acumula os
      *    dois lados de um par da tabela de conflitos (SODFD.CPY).
      *    Cada lado vale como a matriz de permissoes o resolveria
      *    para o usuario: linha do usuario, senao a do perfil, senao
      *    a do sujeito "*"; a primeira linha achada decide
      *    (PE-PERMITIDO e a lista PE-ACOES contra a acao do par).
      *    O PERMISSAO-FILE deve estar aberto pelo chamador.
      *    Inclua com COPY "SODCHK.CPY" REPLACING substituindo:
      *      ROTINA-CARGA   paragrafo que carrega a tabela de pares
      *      ROTINA-NOME    paragrafo que checa o par WS-SOD-IDX
      *      ROTINA-LADO    paragrafo auxiliar (um lado do par)
      *      ROTINA-LER     paragrafo auxiliar de leitura da matriz
       ROTINA-CARGA.
           MOVE 0 TO WS-SOD-QTD
           OPEN INPUT CONFLITO-FILE
           IF WS-CONFLITO-STATUS = "00"
               MOVE "N" TO WS-SOD-EOF
               PERFORM UNTIL WS-SOD-EOF = "S"
                   READ CONFLITO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-SOD-EOF
                       NOT AT END
                           IF WS-SOD-QTD < 200
                               ADD 1 TO WS-SOD-QTD
                               MOVE CF-PROGRAMA-1 TO
                                   WS-SOD-PROGRAMA-1(WS-SOD-QTD)
                               MOVE CF-ACAO-1 TO
                                   WS-SOD-ACAO-1(WS-SOD-QTD)
                               MOVE CF-PROGRAMA-2 TO
                                   WS-SOD-PROGRAMA-2(WS-SOD-QTD)
                               MOVE CF-ACAO-2 TO
                                   WS-SOD-ACAO-2(WS-SOD-QTD)
                               MOVE CF-DESCRICAO TO
                                   WS-SOD-DESCRICAO(WS-SOD-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFLITO-FILE
           END-IF.

       ROTINA-NOME.
           MOVE "N" TO WS-SOD-CONFLITO
           MOVE WS-SOD-PROGRAMA-1(WS-SOD-IDX) TO WS-SOD-PROGRAMA
           MOVE WS-SOD-ACAO-1(WS-SOD-IDX) TO WS-SOD-ACAO
           PERFORM ROTINA-LADO
           IF WS-SOD-TEM = "S"
               MOVE WS-SOD-PROGRAMA-2(WS-SOD-IDX) TO WS-SOD-PROGRAMA
               MOVE WS-SOD-ACAO-2(WS-SOD-IDX) TO WS-SOD-ACAO
               PERFORM ROTINA-LADO
               IF WS-SOD-TEM = "S"
                   MOVE "S" TO WS-SOD-CONFLITO
               END-IF
           END-IF.

       ROTINA-LADO.
           MOVE "N" TO WS-SOD-TEM
           MOVE "N" TO WS-SOD-ACHADA
           MOVE WS-SOD-USUARIO TO WS-SOD-SUJEITO
           PERFORM ROTINA-LER
           IF WS-SOD-ACHADA = "N" AND WS-SOD-PERFIL NOT = SPACES
               MOVE WS-SOD-PERFIL TO WS-SOD-SUJEITO
               PERFORM ROTINA-LER
           END-IF
           IF WS-SOD-ACHADA = "N"
               MOVE "*" TO WS-SOD-SUJEITO
               PERFORM ROTINA-LER
           END-IF.

       ROTINA-LER.
           MOVE WS-SOD-SUJEITO TO PE-SUJEITO
           MOVE WS-SOD-PROGRAMA TO PE-PROGRAMA
           IF PE-CHAVE = WS-SOD-NOVA-CHAVE
               MOVE "S" TO WS-SOD-ACHADA
               MOVE WS-SOD-NOVA-PERMITIDO TO WS-SOD-PERMITIDO
               MOVE WS-SOD-NOVA-ACOES TO WS-SOD-ACOES
           ELSE
               READ PERMISSAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-SOD-ACHADA
                       MOVE PE-PERMITIDO TO WS-SOD-PERMITIDO
                       MOVE PE-ACOES TO WS-SOD-ACOES
               END-READ
           END-IF
           IF WS-SOD-ACHADA = "S" AND WS-SOD-PERMITIDO = "S"
               IF WS-SOD-ACAO = "*" OR WS-SOD-ACOES = "*"
                   MOVE "S" TO WS-SOD-TEM
               ELSE
                   MOVE 0 TO WS-SOD-TALLY
                   INSPECT WS-SOD-ACOES TALLYING WS-SOD-TALLY
                       FOR ALL WS-SOD-ACAO
                   IF WS-SOD-TALLY > 0
                       MOVE "S" TO WS-SOD-TEM
                   END-IF
               END-IF
           END-IF.
