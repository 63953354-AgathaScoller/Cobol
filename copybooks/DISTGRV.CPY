      *    Rotina compartilhada de gravacao de uma linha no arquivo
      *    de distribuicao por agencia (DISTFD.CPY): o chamador
      *    grava a linha no relatorio, poe DA-TIPO, DA-AGENCIA,
      *    DA-CONTA e DA-VALOR e faz PERFORM; a rotina copia o texto
      *    da linha e grava. Depois de cada gravacao os campos
      *    voltam a detalhe sem agencia, conta ou valor. Falha no
      *    arquivo de distribuicao nao derruba o chamador - o
      *    consolidado ja saiu; so a separacao por agencia fica sem
      *    as linhas seguintes.
      *    Inclua com COPY "DISTGRV.CPY" REPLACING substituindo:
      *      ROTINA-NOME     nome do paragrafo gerado
      *      LINHA-ORIGEM    linha do relatorio recem-gravada
       ROTINA-NOME.
           IF WS-DIST-STATUS = "00"
               MOVE LINHA-ORIGEM TO DA-LINHA
               WRITE DIST-AG-REC
           END-IF
           MOVE "D" TO DA-TIPO
           MOVE 0 TO DA-AGENCIA
           MOVE 0 TO DA-CONTA
           MOVE 0 TO DA-VALOR.
