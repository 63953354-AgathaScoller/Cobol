      *    Rotina compartilhada: sentido de um registro do movimento
      *    (MOVREC.CPY, ja lido em MOVIMENTO-REC) no saldo de uma
      *    conta. So o aprovado mexe no saldo (negado e retido para
      *    revisao ficam fora). Onde o mesmo MV-TIPO vale nos dois
      *    sentidos, o motivo gravado pelo programa de origem decide;
      *    o desfecho de disputa reembolsada nao mexe no saldo (o
      *    credito ja foi dado na abertura). A transferencia interna
      *    so grava o registro da origem: o credito da conta destino
      *    sai do motivo que VerificarSaque monta
      *    ("Transf. p/ CCCCCC VVVVVVVV.VV", destino nas colunas 12
      *    a 17, valor editado sem zeros a esquerda). Registros do
      *    historico gravados antes do valor com centavos trazem
      *    "Transf. R$ VVVV p/ CCCCCC ok", destino nas colunas 20 a
      *    25, e continuam reconhecidos.
      *    Inclua com COPY "MOVSENT.CPY" REPLACING substituindo as
      *    tres palavras abaixo pelos nomes reais do programa:
      *      ROTINA-NOME    nome do paragrafo gerado
      *      CONTA-ALVO     campo PIC 9(6) com a conta apurada
      *      CAMPO-SENTIDO  campo PIC X(1) de saida: "D" debito, "C"
      *                     credito, espaco = nao mexe no saldo da
      *                     conta
       ROTINA-NOME.
           MOVE SPACE TO CAMPO-SENTIDO
           IF MV-RESULTADO = "A"
               IF MV-CONTA = CONTA-ALVO
                   EVALUATE MV-TIPO
                       WHEN "D"
                       WHEN "I"
                       WHEN "P"
                           MOVE "C" TO CAMPO-SENTIDO
                       WHEN "C"
                           IF MV-MOTIVO(1:14) = "Disputa negada"
                               MOVE "D" TO CAMPO-SENTIDO
                           ELSE
                               IF MV-MOTIVO(1:19) NOT =
                                       "Disputa reembolsada"
                                   MOVE "C" TO CAMPO-SENTIDO
                               END-IF
                           END-IF
                       WHEN "L"
                           IF MV-MOTIVO(1:10) = "Liberacao "
                               MOVE "C" TO CAMPO-SENTIDO
                           ELSE
                               MOVE "D" TO CAMPO-SENTIDO
                           END-IF
                       WHEN "K"
                           IF MV-MOTIVO(1:17) = "Chq dep devolvido"
                               MOVE "D" TO CAMPO-SENTIDO
                           ELSE
                               MOVE "C" TO CAMPO-SENTIDO
                           END-IF
                       WHEN OTHER
                           MOVE "D" TO CAMPO-SENTIDO
                   END-EVALUATE
               ELSE
                   IF MV-TIPO = "T"
                       IF MV-MOTIVO(1:11) = "Transf. p/ "
                               AND MV-MOTIVO(12:6) = CONTA-ALVO
                           MOVE "C" TO CAMPO-SENTIDO
                       END-IF
                       IF MV-MOTIVO(1:11) = "Transf. R$ "
                               AND MV-MOTIVO(20:6) = CONTA-ALVO
                           MOVE "C" TO CAMPO-SENTIDO
                       END-IF
                   END-IF
               END-IF
           END-IF.
