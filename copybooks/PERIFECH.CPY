      *    Rotina compartilhada que diz se a turma pertence so a
      *    periodos letivos fechados (data/periodos_letivos.dat,
      *    situacao "F", pelo passo FecharPeriodo) - turma assim nao
      *    aceita mais nota. Os periodos da turma vem das atribuicoes
      *    de professor (atribuicoes.dat); turma sem atribuicao, com
      *    algum periodo aberto ou com periodo fora do cadastro
      *    segue liberada, como antes do cadastro existir.
      *    O programa declara ATRIBUICAO-FILE (ATRIREC.CPY, FILE
      *    STATUS WS-ATRIBUICAO-STATUS) e PERIODO-FILE (PERIREC.CPY,
      *    FILE STATUS WS-PERIODO-STATUS, de PERIFWS.CPY), fechados
      *    na hora do PERFORM. Inclua com COPY "PERIFECH.CPY"
      *    REPLACING substituindo:
      *      ROTINA-NOME   nome do paragrafo gerado
      *      TURMA-CHAVE   campo PIC X(6) com o codigo da turma
      *      FLAG-FECHADA  campo PIC X(1) de saida: "S" turma so de
      *                    periodos fechados, "N" liberada
       ROTINA-NOME.
           MOVE "N" TO FLAG-FECHADA
           OPEN INPUT PERIODO-FILE
           IF WS-PERIODO-STATUS = "00"
               OPEN INPUT ATRIBUICAO-FILE
               IF WS-ATRIBUICAO-STATUS = "00"
                   MOVE "N" TO WS-PF-EOF
                   MOVE TURMA-CHAVE TO AT-TURMA
                   MOVE 0 TO AT-PERIODO
                   START ATRIBUICAO-FILE KEY NOT < AT-CHAVE
                       INVALID KEY
                           MOVE "S" TO WS-PF-EOF
                   END-START
                   PERFORM UNTIL WS-PF-EOF = "S"
                       READ ATRIBUICAO-FILE NEXT RECORD
                           AT END
                               MOVE "S" TO WS-PF-EOF
                           NOT AT END
                               IF AT-TURMA NOT = TURMA-CHAVE
                                   MOVE "S" TO WS-PF-EOF
                               ELSE
                                   MOVE AT-PERIODO TO LT-PERIODO
                                   READ PERIODO-FILE
                                       INVALID KEY
                                           MOVE "A" TO FLAG-FECHADA
                                       NOT INVALID KEY
                                           IF LT-SITUACAO = "F"
                                               MOVE "S" TO FLAG-FECHADA
                                           ELSE
                                               MOVE "A" TO FLAG-FECHADA
                                           END-IF
                                   END-READ
                                   IF FLAG-FECHADA = "A"
                                       MOVE "S" TO WS-PF-EOF
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ATRIBUICAO-FILE
               END-IF
               CLOSE PERIODO-FILE
           END-IF
           IF FLAG-FECHADA = "A"
               MOVE "N" TO FLAG-FECHADA
           END-IF.
