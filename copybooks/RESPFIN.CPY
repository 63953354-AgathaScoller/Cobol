      *    Rotina compartilhada que devolve o nome de quem responde
      *    financeiramente pelo aluno: o responsavel marcado com
      *    RP-FINANCEIRO = "S" em data/responsaveis.dat ou, sem ele,
      *    o proprio aluno (AL-NOME do cadastro). Aluno fora do
      *    cadastro volta em branco.
      *    O programa declara ALUNO-FILE (ALUNOREC.CPY, FILE STATUS
      *    WS-ALUNO-STATUS) e RESPONSAVEL-FILE (RESPREC.CPY, FILE
      *    STATUS WS-RESPONSAVEL-STATUS), ambos de RESPFWS.CPY, e os
      *    abre antes do PERFORM, marcando WS-RF-ALUNO-ABERTO e
      *    WS-RF-RESP-ABERTO; arquivo que nao abriu e ignorado.
      *    Inclua com COPY "RESPFIN.CPY" REPLACING substituindo:
      *      ROTINA-NOME   nome do paragrafo gerado
      *      ALUNO-CHAVE   campo PIC X(10) com o ID do aluno
      *      NOME-SAIDA    campo PIC X(20) de saida com o nome
       ROTINA-NOME.
           MOVE SPACES TO NOME-SAIDA
           IF WS-RF-RESP-ABERTO = "S"
               MOVE "N" TO WS-RF-EOF
               MOVE ALUNO-CHAVE TO RP-ALUNO-ID
               MOVE 0 TO RP-SEQ
               START RESPONSAVEL-FILE KEY NOT < RP-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-RF-EOF
               END-START
               PERFORM UNTIL WS-RF-EOF = "S"
                   READ RESPONSAVEL-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-RF-EOF
                       NOT AT END
                           IF RP-ALUNO-ID NOT = ALUNO-CHAVE
                               MOVE "S" TO WS-RF-EOF
                           ELSE
                               IF RP-FINANCEIRO = "S"
                                   MOVE RP-NOME TO NOME-SAIDA
                                   MOVE "S" TO WS-RF-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF NOME-SAIDA = SPACES AND WS-RF-ALUNO-ABERTO = "S"
               MOVE ALUNO-CHAVE TO AL-ALUNO-ID
               READ ALUNO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-NOME TO NOME-SAIDA
               END-READ
           END-IF.
