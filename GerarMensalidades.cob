      *    (descontos_alunos.dat). A chave do arquivo de
      *    mensalidades leva o mes, entao rodar duas vezes o mesmo
      *    mes nao gera parcela em dobro (a existente e pulada).
      *    A parcela sai em nome do responsavel financeiro do aluno
      *    (responsaveis.dat) ou, sem ele, do proprio aluno.
      *    Cada parcela gerada vai tambem para o razao como receita
      *    da escola (GLSBGRV.CPY, levada a interface por
      *    ConsolidarGL).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS DA-ALUNO-ID
               FILE STATUS IS WS-DESCONTO-STATUS.

           SELECT ALUNO-FILE ASSIGN TO "data/idadeenota_alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALUNO-ID
               FILE STATUS IS WS-ALUNO-STATUS.

           SELECT RESPONSAVEL-FILE ASSIGN TO "data/responsaveis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CHAVE
               FILE STATUS IS WS-RESPONSAVEL-STATUS.

           SELECT MENSALIDADE-FILE ASSIGN TO "data/mensalidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

           COPY "CTLSEL.CPY".

           COPY "GLSBSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  DESCONTO-FILE.
       COPY "DESCREC.CPY".

       FD  ALUNO-FILE.
       COPY "ALUNOREC.CPY".

       FD  RESPONSAVEL-FILE.
       COPY "RESPREC.CPY".

       FD  MENSALIDADE-FILE.
       COPY "MENSREC.CPY".


       COPY "CTLFD.CPY".

       COPY "GLSBFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "GLSBWS.CPY".
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
       COPY "AUDITWS.CPY".
       COPY "PARMWS.CPY".
       COPY "RESPFWS.CPY".
       01 WS-PARM-ACHADO     PIC X(1).
       01 WS-MATRICULA-STATUS PIC XX.
       01 WS-CURSO-STATUS    PIC XX.
       01 WS-DESCONTO-STATUS PIC XX.
       01 WS-MENSALIDADE-STATUS PIC XX.
       01 WS-CURSO-ABERTO    PIC X(1) VALUE "N".
       01 WS-DESCONTO-ABERTO PIC X(1) VALUE "N".
       01 WS-EOF-MATRICULA   PIC X VALUE "N".
           88 FIM-MATRICULAS     VALUE "S".
       01 WS-HOJE            PIC 9(8).
               GOBACK
           END-IF

      *    O status muda a cada READ (23 na chave ausente), entao
      *    o arquivo aberto fica marcado a parte.
           OPEN INPUT CURSO-FILE
           IF WS-CURSO-STATUS = "00"
               MOVE "S" TO WS-CURSO-ABERTO
           END-IF
           OPEN INPUT DESCONTO-FILE
           IF WS-DESCONTO-STATUS = "00"
               MOVE "S" TO WS-DESCONTO-ABERTO
           END-IF
           OPEN INPUT ALUNO-FILE
           IF WS-ALUNO-STATUS = "00"
               MOVE "S" TO WS-RF-ALUNO-ABERTO
           END-IF
           OPEN INPUT RESPONSAVEL-FILE
           IF WS-RESPONSAVEL-STATUS = "00"
               MOVE "S" TO WS-RF-RESP-ABERTO
           END-IF

           OPEN I-O MENSALIDADE-FILE
           IF WS-MENSALIDADE-STATUS = "35"
           END-PERFORM

           CLOSE MENSALIDADE-FILE
           IF WS-RF-RESP-ABERTO = "S"
               CLOSE RESPONSAVEL-FILE
           END-IF
           IF WS-RF-ALUNO-ABERTO = "S"
               CLOSE ALUNO-FILE
           END-IF
           IF WS-DESCONTO-ABERTO = "S"
               CLOSE DESCONTO-FILE
           END-IF
           IF WS-CURSO-ABERTO = "S"
               CLOSE CURSO-FILE
           END-IF
           CLOSE MATRICULA-FILE

       GERAR-PARCELA.
           MOVE 0 TO WS-VALOR-BASE
           IF WS-CURSO-ABERTO = "S"
               MOVE MT-CURSO-COD TO CU-CURSO-COD
               READ CURSO-FILE
                   INVALID KEY
           END-IF

           MOVE 0 TO WS-PCT-DESCONTO
           IF WS-DESCONTO-ABERTO = "S"
               MOVE MT-ALUNO-ID TO DA-ALUNO-ID
               READ DESCONTO-FILE
                   INVALID KEY
           MOVE WS-VALOR-PARCELA TO MN-VALOR
           MOVE "P" TO MN-SITUACAO
           MOVE 0 TO MN-DATA-PGTO
           MOVE SPACE TO MN-DEB-SITUACAO
           MOVE 0 TO MN-DEB-TENTATIVAS
           MOVE 0 TO MN-DEB-ULT-TENTATIVA
           MOVE SPACES TO MN-DEB-MOTIVO
           PERFORM BUSCAR-RESPONSAVEL-FINANCEIRO
           WRITE MENSALIDADE-REC
               INVALID KEY
      *            Parcela do mes ja gerada numa execucao anterior.
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GERADAS
                   ADD WS-VALOR-PARCELA TO WS-SOMA-GERADA
                   PERFORM LANCAR-RECEITA-GL
           END-WRITE.

       LANCAR-RECEITA-GL.
           MOVE "ESCOLA" TO WS-GS-ORIGEM
           MOVE "FATURA" TO WS-GS-EVENTO
           MOVE 0 TO WS-GS-CONTA
           MOVE WS-VALOR-PARCELA TO WS-GS-VALOR
           MOVE SPACES TO WS-GS-REFERENCIA
           STRING MN-ANO-MES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MN-ALUNO-ID DELIMITED BY SIZE
                  INTO WS-GS-REFERENCIA
           END-STRING
           PERFORM GRAVAR-LANCAMENTO-GL.

           COPY "RESPFIN.CPY" REPLACING
               ROTINA-NOME  BY BUSCAR-RESPONSAVEL-FINANCEIRO
               ALUNO-CHAVE  BY MT-ALUNO-ID
               NOME-SAIDA   BY MN-RESPONSAVEL.

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "GerarMensalidades".
               PROGRAMA-NOME BY "GerarMensalidades"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "GLSBGRV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-LANCAMENTO-GL
               PROGRAMA-NOME BY "GerarMensalidades".
