      *    percentual de bolsa/desconto do aluno
      *    (descontos_alunos.dat) e consulta as parcelas de um
      *    aluno. O aging dos atrasados sai em InadimplenciaEscola.
      *    A bolsa leva o tipo, que decide a regra da revisao de fim
      *    de periodo (RevisarBolsas).
      *    Tambem cadastra e cancela a autorizacao de debito
      *    automatico das mensalidades do aluno numa conta corrente
      *    do banco (debito_autorizacoes.dat, DEBAREC.CPY); parcela
      *    com debito enviado e ainda sem retorno nao aceita
      *    pagamento no balcao.
      *    O pagamento no balcao vai tambem para o razao
      *    (GLSBGRV.CPY, levado a interface por ConsolidarGL).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS DA-ALUNO-ID
               FILE STATUS IS WS-DESCONTO-STATUS.

           SELECT DEBITO-AUTORIZ-FILE ASSIGN TO
                   "data/debito_autorizacoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-ALUNO-ID
               FILE STATUS IS WS-DEBITO-AUTORIZ-STATUS.

           SELECT CONTA-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "data/contas_titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CHAVE
               FILE STATUS IS WS-TITULAR-STATUS.

           COPY "GLSBSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  DESCONTO-FILE.
       COPY "DESCREC.CPY".

       FD  DEBITO-AUTORIZ-FILE.
       COPY "DEBAREC.CPY".

       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

       FD  TITULAR-FILE.
       COPY "TITULREC.CPY".

       COPY "GLSBFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "GLSBWS.CPY".
       COPY "AUDITWS.CPY".
       COPY "TITULWS.CPY".
       01 WS-MENSALIDADE-STATUS PIC XX.
       01 WS-DESCONTO-STATUS PIC XX.
       01 WS-DEBITO-AUTORIZ-STATUS PIC XX.
       01 WS-CONTA-STATUS    PIC XX.
       01 WS-CONTA-DEBITO    PIC 9(6).
       01 WS-AGENCIA-DEBITO  PIC 9(3).
       01 WS-CPF-CONTA       PIC 9(11).
       01 WS-REGRA-CONTA     PIC X(1).
       01 WS-CONTA-OK        PIC X(1).
           88 CONTA-OK           VALUE "S".
       01 WS-OPCAO-DEBITO    PIC X(1).
       01 OPCAO              PIC X(1).
       01 WS-HOJE            PIC 9(8).
       01 ALUNO-ID           PIC X(10).
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           DISPLAY "Pagamentos - (P)agar parcela, (D)esconto do "
                   "aluno, (A)utorizacao de debito automatico ou "
                   "(C)onsultar aluno? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "D"
               WHEN "d"
                   PERFORM MANTER-DESCONTO
               WHEN "A"
               WHEN "a"
                   PERFORM MANTER-DEBITO-AUTOMATICO
               WHEN "C"
               WHEN "c"
                   PERFORM CONSULTAR-ALUNO
               NOT INVALID KEY
                   IF MN-SITUACAO = "Q"
                       MOVE "Parcela ja quitada." TO MENSAGEM
                   ELSE
                   IF MN-DEB-SITUACAO = "E"
                       MOVE "Debito automatico aguardando retorno."
                           TO MENSAGEM
                   ELSE
                       MOVE "Q" TO MN-SITUACAO
                       MOVE WS-HOJE TO MN-DATA-PGTO
                       REWRITE MENSALIDADE-REC
                       MOVE "Pagamento registrado." TO MENSAGEM
                       PERFORM LANCAR-PAGAMENTO-GL
                   END-IF
                   END-IF
           END-READ

           CLOSE MENSALIDADE-FILE
           DISPLAY MENSAGEM.

       LANCAR-PAGAMENTO-GL.
           MOVE "ESCOLA" TO WS-GS-ORIGEM
           MOVE "PAGTO" TO WS-GS-EVENTO
           MOVE 0 TO WS-GS-CONTA
           MOVE MN-VALOR TO WS-GS-VALOR
           MOVE SPACES TO WS-GS-REFERENCIA
           STRING MN-ANO-MES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MN-ALUNO-ID DELIMITED BY SIZE
                  INTO WS-GS-REFERENCIA
           END-STRING
           PERFORM GRAVAR-LANCAMENTO-GL.

       MANTER-DESCONTO.
           DISPLAY "ID do aluno: "
           ACCEPT ALUNO-ID
                       MOVE 100 TO DA-PCT-DESCONTO
                   END-IF
                   MOVE ALUNO-ID TO DA-ALUNO-ID
                   PERFORM ACEITAR-TIPO-BOLSA
                   MOVE 0 TO DA-PERIODO-REVISAO
                   MOVE SPACES TO DA-RESULTADO-REVISAO
                   MOVE DA-PCT-DESCONTO TO DA-PCT-ANTERIOR
                   MOVE 0 TO DA-DATA-REVISAO
                   WRITE DESCONTO-REC
               NOT INVALID KEY
                   DISPLAY "Desconto atual: " DA-PCT-DESCONTO
                           "  Tipo: " DA-TIPO
                           "  Ultima revisao: " DA-PERIODO-REVISAO
                           " " DA-RESULTADO-REVISAO
                   DISPLAY "Novo percentual (0-100): "
                   ACCEPT DA-PCT-DESCONTO
                   IF DA-PCT-DESCONTO > 100
                       MOVE 100 TO DA-PCT-DESCONTO
                   END-IF
                   PERFORM ACEITAR-TIPO-BOLSA
                   REWRITE DESCONTO-REC
           END-READ

           MOVE "Desconto do aluno gravado." TO MENSAGEM
           DISPLAY MENSAGEM.

      *    Tipo desconhecido fica em branco e segue a regra padrao
      *    da revisao.
       ACEITAR-TIPO-BOLSA.
           DISPLAY "Tipo da bolsa - (M)erito, (S)ocial ou "
                   "(F)uncionario/irmao: "
           ACCEPT DA-TIPO
           EVALUATE DA-TIPO
               WHEN "m"
                   MOVE "M" TO DA-TIPO
               WHEN "s"
                   MOVE "S" TO DA-TIPO
               WHEN "f"
                   MOVE "F" TO DA-TIPO
               WHEN "M"
               WHEN "S"
               WHEN "F"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACE TO DA-TIPO
           END-EVALUATE.

      *    Autorizacao de debito automatico: a conta precisa existir
      *    e estar ativa; conta conjunta exige os dois titulares
      *    assinando (o valor da parcela muda e pode passar do
      *    limite da assinatura individual). Autorizacao ativa pode
      *    ser cancelada ou trocada de conta.
       MANTER-DEBITO-AUTOMATICO.
           DISPLAY "ID do aluno: "
           ACCEPT ALUNO-ID

           OPEN I-O DEBITO-AUTORIZ-FILE
           IF WS-DEBITO-AUTORIZ-STATUS = "35"
               OPEN OUTPUT DEBITO-AUTORIZ-FILE
               CLOSE DEBITO-AUTORIZ-FILE
               OPEN I-O DEBITO-AUTORIZ-FILE
           END-IF

           MOVE "I" TO WS-OPCAO-DEBITO
           MOVE ALUNO-ID TO DB-ALUNO-ID
           READ DEBITO-AUTORIZ-FILE
               INVALID KEY
                   MOVE "N" TO WS-OPCAO-DEBITO
               NOT INVALID KEY
                   IF DB-SITUACAO = "A"
                       DISPLAY "Debito ativo na conta " DB-CONTA
                               " desde " DB-DATA-INICIO
                       DISPLAY "(C)ancelar ou (T)rocar a conta? "
                       ACCEPT WS-OPCAO-DEBITO
                   END-IF
           END-READ

           EVALUATE WS-OPCAO-DEBITO
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO DB-SITUACAO
                   MOVE WS-HOJE TO DB-DATA-FIM
                   REWRITE DEBITO-AUTORIZ-REC
                   MOVE "Debito automatico cancelado." TO MENSAGEM
               WHEN "T"
               WHEN "t"
               WHEN "I"
               WHEN "N"
                   PERFORM ACEITAR-CONTA-DEBITO
                   IF CONTA-OK
                       MOVE ALUNO-ID TO DB-ALUNO-ID
                       MOVE WS-AGENCIA-DEBITO TO DB-AGENCIA
                       MOVE WS-CONTA-DEBITO TO DB-CONTA
                       MOVE WS-ASSINANTE-1 TO DB-ASSINANTE-1
                       MOVE WS-ASSINANTE-2 TO DB-ASSINANTE-2
                       MOVE "A" TO DB-SITUACAO
                       MOVE WS-HOJE TO DB-DATA-INICIO
                       MOVE 0 TO DB-DATA-FIM
                       IF WS-OPCAO-DEBITO = "N"
                           WRITE DEBITO-AUTORIZ-REC
                       ELSE
                           REWRITE DEBITO-AUTORIZ-REC
                       END-IF
                       MOVE "Debito automatico autorizado." TO MENSAGEM
                   END-IF
               WHEN OTHER
                   MOVE "Autorizacao mantida." TO MENSAGEM
           END-EVALUATE

           CLOSE DEBITO-AUTORIZ-FILE
           DISPLAY MENSAGEM.

       ACEITAR-CONTA-DEBITO.
           MOVE "N" TO WS-CONTA-OK
           MOVE 0 TO WS-ASSINANTE-1
           MOVE 0 TO WS-ASSINANTE-2
           DISPLAY "Agencia (3 digitos): "
           ACCEPT WS-AGENCIA-DEBITO
           DISPLAY "Conta corrente a debitar: "
           ACCEPT WS-CONTA-DEBITO

           MOVE "Conta inexistente ou nao ativa." TO MENSAGEM
           OPEN INPUT CONTA-FILE
           IF WS-CONTA-STATUS = "00"
               MOVE WS-CONTA-DEBITO TO CM-CONTA
               READ CONTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-SITUACAO = "A"
                           MOVE "S" TO WS-CONTA-OK
                           MOVE CM-CPF TO WS-CPF-CONTA
                           MOVE CM-REGRA-ASSINATURA TO WS-REGRA-CONTA
                       END-IF
               END-READ
               CLOSE CONTA-FILE
           END-IF

           IF CONTA-OK AND WS-REGRA-CONTA = "C"
               DISPLAY "Conta conjunta: a autorizacao exige dois "
                       "titulares."
               DISPLAY "CPF do 1o titular: "
               ACCEPT WS-ASSINANTE-1
               DISPLAY "CPF do 2o titular: "
               ACCEPT WS-ASSINANTE-2
               PERFORM CARREGAR-TITULARES-CONTA
               PERFORM CONFERIR-ASSINATURA-CONJUNTA
               IF NOT ASSINATURA-OK
                   MOVE "N" TO WS-CONTA-OK
                   MOVE "Autorizacao exige dois titulares."
                       TO MENSAGEM
               END-IF
           END-IF.

       CONSULTAR-ALUNO.
           DISPLAY "ID do aluno: "
           ACCEPT ALUNO-ID
               GOBACK
           END-IF

           DISPLAY "MES    CURSO  VALOR    SIT PGTO     DEB TENT"
           PERFORM UNTIL FIM-MENSALIDADES
               READ MENSALIDADE-FILE NEXT RECORD
                   AT END
                           MOVE MN-VALOR TO WS-VALOR-EDIT
                           DISPLAY MN-ANO-MES " " MN-CURSO-COD " "
                                   WS-VALOR-EDIT " " MN-SITUACAO
                                   "   " MN-DATA-PGTO
                                   " " MN-DEB-SITUACAO
                                   "   " MN-DEB-TENTATIVAS
                           ADD 1 TO WS-QTD-LISTADAS
                       END-IF
               END-READ
               PROGRAMA-NOME BY "PagamentosEscola"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "TITULCAR.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-TITULARES-CONTA
               CAMPO-CONTA BY WS-CONTA-DEBITO
               CAMPO-CPF   BY WS-CPF-CONTA.

           COPY "ASSINCHK.CPY" REPLACING
               ROTINA-NOME BY CONFERIR-ASSINATURA-CONJUNTA.

           COPY "GLSBGRV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-LANCAMENTO-GL
               PROGRAMA-NOME BY "PagamentosEscola".
