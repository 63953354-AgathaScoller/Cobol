      *    cancela, reativa ou lista as ordens de uma conta. Substitui
      *    a digitacao manual de transferencias recorrentes em
      *    data/saque_transacoes.dat pelo escriturario.
      *    Origem em conta conjunta com valor acima do limite da
      *    assinatura individual: a ordem so e incluida com os CPFs
      *    de dois titulares, que seguem em cada transferencia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "data/contas_titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CHAVE
               FILE STATUS IS WS-TITULAR-STATUS.

           COPY "QUIESEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

       FD  TITULAR-FILE.
       COPY "TITULREC.CPY".

       COPY "QUIEFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "QUIEWS.CPY".
       COPY "TITULWS.CPY".
       01 WS-ORDEM-STATUS  PIC XX.
       01 WS-CONTA-STATUS  PIC XX.
       01 OPCAO            PIC X(1).
       01 WS-EOF-ORDEM     PIC X VALUE "N".
           88 FIM-ORDENS        VALUE "S".
       01 WS-QTD-LISTADAS  PIC 9(4) VALUE 0.
      *    Regra de assinatura da conta de origem, guardada antes da
      *    leitura do destino.
       01 WS-REGRA-ORIGEM  PIC X(1).
       01 WS-CONJUNTA-ORIGEM PIC 9(7)V99.
       01 WS-CPF-ORIGEM    PIC 9(11).

       PROCEDURE DIVISION.
       INICIO.
                   GOBACK
               END-IF

               MOVE CM-REGRA-ASSINATURA TO WS-REGRA-ORIGEM
               MOVE CM-VALOR-CONJUNTA TO WS-CONJUNTA-ORIGEM
               MOVE CM-CPF TO WS-CPF-ORIGEM

               DISPLAY "Conta de destino: "
               ACCEPT OP-CONTA-DESTINO
               PERFORM VALIDAR-CONTA-DESTINO
               DISPLAY "Data final (AAAAMMDD, 0 = sem prazo): "
               ACCEPT OP-DATA-FIM

               MOVE 0 TO OP-ASSINANTE-1
               MOVE 0 TO OP-ASSINANTE-2
               IF WS-REGRA-ORIGEM = "C" AND
                       OP-VALOR > WS-CONJUNTA-ORIGEM
                   PERFORM OBTER-ASSINATURAS-ORDEM
                   IF NOT ASSINATURA-OK
                       MOVE "Ordem exige dois titulares." TO MENSAGEM
                       DISPLAY MENSAGEM
                       GOBACK
                   END-IF
               END-IF

               MOVE "A" TO OP-SITUACAO
               MOVE 0 TO OP-ULT-GERACAO
               WRITE ORDEM-PROG-REC
                   MOVE "S" TO WS-ACHOU-ORDEM
           END-READ.

       OBTER-ASSINATURAS-ORDEM.
           DISPLAY "Conta conjunta: valor exige dois titulares."
           DISPLAY "CPF do 1o titular: "
           ACCEPT WS-ASSINANTE-1
           DISPLAY "CPF do 2o titular: "
           ACCEPT WS-ASSINANTE-2
           PERFORM CARREGAR-TITULARES-CONTA
           PERFORM CONFERIR-ASSINATURA-CONJUNTA
           MOVE WS-ASSINANTE-1 TO OP-ASSINANTE-1
           MOVE WS-ASSINANTE-2 TO OP-ASSINANTE-2.

      *    As duas pontas precisam existir e estar ativas no cadastro
      *    na inclusao; o gerador revalida a cada noite, porque uma
      *    conta pode ser encerrada depois.
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.

           COPY "TITULCAR.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-TITULARES-CONTA
               CAMPO-CONTA BY OP-CONTA-ORIGEM
               CAMPO-CPF   BY WS-CPF-ORIGEM.

           COPY "ASSINCHK.CPY" REPLACING
               ROTINA-NOME BY CONFERIR-ASSINATURA-CONJUNTA.

           COPY "QUIECHK.CPY" REPLACING
               ROTINA-NOME  BY VERIFICAR-JANELA-LOTE
               ROTINA-AUDIT BY REGISTRAR-AUDITORIA.
