       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterClientesOficina.

      *    Cadastro de clientes da oficina
      *    (data/clientes_oficina.dat): codigo, nome, CPF ou CNPJ,
      *    endereco e prazo de pagamento. O pedido (PedidosOficina)
      *    passa a apontar para o codigo em vez de um nome digitado
      *    livre, e a fatura emitida na entrega tira o vencimento do
      *    prazo cadastrado aqui. O documento so e aceito com os
      *    digitos verificadores conferidos (modulo 11).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-OFICINA-FILE ASSIGN TO
               "data/clientes_oficina.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODIGO
               FILE STATUS IS WS-CLIENTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-OFICINA-FILE.
       COPY "CLIOFREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-CLIENTE-STATUS  PIC XX.
       01 WS-EOF-CLIENTE     PIC X VALUE "N".
           88 FIM-CLIENTES       VALUE "S".
       01 OPCAO              PIC X(1).
       01 WS-CODIGO          PIC 9(6) VALUE 0.
       01 MENSAGEM           PIC X(40).
       01 WS-HOJE            PIC 9(8).
       01 WS-ACHOU-CLIENTE   PIC X(1).
           88 CLIENTE-ENCONTRADO VALUE "S".
       01 WS-TIPO-PESSOA     PIC X(1).
       01 WS-DOCUMENTO       PIC 9(14).
       01 WS-DOC-DIGITOS REDEFINES WS-DOCUMENTO.
           05 WS-DOC-DIGITO  PIC 9 OCCURS 14 TIMES.
       01 WS-DOC-VALIDO      PIC X(1).
           88 DOCUMENTO-VALIDO   VALUE "S".
      *    Calculo do digito verificador: soma ponderada das
      *    posicoes WS-DV-INICIO a WS-DV-FIM, peso 2 na mais a
      *    direita; no CNPJ o peso volta a 2 depois do 9.
       01 WS-DV-INICIO       PIC 9(2).
       01 WS-DV-FIM          PIC 9(2).
       01 WS-DV-POS          PIC 9(2).
       01 WS-DV-PESO         PIC 9(2).
       01 WS-DV-SOMA         PIC 9(4).
       01 WS-DV-RESTO        PIC 9(2).
       01 WS-DV-CALCULADO    PIC 9(1).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           OPEN I-O CLIENTE-OFICINA-FILE
           IF WS-CLIENTE-STATUS = "35"
               OPEN OUTPUT CLIENTE-OFICINA-FILE
               CLOSE CLIENTE-OFICINA-FILE
               OPEN I-O CLIENTE-OFICINA-FILE
           END-IF

           DISPLAY "Clientes da oficina - (C)adastrar/alterar ou "
                   "(L)istar? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "C"
               WHEN "c"
                   PERFORM CADASTRAR-CLIENTE
               WHEN OTHER
                   PERFORM LISTAR-CLIENTES
           END-EVALUATE

           CLOSE CLIENTE-OFICINA-FILE

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " CLIENTE=" DELIMITED BY SIZE
                  WS-CODIGO DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

       CADASTRAR-CLIENTE.
           DISPLAY "Codigo do cliente (6 digitos): "
           ACCEPT WS-CODIGO
           IF WS-CODIGO NOT NUMERIC OR WS-CODIGO = 0
               MOVE 0 TO WS-CODIGO
               MOVE "Codigo invalido." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           PERFORM LER-CLIENTE
           IF CLIENTE-ENCONTRADO
               DISPLAY "Nome atual: " CO-NOME
           END-IF

           DISPLAY "Pessoa (F)isica ou (J)uridica: "
           ACCEPT WS-TIPO-PESSOA
           EVALUATE WS-TIPO-PESSOA
               WHEN "F"
               WHEN "f"
                   MOVE "F" TO WS-TIPO-PESSOA
                   DISPLAY "CPF (11 digitos): "
               WHEN "J"
               WHEN "j"
                   MOVE "J" TO WS-TIPO-PESSOA
                   DISPLAY "CNPJ (14 digitos): "
               WHEN OTHER
                   MOVE "Tipo de pessoa invalido." TO MENSAGEM
                   DISPLAY MENSAGEM
                   GOBACK
           END-EVALUATE
           ACCEPT WS-DOCUMENTO

           PERFORM VALIDAR-DOCUMENTO
           IF NOT DOCUMENTO-VALIDO
               IF WS-TIPO-PESSOA = "F"
                   MOVE "CPF invalido." TO MENSAGEM
               ELSE
                   MOVE "CNPJ invalido." TO MENSAGEM
               END-IF
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           IF NOT CLIENTE-ENCONTRADO
               MOVE WS-CODIGO TO CO-CODIGO
               MOVE WS-HOJE TO CO-DATA-CADASTRO
           END-IF
           MOVE WS-TIPO-PESSOA TO CO-TIPO-PESSOA
           MOVE WS-DOCUMENTO TO CO-DOCUMENTO
           DISPLAY "Nome: "
           ACCEPT CO-NOME
           DISPLAY "Endereco: "
           ACCEPT CO-ENDERECO
           DISPLAY "Cidade: "
           ACCEPT CO-CIDADE
           DISPLAY "UF: "
           ACCEPT CO-UF
           DISPLAY "CEP (8 digitos): "
           ACCEPT CO-CEP
           IF CO-CEP NOT NUMERIC
               MOVE 0 TO CO-CEP
           END-IF
           DISPLAY "Prazo de pagamento (dias, 0 = a vista): "
           ACCEPT CO-PRAZO-DIAS
           IF CO-PRAZO-DIAS NOT NUMERIC
               MOVE 0 TO CO-PRAZO-DIAS
           END-IF

           IF CLIENTE-ENCONTRADO
               REWRITE CLIENTE-OFICINA-REC
               MOVE "Cliente alterado." TO MENSAGEM
           ELSE
               WRITE CLIENTE-OFICINA-REC
               MOVE "Cliente incluido." TO MENSAGEM
           END-IF
           DISPLAY MENSAGEM.

      *    CPF: digitos nas posicoes 4 a 14, DVs nas duas ultimas,
      *    pesos 2 a 11 sem ciclo. CNPJ: posicoes 1 a 14, pesos de
      *    2 a 9 em ciclo. Resto menor que 2 da DV zero.
       VALIDAR-DOCUMENTO.
           MOVE "N" TO WS-DOC-VALIDO
           IF WS-TIPO-PESSOA = "F"
               MOVE 4 TO WS-DV-INICIO
           ELSE
               MOVE 1 TO WS-DV-INICIO
           END-IF

           IF WS-DOCUMENTO IS NUMERIC AND WS-DOCUMENTO > 0
                   AND (WS-TIPO-PESSOA = "J"
                        OR WS-DOCUMENTO <= 99999999999)
               MOVE 12 TO WS-DV-FIM
               PERFORM CALCULAR-DV
               IF WS-DV-CALCULADO = WS-DOC-DIGITO(13)
                   MOVE 13 TO WS-DV-FIM
                   PERFORM CALCULAR-DV
                   IF WS-DV-CALCULADO = WS-DOC-DIGITO(14)
                       MOVE "S" TO WS-DOC-VALIDO
                   END-IF
               END-IF
           END-IF.

       CALCULAR-DV.
           MOVE 0 TO WS-DV-SOMA
           MOVE 2 TO WS-DV-PESO
           PERFORM VARYING WS-DV-POS FROM WS-DV-FIM BY -1
                   UNTIL WS-DV-POS < WS-DV-INICIO
               COMPUTE WS-DV-SOMA = WS-DV-SOMA
                   + (WS-DOC-DIGITO(WS-DV-POS) * WS-DV-PESO)
               ADD 1 TO WS-DV-PESO
               IF WS-TIPO-PESSOA = "J" AND WS-DV-PESO > 9
                   MOVE 2 TO WS-DV-PESO
               END-IF
           END-PERFORM
           COMPUTE WS-DV-RESTO = FUNCTION MOD(WS-DV-SOMA, 11)
           IF WS-DV-RESTO < 2
               MOVE 0 TO WS-DV-CALCULADO
           ELSE
               COMPUTE WS-DV-CALCULADO = 11 - WS-DV-RESTO
           END-IF.

       LISTAR-CLIENTES.
           DISPLAY "CODIGO NOME                 T DOCUMENTO      "
                   "PRAZO CIDADE"
           MOVE LOW-VALUES TO CO-CODIGO
           START CLIENTE-OFICINA-FILE KEY NOT < CO-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-EOF-CLIENTE
           END-START

           PERFORM UNTIL FIM-CLIENTES
               READ CLIENTE-OFICINA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-CLIENTE
                   NOT AT END
                       DISPLAY CO-CODIGO " " CO-NOME " "
                               CO-TIPO-PESSOA " " CO-DOCUMENTO " "
                               CO-PRAZO-DIAS "   " CO-CIDADE
               END-READ
           END-PERFORM

           MOVE "Listagem efetuada." TO MENSAGEM.

       LER-CLIENTE.
           MOVE "N" TO WS-ACHOU-CLIENTE
           MOVE WS-CODIGO TO CO-CODIGO
           READ CLIENTE-OFICINA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-CLIENTE
           END-READ.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ManterClientesOficina"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
