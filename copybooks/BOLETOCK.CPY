      *    Rotina compartilhada de validacao da linha digitavel (47
      *    digitos) do boleto de cobranca, no padrao FEBRABAN:
      *      posicoes  1-9   banco(3) moeda(1) campo livre(5)
      *                10    DV do campo 1 (modulo 10)
      *               11-20  campo livre
      *                21    DV do campo 2 (modulo 10)
      *               22-31  campo livre
      *                32    DV do campo 3 (modulo 10)
      *                33    DV geral do codigo de barras (modulo 11)
      *               34-37  fator de vencimento
      *               38-47  valor (8 inteiros e 2 decimais)
      *    O fator de vencimento conta dias a partir de 07/10/1997 e
      *    reiniciou em 1000 em 22/02/2025; fator que cairia mais de
      *    3000 dias antes da data de referencia e lido no ciclo
      *    novo (mais 9000 dias). Fator zero: boleto sem vencimento.
      *    Inclua com COPY "BOLETOCK.CPY" REPLACING substituindo:
      *      ROTINA-NOME      nome do paragrafo gerado
      *      LINHA-BOLETO     campo PIC X(47) com a linha digitavel
      *      DATA-REFERENCIA  data AAAAMMDD do pagamento
      *      VALOR-PAGO       valor que o cliente quer pagar,
      *                       PIC 9(8)V99 (zero: paga o valor do
      *                       boleto)
      *      MOTIVO-SAIDA     campo alfanumerico de saida: espacos
      *                       quando o boleto confere, senao o
      *                       motivo da recusa (ate 30 posicoes)
       ROTINA-NOME.
           MOVE SPACES TO MOTIVO-SAIDA
           MOVE 0 TO WS-BOL-BANCO
           MOVE 0 TO WS-BOL-VENCIMENTO
           MOVE 0 TO WS-BOL-VALOR

           IF LINHA-BOLETO IS NOT NUMERIC
               MOVE "Linha digitavel nao numerica." TO MOTIVO-SAIDA
           ELSE
               MOVE LINHA-BOLETO(1:3) TO WS-BOL-BANCO
               IF WS-BOL-BANCO = 0 OR LINHA-BOLETO(4:1) NOT = "9"
                   MOVE "Banco/moeda do boleto errado."
                       TO MOTIVO-SAIDA
               END-IF
           END-IF

      *    DV de cada um dos tres campos: pesos 2,1,2,1... da direita
      *    para a esquerda, produto acima de 9 soma os algarismos.
           PERFORM VARYING WS-BOL-CAMPO FROM 1 BY 1
                   UNTIL WS-BOL-CAMPO > 3 OR MOTIVO-SAIDA NOT = SPACES
               EVALUATE WS-BOL-CAMPO
                   WHEN 1
                       MOVE 1 TO WS-BOL-INICIO
                       MOVE 9 TO WS-BOL-TAMANHO
                   WHEN 2
                       MOVE 11 TO WS-BOL-INICIO
                       MOVE 10 TO WS-BOL-TAMANHO
                   WHEN OTHER
                       MOVE 22 TO WS-BOL-INICIO
                       MOVE 10 TO WS-BOL-TAMANHO
               END-EVALUATE
               MOVE 0 TO WS-BOL-SOMA
               MOVE 2 TO WS-BOL-PESO
               PERFORM VARYING WS-BOL-POS FROM WS-BOL-TAMANHO BY -1
                       UNTIL WS-BOL-POS < 1
                   COMPUTE WS-BOL-IDX = WS-BOL-INICIO + WS-BOL-POS - 1
                   MOVE LINHA-BOLETO(WS-BOL-IDX:1) TO WS-BOL-DIGITO
                   COMPUTE WS-BOL-PRODUTO = WS-BOL-DIGITO * WS-BOL-PESO
                   IF WS-BOL-PRODUTO > 9
                       SUBTRACT 9 FROM WS-BOL-PRODUTO
                   END-IF
                   ADD WS-BOL-PRODUTO TO WS-BOL-SOMA
                   IF WS-BOL-PESO = 2
                       MOVE 1 TO WS-BOL-PESO
                   ELSE
                       MOVE 2 TO WS-BOL-PESO
                   END-IF
               END-PERFORM
               COMPUTE WS-BOL-DV-CALC =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-BOL-SOMA, 10), 10)
               COMPUTE WS-BOL-IDX = WS-BOL-INICIO + WS-BOL-TAMANHO
               MOVE LINHA-BOLETO(WS-BOL-IDX:1) TO WS-BOL-DIGITO
               IF WS-BOL-DIGITO NOT = WS-BOL-DV-CALC
                   STRING "Boleto: DV do campo " DELIMITED BY SIZE
                          WS-BOL-CAMPO DELIMITED BY SIZE
                          " errado." DELIMITED BY SIZE
                          INTO MOTIVO-SAIDA
                   END-STRING
               END-IF
           END-PERFORM

      *    DV geral: remonta o codigo de barras de 44 posicoes a
      *    partir da linha e calcula o modulo 11 sobre as outras 43,
      *    pesos 2 a 9 da direita para a esquerda; resto que daria
      *    DV 0, 10 ou 11 vira 1.
           IF MOTIVO-SAIDA = SPACES
               MOVE SPACES TO WS-BOL-CODIGO
               STRING LINHA-BOLETO(1:4) DELIMITED BY SIZE
                      LINHA-BOLETO(33:1) DELIMITED BY SIZE
                      LINHA-BOLETO(34:14) DELIMITED BY SIZE
                      LINHA-BOLETO(5:5) DELIMITED BY SIZE
                      LINHA-BOLETO(11:10) DELIMITED BY SIZE
                      LINHA-BOLETO(22:10) DELIMITED BY SIZE
                      INTO WS-BOL-CODIGO
               END-STRING
               MOVE 0 TO WS-BOL-SOMA
               MOVE 2 TO WS-BOL-PESO
               PERFORM VARYING WS-BOL-POS FROM 44 BY -1
                       UNTIL WS-BOL-POS < 1
                   IF WS-BOL-POS NOT = 5
                       MOVE WS-BOL-CODIGO(WS-BOL-POS:1)
                           TO WS-BOL-DIGITO
                       COMPUTE WS-BOL-SOMA = WS-BOL-SOMA
                           + WS-BOL-DIGITO * WS-BOL-PESO
                       IF WS-BOL-PESO = 9
                           MOVE 2 TO WS-BOL-PESO
                       ELSE
                           ADD 1 TO WS-BOL-PESO
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-BOL-DV-CALC =
                   11 - FUNCTION MOD(WS-BOL-SOMA, 11)
               IF WS-BOL-DV-CALC = 0 OR WS-BOL-DV-CALC > 9
                   MOVE 1 TO WS-BOL-DV-CALC
               END-IF
               MOVE LINHA-BOLETO(33:1) TO WS-BOL-DIGITO
               IF WS-BOL-DIGITO NOT = WS-BOL-DV-CALC
                   MOVE "Boleto: DV geral errado." TO MOTIVO-SAIDA
               END-IF
           END-IF

           IF MOTIVO-SAIDA = SPACES
               MOVE LINHA-BOLETO(34:4) TO WS-BOL-FATOR
               MOVE LINHA-BOLETO(38:10) TO WS-BOL-VALOR-X
               IF WS-BOL-FATOR > 0
                   COMPUTE WS-BOL-INT-VENC =
                       FUNCTION INTEGER-OF-DATE(19971007) + WS-BOL-FATOR
                   COMPUTE WS-BOL-INT-REF =
                       FUNCTION INTEGER-OF-DATE(DATA-REFERENCIA)
                   IF WS-BOL-INT-VENC + 3000 < WS-BOL-INT-REF
                       ADD 9000 TO WS-BOL-INT-VENC
                   END-IF
                   MOVE FUNCTION DATE-OF-INTEGER(WS-BOL-INT-VENC)
                       TO WS-BOL-VENCIMENTO
                   IF WS-BOL-VENCIMENTO < DATA-REFERENCIA
                       MOVE "Boleto vencido." TO MOTIVO-SAIDA
                   END-IF
               END-IF
           END-IF

           IF MOTIVO-SAIDA = SPACES AND WS-BOL-VALOR > 0
                   AND VALOR-PAGO > 0
                   AND WS-BOL-VALOR NOT = VALOR-PAGO
               MOVE "Valor difere do boleto." TO MOTIVO-SAIDA
           END-IF

           IF MOTIVO-SAIDA = SPACES AND WS-BOL-VALOR = 0
                   AND VALOR-PAGO = 0
               MOVE "Boleto sem valor a pagar." TO MOTIVO-SAIDA
           END-IF.
