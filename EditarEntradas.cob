      *      triangulo_lados_bruto.dat  -> triangulo_lados.dat
      *                                    + triangulo_lados_rej.dat
      *    Bruto ausente pula aquela entrada sem tocar no arquivo da
      *    noite ja existente; a conferencia de chegada do lote
      *    (ConferirChegadas) compara limpo mais rejeitados com o
      *    bruto do dia e segura o lote quando o limpo ficou velho.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-PACIENTE-STATUS.

           COPY "CTLSEL.CPY".
           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       COPY "PACREC.CPY".

       COPY "CTLFD.CPY".
       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "CTLWS.CPY".
       COPY "AUDITWS.CPY".
       COPY "DNEGWS.CPY".
       01 WS-BRUTO-STATUS   PIC XX.
       01 WS-LIMPO-STATUS   PIC XX.
       01 WS-REJEITO-STATUS PIC XX.
       01 WS-TOT-LIDOS      PIC 9(6) VALUE 0.
       01 WS-TOT-LIMPOS     PIC 9(6) VALUE 0.
       01 WS-TOT-REJEITADOS PIC 9(6) VALUE 0.
      *    Valor da coluna 19-28 (9(8)V99), visto como texto para a
      *    critica e como numero para a faixa e o boleto.
       01 WS-VALOR-X        PIC X(10).
       01 WS-VALOR-NUM      REDEFINES WS-VALOR-X PIC 9(8)V99.
       01 WS-CONTA-NUM      PIC 9(6).
       01 WS-VALOR-VALIDO   PIC X(1).
      *    Faixa bruta de valor de saque aceita na critica (a faixa
      *    standard ao maximo corporate.
       01 WS-VALOR-MINIMO   PIC 9(4) VALUE 10.
       01 WS-VALOR-MAXIMO   PIC 9(4) VALUE 3000.
       01 WS-LINHA-BOLETO   PIC X(47).
           COPY "BOLETOWS.CPY".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           OPEN INPUT CONTA-FILE
           OPEN INPUT PACIENTE-MASTER-FILE
           END-IF.

      *    Layout de saque_transacoes: seq(1-8) agencia(9-11)
      *    tipo(12) conta(13-18) valor(19-28, 9(8)V99 com centavos)
      *    destino(29-34) banco destino(35-37, so para tipo "E")
      *    linha digitavel (38-84, so para tipo "B" - pagamento de
      *    conta) CPFs dos assinantes (85-95 e 96-106, opcionais -
      *    em branco ou numericos; so a conta conjunta os exige).
       VALIDAR-REGISTRO-SAQUE.
           MOVE SPACES TO WS-MOTIVO

                       BRUTO-REC(12:1) NOT = "D" AND
                       BRUTO-REC(12:1) NOT = "T" AND
                       BRUTO-REC(12:1) NOT = "E" AND
                       BRUTO-REC(12:1) NOT = "B" AND
                       BRUTO-REC(12:1) NOT = " "
                   MOVE "tipo invalido" TO WS-MOTIVO
               WHEN BRUTO-REC(13:6) IS NOT NUMERIC
                   MOVE "conta nao numerica" TO WS-MOTIVO
               WHEN BRUTO-REC(19:10) IS NOT NUMERIC
                   MOVE "valor nao numerico" TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MOTIVO = SPACES
               MOVE BRUTO-REC(19:10) TO WS-VALOR-X
               PERFORM VALIDAR-FAIXA-VALOR
               IF WS-VALOR-VALIDO = "N" AND
                       (BRUTO-REC(12:1) = "S" OR
           END-IF

           IF WS-MOTIVO = SPACES AND BRUTO-REC(12:1) = "T"
               IF BRUTO-REC(29:6) IS NOT NUMERIC
                   MOVE "conta destino nao numerica" TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO = SPACES AND BRUTO-REC(12:1) = "E"
               IF BRUTO-REC(29:6) IS NOT NUMERIC
                   MOVE "conta destino nao numerica" TO WS-MOTIVO
               ELSE
                   IF BRUTO-REC(35:3) IS NOT NUMERIC
                       MOVE "banco destino nao numerico"
                           TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF

           IF WS-MOTIVO = SPACES
               IF (BRUTO-REC(85:11) NOT = SPACES AND
                       BRUTO-REC(85:11) IS NOT NUMERIC) OR
                  (BRUTO-REC(96:11) NOT = SPACES AND
                       BRUTO-REC(96:11) IS NOT NUMERIC)
                   MOVE "CPF do assinante nao numerico" TO WS-MOTIVO
               END-IF
           END-IF

      *    Boleto: mesma conferencia da linha digitavel que o lote faz
      *    antes do debito (DVs, vencimento e valor), para o boleto
      *    errado voltar hoje ao escriturario com o motivo.
           IF WS-MOTIVO = SPACES AND BRUTO-REC(12:1) = "B"
               MOVE BRUTO-REC(38:47) TO WS-LINHA-BOLETO
               PERFORM CONFERIR-BOLETO
           END-IF.

       CRITICAR-PACIENTES.
               FAIXA-MAXIMA BY WS-VALOR-MAXIMO
               FLAG-VALIDO  BY WS-VALOR-VALIDO.

           COPY "BOLETOCK.CPY" REPLACING
               ROTINA-NOME     BY CONFERIR-BOLETO
               LINHA-BOLETO    BY WS-LINHA-BOLETO
               DATA-REFERENCIA BY WS-HOJE
               VALOR-PAGO      BY WS-VALOR-NUM
               MOTIVO-SAIDA    BY WS-MOTIVO.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "EditarEntradas".
