               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECICLA-STATUS.

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  RECICLA-FILE.
       01  RECICLA-REC          PIC X(200).

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "DNEGWS.CPY".
       01 WS-REJEITO-STATUS PIC XX.
       01 WS-RECICLA-STATUS PIC XX.
       01 WS-REJEITO-NOME   PIC X(44).
           88 LINHA-OK          VALUE "S".
       01 WS-MOTIVO         PIC X(40).
       01 WS-TENTATIVA      PIC 9(1).
       01 WS-VALOR-X        PIC X(10).
       01 WS-VALOR-NUM      REDEFINES WS-VALOR-X PIC 9(8)V99.
       01 WS-VALOR-VALIDO   PIC X(1).
      *    Mesma faixa bruta de valor da critica de entrada
      *    (EditarEntradas): do minimo standard ao maximo corporate.
       01 WS-VALOR-MINIMO   PIC 9(4) VALUE 10.
       01 WS-VALOR-MAXIMO   PIC 9(4) VALUE 3000.
       01 WS-HOJE           PIC 9(8).
       01 WS-LINHA-BOLETO   PIC X(47).
           COPY "BOLETOWS.CPY".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           DISPLAY "Fonte de rejeitados - (1) saques, (2) pacientes "
                   "da critica ou (3) excecoes do lote de IMC? "
           ACCEPT OPCAO

      *    Layouts criticados (os mesmos de EditarEntradas):
      *      saque: seq(1-8) agencia(9-11) tipo(12) conta(13-18)
      *             valor(19-28, 9(8)V99) destino(29-34)
      *             banco(35-37) linha digitavel do boleto(38-84,
      *             tipo "B") assinantes(85-95 e 96-106);
      *      imc:   id(1-10) nome(11-30) peso(31-35) altura(36-38)
      *             idade(39-41) sexo(42).
       VALIDAR-LINHA-CORRIGIDA.
                   WHEN WS-LINHA-CORRIGIDA(12:1) NOT = "S" AND
                           WS-LINHA-CORRIGIDA(12:1) NOT = "D" AND
                           WS-LINHA-CORRIGIDA(12:1) NOT = "T" AND
                           WS-LINHA-CORRIGIDA(12:1) NOT = "E" AND
                           WS-LINHA-CORRIGIDA(12:1) NOT = "B" AND
                           WS-LINHA-CORRIGIDA(12:1) NOT = " "
                       MOVE "tipo invalido" TO WS-MOTIVO
                   WHEN WS-LINHA-CORRIGIDA(13:6) IS NOT NUMERIC
                       MOVE "conta nao numerica" TO WS-MOTIVO
                   WHEN WS-LINHA-CORRIGIDA(19:10) IS NOT NUMERIC
                       MOVE "valor nao numerico" TO WS-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF WS-MOTIVO = SPACES
                   MOVE WS-LINHA-CORRIGIDA(19:10) TO WS-VALOR-X
                   PERFORM VALIDAR-FAIXA-VALOR
                   IF WS-VALOR-VALIDO = "N" AND
                           (WS-LINHA-CORRIGIDA(12:1) = "S" OR
               END-IF

               IF WS-MOTIVO = SPACES AND
                       (WS-LINHA-CORRIGIDA(12:1) = "T" OR
                        WS-LINHA-CORRIGIDA(12:1) = "E") AND
                       WS-LINHA-CORRIGIDA(29:6) IS NOT NUMERIC
                   MOVE "conta destino nao numerica" TO WS-MOTIVO
               END-IF

               IF WS-MOTIVO = SPACES AND
                       WS-LINHA-CORRIGIDA(12:1) = "E" AND
                       WS-LINHA-CORRIGIDA(35:3) IS NOT NUMERIC
                   MOVE "banco destino nao numerico" TO WS-MOTIVO
               END-IF

               IF WS-MOTIVO = SPACES AND
                       ((WS-LINHA-CORRIGIDA(85:11) NOT = SPACES AND
                         WS-LINHA-CORRIGIDA(85:11) IS NOT NUMERIC) OR
                        (WS-LINHA-CORRIGIDA(96:11) NOT = SPACES AND
                         WS-LINHA-CORRIGIDA(96:11) IS NOT NUMERIC))
                   MOVE "CPF do assinante nao numerico" TO WS-MOTIVO
               END-IF

               IF WS-MOTIVO = SPACES AND
                       WS-LINHA-CORRIGIDA(12:1) = "B"
                   MOVE WS-LINHA-CORRIGIDA(38:47) TO WS-LINHA-BOLETO
                   PERFORM CONFERIR-BOLETO
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-LINHA-CORRIGIDA(31:5) IS NOT NUMERIC
               END-EVALUATE
           END-IF.

           COPY "BOLETOCK.CPY" REPLACING
               ROTINA-NOME     BY CONFERIR-BOLETO
               LINHA-BOLETO    BY WS-LINHA-BOLETO
               DATA-REFERENCIA BY WS-HOJE
               VALOR-PAGO      BY WS-VALOR-NUM
               MOTIVO-SAIDA    BY WS-MOTIVO.

           COPY "RANGECHK.CPY" REPLACING
               ROTINA-NOME  BY VALIDAR-FAIXA-VALOR
               CAMPO-VALOR  BY WS-VALOR-NUM
               FAIXA-MAXIMA BY WS-VALOR-MAXIMO
               FLAG-VALIDO  BY WS-VALOR-VALIDO.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "CorrigirRejeitados"
