      *    Segundo par de olhos da dupla custodia: lista as mudancas
      *    pendentes registradas por ManterTiers (limites de faixa)
      *    e ManterContas (ajuste de saldo, limite de cheque
      *    especial), pela reavaliacao mensal de risco
      *    (ReavaliarRisco, troca de risco do cliente) e pela
      *    revisao mensal de faixas (RevisarTiers, troca de tier da
      *    conta) e pelo acompanhamento do cheque especial
      *    (MonitorCheque, suspensao do limite - ao aplicar, o
      *    cliente recebe aviso), com a idade de cada uma, e um
      *    usuario de perfil
      *    "S" aplica ou rejeita. Quem solicitou nao aprova a
      *    propria mudanca; nada toca saque_tiers.dat,
      *    contas_master.dat nem clientes_master.dat antes da
      *    aprovacao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "data/clientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CPF
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT USER-FILE ASSIGN TO "data/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

           COPY "QUIESEL.CPY".

           COPY "AVISOSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

       FD  CLIENTE-FILE.
       COPY "CLIREC.CPY".

       FD  USER-FILE.
       COPY "USERREC.CPY".


       COPY "QUIEFD.CPY".

       COPY "AVISOFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "QUIEWS.CPY".
       COPY "JRNLWS.CPY".
       COPY "AVISOWS.CPY".
       01 WS-MUDANCA-STATUS PIC XX.
       01 WS-TIER-STATUS    PIC XX.
       01 WS-CONTA-STATUS   PIC XX.
       01 WS-CLIENTE-STATUS PIC XX.
       01 WS-USER-STATUS    PIC XX.
       01 OPCAO             PIC X(1).
       01 WS-ID             PIC 9(6).
       01 WS-APROVADOR-OK     PIC X(1).
           88 APROVADOR-OK        VALUE "S".
       01 WS-APLICACAO-OK     PIC X(1).
       01 WS-LIMITE-ANTERIOR  PIC 9(6)V99.
       01 WS-DIAS-EDIT        PIC ZZZ9.

       PROCEDURE DIVISION.
       INICIO.
                                   MD-OPERACAO "  " MD-CHAVE " "
                                   MD-VALOR-1 " " WS-DIAS " "
                                   MD-SOLICITANTE
                           IF MD-OPERACAO = "K"
                               DISPLAY "        CPF " MD-CPF
                                       " risco proposto " MD-RISCO
                           END-IF
                           IF MD-OPERACAO = "F"
                               DISPLAY "        tier proposto " MD-TIER
                                       " saques do mes " MD-VALOR-2
                                       " dias " MD-VALOR-3
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                   PERFORM APLICAR-MUDANCA-TIER
               WHEN "J"
               WHEN "L"
               WHEN "F"
                   PERFORM APLICAR-MUDANCA-CONTA
               WHEN "K"
                   PERFORM APLICAR-MUDANCA-CLIENTE
               WHEN OTHER
                   MOVE "Operacao desconhecida." TO MENSAGEM
                   DISPLAY MENSAGEM
                   DISPLAY "Conta da mudanca inexistente."
               NOT INVALID KEY
                   MOVE CONTA-MASTER-REC TO WS-JR-ANTES
                   EVALUATE MD-OPERACAO
                       WHEN "J"
                           ADD MD-VALOR-1 TO CM-SALDO
                       WHEN "F"
                           MOVE MD-TIER TO CM-TIER
                       WHEN OTHER
                           MOVE CM-LIMITE-CHEQUE TO WS-LIMITE-ANTERIOR
                           MOVE MD-VALOR-1 TO CM-LIMITE-CHEQUE
                   END-EVALUATE
                   REWRITE CONTA-MASTER-REC
                   MOVE "R" TO WS-JR-OPERACAO
                   MOVE CONTA-MASTER-REC TO WS-JR-DEPOIS
                   PERFORM GRAVAR-JORNAL-CONTAS
                   MOVE "S" TO WS-APLICACAO-OK
                   IF MD-OPERACAO = "L"
                           AND MD-SOLICITANTE = "LOTE-CHEQ"
                           AND MD-VALOR-1 = 0
                       PERFORM AVISAR-SUSPENSAO-LIMITE
                   END-IF
           END-READ
           CLOSE CONTA-FILE.

      *    Suspensao proposta pelo acompanhamento do cheque especial:
      *    o cliente e avisado do limite retirado e do motivo.
       AVISAR-SUSPENSAO-LIMITE.
           MOVE MD-VALOR-2 TO WS-DIAS-EDIT
           MOVE CM-CONTA TO WS-AV-CONTA
           MOVE "L" TO WS-AV-TIPO
           MOVE WS-LIMITE-ANTERIOR TO WS-AV-VALOR
           MOVE SPACES TO WS-AV-REFERENCIA
           STRING "DIAS NEGATIVO " DELIMITED BY SIZE
                  WS-DIAS-EDIT DELIMITED BY SIZE
                  INTO WS-AV-REFERENCIA
           END-STRING
           MOVE WS-HOJE TO WS-AV-DATA-EVENTO
           PERFORM GRAVAR-AVISO-CLIENTE.

      *    Troca de risco proposta pela reavaliacao mensal: a
      *    pontuacao (MD-VALOR-1) fica so no registro da mudanca.
       APLICAR-MUDANCA-CLIENTE.
           OPEN I-O CLIENTE-FILE
           MOVE MD-CPF TO CL-CPF
           READ CLIENTE-FILE
               INVALID KEY
                   DISPLAY "Cliente da mudanca inexistente."
               NOT INVALID KEY
                   MOVE CLIENTE-REC TO WS-JR-ANTES
                   MOVE MD-RISCO TO CL-RISCO
                   REWRITE CLIENTE-REC
                   MOVE "R" TO WS-JR-OPERACAO
                   MOVE CLIENTE-REC TO WS-JR-DEPOIS
                   PERFORM GRAVAR-JORNAL-CLIENTES
                   MOVE "S" TO WS-APLICACAO-OK
           END-READ
           CLOSE CLIENTE-FILE.

       VALIDAR-APROVADOR.
           MOVE "N" TO WS-APROVADOR-OK
           DISPLAY "ID do aprovador: "
               ROTINA-NOME BY GRAVAR-JORNAL-TIERS
               MESTRE-NOME BY "tiers".

           COPY "JRNLGRAV.CPY" REPLACING
               ROTINA-NOME BY GRAVAR-JORNAL-CLIENTES
               MESTRE-NOME BY "clientes".

           COPY "AVISOGRV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-AVISO-CLIENTE
               PROGRAMA-NOME BY "AprovarMudancas".

           COPY "QUIECHK.CPY" REPLACING
               ROTINA-NOME  BY VERIFICAR-JANELA-LOTE
               ROTINA-AUDIT BY REGISTRAR-AUDITORIA.
