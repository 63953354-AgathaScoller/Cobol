       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterPlanoNutri.

      *    Cadastro e manutencao do plano de cuidado nutricional do
      *    paciente (data/planos_nutricao.dat): data de inicio, peso
      *    inicial, meta em peso ou em IMC, data alvo e o
      *    nutricionista responsavel (empregado ativo do cadastro de
      *    empregados). O paciente precisa existir no cadastro
      *    mestre e tem um plano por vez - plano encerrado pode ser
      *    substituido por um novo. A revisao troca meta, data alvo
      *    ou nutricionista e zera a contagem de visitas atrasadas;
      *    o encerramento tira o plano do relatorio mensal e da
      *    avaliacao das visitas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-FILE ASSIGN TO "data/planos_nutricao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PM-ID
               FILE STATUS IS WS-PLANO-STATUS.

           SELECT PACIENTE-MASTER-FILE ASSIGN TO
                   "data/pacientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT EMPREGADO-FILE ASSIGN TO "data/empregados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMPREGADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-FILE.
       COPY "PNUTREC.CPY".

       FD  PACIENTE-MASTER-FILE.
       COPY "PACREC.CPY".

       FD  EMPREGADO-FILE.
       COPY "EMPREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-PLANO-STATUS     PIC XX.
       01 WS-MASTER-STATUS    PIC XX.
       01 WS-EMPREGADO-STATUS PIC XX.
       01 WS-EOF-PLANO        PIC X VALUE "N".
           88 FIM-PLANOS          VALUE "S".
       01 OPCAO               PIC X(1).
       01 PACIENTE-ID         PIC X(10).
       01 MENSAGEM            PIC X(40).
       01 WS-HOJE             PIC 9(8).
       01 WS-ACHOU-PLANO      PIC X(1).
           88 PLANO-ENCONTRADO    VALUE "S".
       01 WS-ACHOU-PACIENTE   PIC X(1).
           88 PACIENTE-ENCONTRADO VALUE "S".
       01 WS-META-OK          PIC X(1).
           88 META-OK             VALUE "S".
       01 WS-CONFIRMA         PIC X(1).
       01 WS-QTD-ATIVOS       PIC 9(5) VALUE 0.
       01 WS-PESO-EDIT        PIC ZZ9.99.
       01 WS-IMC-EDIT         PIC Z9.99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-PLANO-FILE

           DISPLAY "Planos nutricionais - (C)adastrar, (R)evisar, "
                   "(E)ncerrar, c(O)nsultar ou (L)istar ativos? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "C"
               WHEN "c"
                   PERFORM CADASTRAR-PLANO
               WHEN "R"
               WHEN "r"
                   PERFORM REVISAR-PLANO
               WHEN "E"
               WHEN "e"
                   PERFORM ENCERRAR-PLANO
               WHEN "O"
               WHEN "o"
                   PERFORM CONSULTAR-PLANO
               WHEN OTHER
                   PERFORM LISTAR-PLANOS
           END-EVALUATE

           CLOSE PLANO-FILE

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " ID=" DELIMITED BY SIZE
                  FUNCTION TRIM(PACIENTE-ID) DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

       ABRIR-PLANO-FILE.
           OPEN I-O PLANO-FILE
           IF WS-PLANO-STATUS = "35"
               OPEN OUTPUT PLANO-FILE
               CLOSE PLANO-FILE
               OPEN I-O PLANO-FILE
           END-IF.

       CADASTRAR-PLANO.
           DISPLAY "ID do paciente: "
           ACCEPT PACIENTE-ID

           PERFORM LER-PACIENTE
           PERFORM LER-PLANO
           IF NOT PACIENTE-ENCONTRADO
               MOVE "Paciente nao cadastrado." TO MENSAGEM
           ELSE
           IF PLANO-ENCONTRADO AND PN-SITUACAO = "A"
               MOVE "Paciente ja tem plano ativo." TO MENSAGEM
           ELSE
               DISPLAY "Paciente: " PM-NOME
               PERFORM ACEITAR-INICIO-PLANO
               PERFORM ACEITAR-META-PLANO
               IF NOT META-OK
                   MOVE "Plano nao cadastrado." TO MENSAGEM
               ELSE
                   MOVE PACIENTE-ID TO PN-PM-ID
                   MOVE "A" TO PN-SITUACAO
                   MOVE 0 TO PN-DATA-ENCERRAMENTO
                   MOVE 0 TO PN-QTD-VISITAS
                   MOVE 0 TO PN-ULT-VISITA
                   MOVE 0 TO PN-ULT-PESO
                   MOVE 0 TO PN-ULT-ESPERADO
                   MOVE SPACE TO PN-ULT-AVALIACAO
                   MOVE 0 TO PN-VISITAS-ATRASO
                   IF PLANO-ENCONTRADO
                       REWRITE PLANO-NUTRI-REC
                   ELSE
                       WRITE PLANO-NUTRI-REC
                   END-IF
                   MOVE "Plano cadastrado." TO MENSAGEM
               END-IF
           END-IF
           END-IF

           DISPLAY MENSAGEM.

       REVISAR-PLANO.
           DISPLAY "ID do paciente: "
           ACCEPT PACIENTE-ID

           PERFORM LER-PLANO
           IF NOT PLANO-ENCONTRADO OR PN-SITUACAO NOT = "A"
               MOVE "Paciente sem plano ativo." TO MENSAGEM
           ELSE
               PERFORM MOSTRAR-PLANO
               PERFORM ACEITAR-META-PLANO
               IF NOT META-OK
                   MOVE "Plano nao revisado." TO MENSAGEM
               ELSE
                   MOVE 0 TO PN-VISITAS-ATRASO
                   REWRITE PLANO-NUTRI-REC
                   MOVE "Plano revisado." TO MENSAGEM
               END-IF
           END-IF

           DISPLAY MENSAGEM.

       ENCERRAR-PLANO.
           DISPLAY "ID do paciente: "
           ACCEPT PACIENTE-ID

           PERFORM LER-PLANO
           IF NOT PLANO-ENCONTRADO OR PN-SITUACAO NOT = "A"
               MOVE "Paciente sem plano ativo." TO MENSAGEM
           ELSE
               PERFORM MOSTRAR-PLANO
               DISPLAY "Confirma o encerramento (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE "E" TO PN-SITUACAO
                   MOVE WS-HOJE TO PN-DATA-ENCERRAMENTO
                   REWRITE PLANO-NUTRI-REC
                   MOVE "Plano encerrado." TO MENSAGEM
               ELSE
                   MOVE "Encerramento cancelado." TO MENSAGEM
               END-IF
           END-IF

           DISPLAY MENSAGEM.

      *    Inicio em branco ou zero vale hoje.
       ACEITAR-INICIO-PLANO.
           DISPLAY "Data de inicio (AAAAMMDD, 0 = hoje): "
           ACCEPT PN-DATA-INICIO
           IF PN-DATA-INICIO NOT NUMERIC OR PN-DATA-INICIO = 0
               MOVE WS-HOJE TO PN-DATA-INICIO
           END-IF
           DISPLAY "Peso inicial (kg): "
           ACCEPT PN-PESO-INICIAL.

      *    Meta, data alvo e nutricionista - comuns ao cadastro e a
      *    revisao; qualquer campo invalido recusa a operacao.
       ACEITAR-META-PLANO.
           MOVE "S" TO WS-META-OK
           DISPLAY "Meta em (P)eso ou em (I)MC? "
           ACCEPT PN-TIPO-META
           IF PN-TIPO-META = "I" OR PN-TIPO-META = "i"
               MOVE "I" TO PN-TIPO-META
               MOVE 0 TO PN-PESO-ALVO
               DISPLAY "IMC alvo: "
               ACCEPT PN-IMC-ALVO
               IF PN-IMC-ALVO = 0
                   DISPLAY "IMC alvo invalido."
                   MOVE "N" TO WS-META-OK
               END-IF
           ELSE
               MOVE "P" TO PN-TIPO-META
               MOVE 0 TO PN-IMC-ALVO
               DISPLAY "Peso alvo (kg): "
               ACCEPT PN-PESO-ALVO
               IF PN-PESO-ALVO = 0
                   DISPLAY "Peso alvo invalido."
                   MOVE "N" TO WS-META-OK
               END-IF
           END-IF

           IF PN-PESO-INICIAL = 0
               DISPLAY "Peso inicial invalido."
               MOVE "N" TO WS-META-OK
           END-IF

           DISPLAY "Data alvo (AAAAMMDD): "
           ACCEPT PN-DATA-ALVO
           IF PN-DATA-ALVO NOT NUMERIC
                   OR PN-DATA-ALVO NOT > PN-DATA-INICIO
               DISPLAY "Data alvo deve ser posterior ao inicio."
               MOVE "N" TO WS-META-OK
           END-IF

           DISPLAY "Nutricionista responsavel (ID de empregado): "
           ACCEPT PN-NUTRICIONISTA
           PERFORM VALIDAR-NUTRICIONISTA.

       VALIDAR-NUTRICIONISTA.
           OPEN INPUT EMPREGADO-FILE
           IF WS-EMPREGADO-STATUS NOT = "00"
               DISPLAY "Cadastro de empregados indisponivel."
               MOVE "N" TO WS-META-OK
           ELSE
               MOVE PN-NUTRICIONISTA TO EM-ID
               READ EMPREGADO-FILE
                   INVALID KEY
                       DISPLAY "Empregado nao cadastrado."
                       MOVE "N" TO WS-META-OK
                   NOT INVALID KEY
                       IF EM-DESLIGAMENTO NOT = 0
                           DISPLAY "Empregado desligado."
                           MOVE "N" TO WS-META-OK
                       ELSE
                           DISPLAY "Nutricionista: " EM-NOME
                       END-IF
               END-READ
               CLOSE EMPREGADO-FILE
           END-IF.

       CONSULTAR-PLANO.
           DISPLAY "ID do paciente: "
           ACCEPT PACIENTE-ID

           PERFORM LER-PLANO
           IF PLANO-ENCONTRADO
               PERFORM MOSTRAR-PLANO
               MOVE "Consulta efetuada." TO MENSAGEM
           ELSE
               MOVE "Paciente sem plano." TO MENSAGEM
               DISPLAY MENSAGEM
           END-IF.

       MOSTRAR-PLANO.
           DISPLAY "Paciente: " PN-PM-ID "  Nutricionista: "
                   PN-NUTRICIONISTA
           MOVE PN-PESO-INICIAL TO WS-PESO-EDIT
           DISPLAY "Inicio: " PN-DATA-INICIO "  Peso inicial: "
                   WS-PESO-EDIT
           IF PN-TIPO-META = "I"
               MOVE PN-IMC-ALVO TO WS-IMC-EDIT
               DISPLAY "Meta: IMC " WS-IMC-EDIT "  ate "
                       PN-DATA-ALVO
           ELSE
               MOVE PN-PESO-ALVO TO WS-PESO-EDIT
               DISPLAY "Meta: " WS-PESO-EDIT " kg  ate "
                       PN-DATA-ALVO
           END-IF
           IF PN-SITUACAO = "E"
               DISPLAY "Encerrado em " PN-DATA-ENCERRAMENTO
           END-IF
           IF PN-ULT-VISITA = 0
               DISPLAY "Sem visita avaliada."
           ELSE
               MOVE PN-ULT-PESO TO WS-PESO-EDIT
               DISPLAY "Ultima visita: " PN-ULT-VISITA "  Peso: "
                       WS-PESO-EDIT "  Avaliacao: " PN-ULT-AVALIACAO
                       "  Visitas: " PN-QTD-VISITAS
                       "  Atrasadas seguidas: " PN-VISITAS-ATRASO
           END-IF.

       LISTAR-PLANOS.
           DISPLAY "PACIENTE   NUTRIC.    INICIO   ALVO     "
                   "ULT.VIS  AV ATR"
           MOVE LOW-VALUES TO PN-PM-ID
           START PLANO-FILE KEY NOT < PN-PM-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-PLANO
           END-START

           PERFORM UNTIL FIM-PLANOS
               READ PLANO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PLANO
                   NOT AT END
                       IF PN-SITUACAO = "A"
                           ADD 1 TO WS-QTD-ATIVOS
                           DISPLAY PN-PM-ID " " PN-NUTRICIONISTA " "
                                   PN-DATA-INICIO " " PN-DATA-ALVO " "
                                   PN-ULT-VISITA " " PN-ULT-AVALIACAO
                                   "  " PN-VISITAS-ATRASO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Planos ativos: " WS-QTD-ATIVOS

           MOVE "Listagem efetuada." TO MENSAGEM.

       LER-PLANO.
           MOVE "N" TO WS-ACHOU-PLANO
           MOVE PACIENTE-ID TO PN-PM-ID
           READ PLANO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-PLANO
           END-READ.

       LER-PACIENTE.
           MOVE "N" TO WS-ACHOU-PACIENTE
           OPEN INPUT PACIENTE-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE PACIENTE-ID TO PM-ID
               READ PACIENTE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ACHOU-PACIENTE
               END-READ
               CLOSE PACIENTE-MASTER-FILE
           END-IF.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ManterPlanoNutri"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
