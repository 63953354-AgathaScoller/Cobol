      *    Agenda de consultas da clinica: marca uma vaga por data
      *    para um paciente do cadastro mestre (a fila de papel da
      *    recepcao acaba aqui), cancela, e imprime a lista de
      *    chamada da manha (data/agenda_puxada.txt). Cada consulta
      *    e marcada com um prestador do cadastro de prestadores
      *    (ManterPrestadores): so nos dias da semana em que ele
      *    atende, fora das ferias e licencas dele e ate a
      *    capacidade diaria dele - prestador sem capacidade propria
      *    usa a de data/agenda_parm.dat (sem o arquivo valem 20
      *    vagas); agenda lotada recusa a marcacao. O fechamento do
      *    dia e de FaltasClinica. Paciente de convenio com a
      *    carteirinha vencendo antes da data da consulta e marcado
      *    com aviso para a recepcao pedir a carteirinha nova.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-PARM-STATUS.

           SELECT PRESTADOR-FILE ASSIGN TO "data/prestadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-ID
               FILE STATUS IS WS-PRESTADOR-STATUS.

           SELECT AFASTAMENTO-FILE ASSIGN TO "data/afastamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-CHAVE
               FILE STATUS IS WS-AFASTAMENTO-STATUS.

           COPY "QUIESEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       01  AGENDA-PARM-REC.
           05 AP-CAPACIDADE     PIC 9(3).

       FD  PRESTADOR-FILE.
       COPY "PRESTREC.CPY".

       FD  AFASTAMENTO-FILE.
       COPY "AFASTREC.CPY".

       COPY "QUIEFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-CAPACIDADE       PIC 9(3) VALUE 20.
       01 WS-QTD-MARCADAS     PIC 9(3).
       01 WS-VAGA-LIVRE       PIC 9(3).
       01 WS-ACHOU-PACIENTE   PIC X(1).
           88 PACIENTE-CADASTRADO VALUE "S".
       01 WS-EOF-AGENDA       PIC X VALUE "N".
           88 FIM-AGENDA          VALUE "S".
       01 WS-QTD-LISTADAS     PIC 9(3) VALUE 0.
       01 WS-SITUACAO-CARTEIRA PIC X(1).
       01 WS-PRESTADOR-STATUS PIC XX.
       01 WS-AFASTAMENTO-STATUS PIC XX.
       01 WS-EOF-AFASTAMENTO  PIC X(1).
           88 FIM-AFASTAMENTOS    VALUE "S".
       01 WS-PRESTADOR        PIC X(10) VALUE SPACES.
       01 WS-CAPACIDADE-PREST PIC 9(3).
       01 WS-ULTIMA-VAGA      PIC 9(3).
      *    "S" quando a vaga livre e uma cancelada (regravada).
       01 WS-VAGA-REUSO       PIC X(1).
       01 WS-CAL-OPERACAO     PIC X(1).
       01 WS-CAL-RESULTADO    PIC 9(8).
       01 WS-CAL-NOME-DIA     PIC X(10).
      *    Dia da semana da consulta: 1 segunda ... 7 domingo.
       01 WS-DIA-SEMANA       PIC 9(1).

       PROCEDURE DIVISION.
       INICIO.
               GOBACK
           END-IF

           DISPLAY "ID do prestador: "
           ACCEPT WS-PRESTADOR
           PERFORM VALIDAR-PRESTADOR
           IF MENSAGEM NOT = SPACES
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           PERFORM CONTAR-VAGAS-DO-DIA
           IF WS-QTD-MARCADAS >= WS-CAPACIDADE-PREST
               MOVE "Agenda do prestador lotada no dia." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           MOVE WS-DATA-CONSULTA TO AG-DATA
           MOVE WS-VAGA-LIVRE TO AG-VAGA
           IF WS-VAGA-REUSO = "S"
               READ AGENDA-FILE
                   INVALID KEY
                       MOVE "N" TO WS-VAGA-REUSO
               END-READ
           END-IF
           MOVE WS-PACIENTE TO AG-PACIENTE
           MOVE PM-NOME TO AG-NOME
           MOVE "A" TO AG-SITUACAO
           MOVE WS-PRESTADOR TO AG-PRESTADOR
           IF WS-VAGA-REUSO = "S"
               REWRITE AGENDA-REC
           ELSE
               WRITE AGENDA-REC
           END-IF

           MOVE SPACES TO MENSAGEM
           STRING "Consulta marcada - vaga " DELIMITED BY SIZE
                  WS-VAGA-LIVRE DELIMITED BY SIZE
                  INTO MENSAGEM
           END-STRING
           DISPLAY MENSAGEM

           PERFORM AVALIAR-CARTEIRA
           IF WS-SITUACAO-CARTEIRA = "E"
               DISPLAY "ATENCAO: carteirinha do convenio vence em "
                       PM-VALIDADE-CARTEIRA
                       " - antes da consulta."
               DISPLAY "Peca a carteirinha nova; sem ela a visita "
                       "sera cobrada como particular."
               MOVE "Marcada - carteirinha vencida." TO MENSAGEM
           END-IF
           IF WS-SITUACAO-CARTEIRA = "N"
               DISPLAY "Aviso: validade da carteirinha nao "
                       "cadastrada (ManterPacientes)."
           END-IF.

      *    Prestador ativo, que atende no dia da semana da consulta
      *    e nao esta afastado na data; MENSAGEM volta em branco
      *    quando pode marcar, com a capacidade do prestador.
       VALIDAR-PRESTADOR.
           MOVE SPACES TO MENSAGEM
           OPEN INPUT PRESTADOR-FILE
           IF WS-PRESTADOR-STATUS NOT = "00"
               MOVE "Cadastro de prestadores indisponivel."
                   TO MENSAGEM
           ELSE
               MOVE WS-PRESTADOR TO PV-ID
               READ PRESTADOR-FILE
                   INVALID KEY
                       MOVE "Prestador nao cadastrado." TO MENSAGEM
                   NOT INVALID KEY
                       IF PV-SITUACAO NOT = "A"
                           MOVE "Prestador inativo." TO MENSAGEM
                       END-IF
               END-READ
               CLOSE PRESTADOR-FILE
           END-IF

           IF MENSAGEM = SPACES
               PERFORM APURAR-DIA-SEMANA
               IF PV-DIAS-SEMANA(WS-DIA-SEMANA:1) NOT = "S"
                   MOVE "Prestador nao atende nesse dia da semana."
                       TO MENSAGEM
               ELSE
                   PERFORM VERIFICAR-AFASTAMENTO
                   IF WS-EOF-AFASTAMENTO = "A"
                       MOVE "Prestador afastado nessa data."
                           TO MENSAGEM
                   END-IF
               END-IF
           END-IF

           IF PV-CAPACIDADE IS NUMERIC AND PV-CAPACIDADE > 0
               MOVE PV-CAPACIDADE TO WS-CAPACIDADE-PREST
           ELSE
               MOVE WS-CAPACIDADE TO WS-CAPACIDADE-PREST
           END-IF.

       APURAR-DIA-SEMANA.
           MOVE "S" TO WS-CAL-OPERACAO
           CALL "CalendarioCorp" USING WS-CAL-OPERACAO
               WS-DATA-CONSULTA WS-CAL-RESULTADO WS-CAL-NOME-DIA
           END-CALL
           EVALUATE WS-CAL-NOME-DIA
               WHEN "segunda"
                   MOVE 1 TO WS-DIA-SEMANA
               WHEN "terca"
                   MOVE 2 TO WS-DIA-SEMANA
               WHEN "quarta"
                   MOVE 3 TO WS-DIA-SEMANA
               WHEN "quinta"
                   MOVE 4 TO WS-DIA-SEMANA
               WHEN "sexta"
                   MOVE 5 TO WS-DIA-SEMANA
               WHEN "domingo"
                   MOVE 7 TO WS-DIA-SEMANA
               WHEN OTHER
                   MOVE 6 TO WS-DIA-SEMANA
           END-EVALUATE.

      *    Faixas de ferias/licenca ativas do prestador (como em
      *    VerificarDia): posiciona em (prestador, inicio zero) e
      *    percorre ate passar da data; WS-EOF-AFASTAMENTO volta "A"
      *    quando uma faixa cobre a data da consulta.
       VERIFICAR-AFASTAMENTO.
           MOVE "N" TO WS-EOF-AFASTAMENTO
           OPEN INPUT AFASTAMENTO-FILE
           IF WS-AFASTAMENTO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-AFASTAMENTO
           ELSE
               MOVE WS-PRESTADOR TO AF-EMPREGADO-ID
               MOVE 0 TO AF-DATA-INICIO
               START AFASTAMENTO-FILE KEY NOT < AF-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-AFASTAMENTO
               END-START
           END-IF

           PERFORM UNTIL FIM-AFASTAMENTOS OR WS-EOF-AFASTAMENTO = "A"
               READ AFASTAMENTO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-AFASTAMENTO
                   NOT AT END
                       IF AF-EMPREGADO-ID NOT = WS-PRESTADOR
                               OR AF-DATA-INICIO > WS-DATA-CONSULTA
                           MOVE "S" TO WS-EOF-AFASTAMENTO
                       ELSE
                           IF AF-STATUS = "A" AND
                                   AF-DATA-FIM >= WS-DATA-CONSULTA
                               MOVE "A" TO WS-EOF-AFASTAMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-AFASTAMENTO-STATUS = "00" OR
                   WS-AFASTAMENTO-STATUS = "10"
               CLOSE AFASTAMENTO-FILE
           END-IF.

      *    Uma passada nas vagas do dia: conta as marcadas do
      *    prestador e acha a primeira vaga livre do dia - buraco na
      *    numeracao, vaga cancelada (regravada) ou a seguinte a
      *    ultima. A numeracao da vaga e do dia, de todos os
      *    prestadores.
       CONTAR-VAGAS-DO-DIA.
           MOVE 0 TO WS-QTD-MARCADAS
           MOVE 0 TO WS-VAGA-LIVRE
           MOVE 0 TO WS-ULTIMA-VAGA
           MOVE "N" TO WS-VAGA-REUSO
           MOVE "N" TO WS-EOF-AGENDA

           MOVE WS-DATA-CONSULTA TO AG-DATA
           MOVE 0 TO AG-VAGA
           START AGENDA-FILE KEY NOT < AG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-AGENDA
           END-START

           PERFORM UNTIL FIM-AGENDA
               READ AGENDA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-AGENDA
                   NOT AT END
                       IF AG-DATA NOT = WS-DATA-CONSULTA
                           MOVE "S" TO WS-EOF-AGENDA
                       ELSE
                           PERFORM EXAMINAR-VAGA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-VAGA-LIVRE = 0 AND WS-ULTIMA-VAGA < 999
               COMPUTE WS-VAGA-LIVRE = WS-ULTIMA-VAGA + 1
           END-IF.

       EXAMINAR-VAGA.
           IF WS-VAGA-LIVRE = 0 AND AG-VAGA > WS-ULTIMA-VAGA + 1
               COMPUTE WS-VAGA-LIVRE = WS-ULTIMA-VAGA + 1
           END-IF
           IF AG-SITUACAO = "C"
               IF WS-VAGA-LIVRE = 0
                   MOVE AG-VAGA TO WS-VAGA-LIVRE
                   MOVE "S" TO WS-VAGA-REUSO
               END-IF
           ELSE
               IF AG-PRESTADOR = WS-PRESTADOR
                   ADD 1 TO WS-QTD-MARCADAS
               END-IF
           END-IF
           MOVE AG-VAGA TO WS-ULTIMA-VAGA.

       CANCELAR-CONSULTA.
           DISPLAY "Data da consulta (AAAAMMDD): "
           DISPLAY MENSAGEM.

      *    Lista de chamada da manha para a recepcao, em ordem de
      *    vaga, das consultas agendadas do dia pedido - de todos
      *    os prestadores ou de um so.
       LISTA-DO-DIA.
           DISPLAY "Data da lista (AAAAMMDD): "
           ACCEPT WS-DATA-CONSULTA
           DISPLAY "Prestador (branco = todos): "
           ACCEPT WS-PRESTADOR

           OPEN OUTPUT PUXADA-REPORT

           END-STRING
           WRITE PUXADA-LINE

           MOVE "VAGA PACIENTE   NOME                 PRESTADOR"
               TO PUXADA-LINE
           WRITE PUXADA-LINE

           MOVE "N" TO WS-EOF-AGENDA
           MOVE WS-DATA-CONSULTA TO AG-DATA
           MOVE 0 TO AG-VAGA
           START AGENDA-FILE KEY NOT < AG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-AGENDA
           END-START

           PERFORM UNTIL FIM-AGENDA
               READ AGENDA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-AGENDA
                   NOT AT END
                       IF AG-DATA NOT = WS-DATA-CONSULTA
                           MOVE "S" TO WS-EOF-AGENDA
                       ELSE
                       IF AG-SITUACAO = "A" AND
                               (WS-PRESTADOR = SPACES
                               OR AG-PRESTADOR = WS-PRESTADOR)
                           MOVE SPACES TO PUXADA-LINE
                           STRING AG-VAGA DELIMITED BY SIZE
                                  "  " DELIMITED BY SIZE
                                  AG-PACIENTE DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  AG-NOME DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  AG-PRESTADOR DELIMITED BY SIZE
                                  INTO PUXADA-LINE
                           END-STRING
                           WRITE PUXADA-LINE
                           ADD 1 TO WS-QTD-LISTADAS
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

               CLOSE PACIENTE-MASTER-FILE
           END-IF.

           COPY "CARTCHK.CPY" REPLACING
               ROTINA-NOME     BY AVALIAR-CARTEIRA
               DATA-REFERENCIA BY WS-DATA-CONSULTA
               FLAG-SITUACAO   BY WS-SITUACAO-CARTEIRA.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "AgendaClinica"
