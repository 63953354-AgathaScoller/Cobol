               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURAVEL-STATUS.

      *    Visitas de convenio com carteirinha vencida na data do
      *    atendimento: faturadas como particular e listadas aqui
      *    para a recepcao cobrar do paciente.
           SELECT CARTEIRA-REPORT ASSIGN TO
                   "data/imc_carteira_vencida.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTEIRA-STATUS.

      *    Plano nutricional: paciente atrasado no plano por duas
      *    visitas seguidas entra na agenda de retorno com volta
      *    antecipada.
           SELECT PLANO-FILE ASSIGN TO "data/planos_nutricao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PM-ID
               FILE STATUS IS WS-PLANO-STATUS.

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

           COPY "CTLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
      *    PAC-IDADE-REC/PAC-SEXO-REC alimentam a classificacao por
           05 CS-CLASSIFICACAO  PIC X(15).
           05 CS-RECICLADO      PIC X(1).
           05 CS-RISCO          PIC X(10).
           05 CS-EXAMES         PIC X(1).

      *    Fila de reciclagem: registros rejeitados e corrigidos pelo
      *    escriturario (CorrigirRejeitados) voltam por aqui, no
      *    volta em ate 30 dias; a data sugerida ja sai empurrada
      *    para o proximo dia util pelo CalendarioCorp (feriados e
      *    fins de semana), em vez de a enfermeira montar a lista a
      *    mao do relatorio impresso. Paciente atrasado no plano
      *    nutricional por duas visitas seguidas entra com
      *    classificacao "Plano atrasado" e volta em 15 dias.
       FD  RETORNO-FILE.
       01  RETORNO-REC.
           05 RT-ID             PIC X(10).
       COPY "CONVREC.CPY".

       FD  FATURAVEL-FILE.
       COPY "VISFREC.CPY".

      *    Colunas 1-30 com ID e nome, como na agenda de retorno.
       FD  CARTEIRA-REPORT.
       01  CARTEIRA-LINE.
           05 VC-LIN-ID         PIC X(10).
           05 VC-LIN-NOME       PIC X(20).
           05 FILLER            PIC X(2).
           05 VC-LIN-CONVENIO   PIC 9(3).
           05 FILLER            PIC X(2).
           05 VC-LIN-CARTEIRA   PIC X(20).
           05 FILLER            PIC X(2).
           05 VC-LIN-VALIDADE   PIC X(8).
           05 FILLER            PIC X(13).

       FD  PLANO-FILE.
       COPY "PNUTREC.CPY".

       COPY "FERRFD.CPY".


       COPY "CTLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
       01 DIASTOLICA         PIC 9(3).
       01 CINTURA            PIC 9(3).
       01 WS-RISCO           PIC X(10).
      *    "S" quando RiscoCardio pontuou exame laboratorial recente
      *    do paciente (marca "+LAB" no relatorio e linha na carta).
       01 WS-EXAMES          PIC X(1).
       01 WS-MARCA-EXAMES    PIC X(5).
       01 WS-CONVENIO-STATUS PIC XX.
       01 WS-FATURAVEL-STATUS PIC XX.
       01 WS-CONVENIO-VISITA PIC 9(3).
       01 WS-VALOR-VISITA    PIC 9(5)V99.
       01 WS-QTD-FATURAVEIS  PIC 9(6) VALUE 0.
       01 WS-CARTEIRA-STATUS PIC XX.
       01 WS-SITUACAO-CARTEIRA PIC X(1).
       01 WS-QTD-CARTEIRA-VENCIDA PIC 9(5) VALUE 0.
       01 WS-PLANO-STATUS    PIC XX.
       01 WS-EOF-PLANO       PIC X(1) VALUE "N".
           88 FIM-PLANOS         VALUE "S".
       01 WS-PLANO-ATRASADO  PIC X(1).
           88 PLANO-ATRASADO     VALUE "S".
       01 WS-QTD-RETORNO-PLANO PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT CARTAS-FILE

           OPEN INPUT CONVENIO-FILE
           OPEN OUTPUT CARTEIRA-REPORT
           OPEN INPUT PLANO-FILE

           MOVE "imc_retornos.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-CARTAS-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE "imc_carteira_vencida.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-CARTEIRA-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO CARTEIRA-LINE
           STRING "Visitas de convenio com carteirinha vencida - "
                      DELIMITED BY SIZE
                  "cobradas como particular - " DELIMITED BY SIZE
                  WS-DATA-RELATORIO DELIMITED BY SIZE
                  INTO CARTEIRA-LINE
           END-STRING
           WRITE CARTEIRA-LINE
           MOVE SPACES TO CARTEIRA-LINE
           MOVE "ID" TO CARTEIRA-LINE(1:2)
           MOVE "NOME" TO CARTEIRA-LINE(11:4)
           MOVE "CNV" TO CARTEIRA-LINE(33:3)
           MOVE "CARTEIRINHA" TO CARTEIRA-LINE(38:11)
           MOVE "VALIDADE" TO CARTEIRA-LINE(60:8)
           WRITE CARTEIRA-LINE

      *    O SORT le, valida e pontua os registros de entrada no
      *    INPUT PROCEDURE e devolve ao OUTPUT PROCEDURE os
      *    classificados em ordem decrescente de distancia do IMC de
               INPUT PROCEDURE IS CLASSIFICAR-ENTRADA
               OUTPUT PROCEDURE IS GRAVAR-RELATORIO

           PERFORM AGENDAR-RETORNOS-PLANO

           CLOSE PACIENTE-FILE
           CLOSE IMC-REPORT
           CLOSE EXCECOES-REPORT
           CLOSE PACIENTE-MASTER-FILE
           CLOSE RETORNO-FILE
           CLOSE CARTAS-FILE
           CLOSE CARTEIRA-REPORT
           IF WS-CONVENIO-STATUS = "00" OR WS-CONVENIO-STATUS = "10"
               CLOSE CONVENIO-FILE
           END-IF
           IF WS-PLANO-STATUS = "00" OR WS-PLANO-STATUS = "10"
               CLOSE PLANO-FILE
           END-IF

           DISPLAY "Lote processado. Relatorio gravado."
           DISPLAY "Registros com excecao: " WS-QTD-EXCECOES
           DISPLAY "Retornos agendados: " WS-QTD-RETORNOS
           DISPLAY "  antecipados por plano nutricional atrasado: "
                   WS-QTD-RETORNO-PLANO
           DISPLAY "Cartas de encaminhamento: " WS-QTD-CARTAS
           DISPLAY "Carteirinhas vencidas (particular): "
                   WS-QTD-CARTEIRA-VENCIDA

      *    Registro de totais de controle para o resumo operacional.
           MOVE WS-DATA-RELATORIO TO CT-DATA
               MOVE WS-CLASSIFICACAO TO CS-CLASSIFICACAO
               CALL "RiscoCardio" USING WS-CLASSIFICACAO SISTOLICA
                   DIASTOLICA CINTURA SEXO WS-RISCO
                   PAC-ID-REC WS-DATA-RELATORIO WS-EXAMES
               END-CALL
               MOVE WS-RISCO TO CS-RISCO
               MOVE WS-EXAMES TO CS-EXAMES
               IF WS-EM-RECICLAGEM = "S"
                   MOVE "R" TO CS-RECICLADO
               ELSE

               IF WS-CLASSIFICACAO = "Abaixo do peso" OR
                       WS-CLASSIFICACAO = "Obesidade"
                   PERFORM VERIFICAR-PLANO-ATRASADO
                   IF NOT PLANO-ATRASADO
                       PERFORM GRAVAR-RETORNO
                   END-IF
               END-IF
           END-IF
           END-IF.
               MOVE 0 TO WS-CONVENIO-VISITA
           END-IF

      *    Carteirinha vencida na data do atendimento: o convenio
      *    glosaria a visita inteira - vai como particular (0).
      *    Validade nao informada segue pelo convenio.
           PERFORM AVALIAR-CARTEIRA
           IF WS-SITUACAO-CARTEIRA = "E"
               PERFORM GRAVAR-CARTEIRA-VENCIDA
               MOVE 0 TO WS-CONVENIO-VISITA
           END-IF

           MOVE 0 TO WS-VALOR-VISITA
           IF WS-CONVENIO-STATUS = "00"
               MOVE WS-CONVENIO-VISITA TO CV-CODIGO
           MOVE PAC-ID-REC TO VF-PACIENTE
           MOVE WS-CONVENIO-VISITA TO VF-CONVENIO
           MOVE WS-VALOR-VISITA TO VF-VALOR
           MOVE SPACE TO VF-SITUACAO
           MOVE 0 TO VF-VALOR-PAGO
           MOVE SPACES TO VF-GLOSA-COD
           MOVE 0 TO VF-DATA-RETORNO
           WRITE FATURAVEL-REC
           CLOSE FATURAVEL-FILE
           ADD 1 TO WS-QTD-FATURAVEIS.

       GRAVAR-CARTEIRA-VENCIDA.
           MOVE SPACES TO CARTEIRA-LINE
           MOVE PAC-ID-REC TO VC-LIN-ID
           MOVE PM-NOME TO VC-LIN-NOME
           MOVE WS-CONVENIO-VISITA TO VC-LIN-CONVENIO
           MOVE PM-CARTEIRA TO VC-LIN-CARTEIRA
           MOVE PM-VALIDADE-CARTEIRA TO VC-LIN-VALIDADE
           WRITE CARTEIRA-LINE
           ADD 1 TO WS-QTD-CARTEIRA-VENCIDA.

           COPY "CARTCHK.CPY" REPLACING
               ROTINA-NOME     BY AVALIAR-CARTEIRA
               DATA-REFERENCIA BY WS-DATA-RELATORIO
               FLAG-SITUACAO   BY WS-SITUACAO-CARTEIRA.

      *    Data sugerida de retorno: 30 dias a frente, empurrada para
      *    o proximo dia util pelo servico de calendario (nunca mais
      *    chamada de retorno marcada no Carnaval).
           WRITE RETORNO-REC
           ADD 1 TO WS-QTD-RETORNOS.

      *    Quem esta atrasado no plano nutricional ha duas visitas
      *    seguidas ja entra na agenda pela volta antecipada
      *    (AGENDAR-RETORNOS-PLANO) - nao sai duas vezes.
       VERIFICAR-PLANO-ATRASADO.
           MOVE "N" TO WS-PLANO-ATRASADO
           IF WS-PLANO-STATUS = "00"
               MOVE PAC-ID-REC TO PN-PM-ID
               READ PLANO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PN-SITUACAO = "A"
                               AND PN-VISITAS-ATRASO >= 2
                           MOVE "S" TO WS-PLANO-ATRASADO
                       END-IF
               END-READ
           END-IF.

      *    Volta antecipada do plano nutricional: todo plano ativo
      *    com duas ou mais visitas seguidas atrasadas entra na
      *    agenda com retorno 15 dias depois da ultima visita (a
      *    metade do prazo normal), no proximo dia util; se essa
      *    data ja passou, o proximo dia util depois do lote. Sai
      *    da agenda quando a visita seguinte volta ao prazo.
       AGENDAR-RETORNOS-PLANO.
           IF WS-PLANO-STATUS = "00"
               MOVE "N" TO WS-EOF-PLANO
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
                                   AND PN-VISITAS-ATRASO >= 2
                               PERFORM GRAVAR-RETORNO-PLANO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       GRAVAR-RETORNO-PLANO.
           COMPUTE WS-DATA-BASE-RET = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PN-ULT-VISITA) + 15)
           IF WS-DATA-BASE-RET NOT > WS-DATA-RELATORIO
               COMPUTE WS-DATA-BASE-RET = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-RELATORIO) + 1)
           END-IF

           MOVE "U" TO WS-CAL-OPERACAO
           CALL "CalendarioCorp" USING WS-CAL-OPERACAO
               WS-DATA-BASE-RET WS-DATA-RETORNO WS-CAL-NOME-DIA
           END-CALL

           MOVE PN-PM-ID TO RT-ID
           MOVE SPACES TO RT-NOME
           MOVE PN-PM-ID TO PM-ID
           READ PACIENTE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-NOME TO RT-NOME
           END-READ
           MOVE "Plano atrasado" TO RT-CLASSIFICACAO
           MOVE WS-DATA-RETORNO TO RT-DATA-RETORNO
           WRITE RETORNO-REC
           ADD 1 TO WS-QTD-RETORNOS
           ADD 1 TO WS-QTD-RETORNO-PLANO.

      *    So entra no lote quem existe no cadastro mestre de
      *    pacientes; ID desconhecido vai para o relatorio de
      *    excecoes em vez de criar mais uma grafia do mesmo

           PERFORM IMPRIMIR-RODAPE

           MOVE "+LAB = risco com exame laboratorial de ate 180 dias"
               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Total de pacientes: " DELIMITED BY SIZE
                  WS-QTD-PACIENTES DELIMITED BY SIZE
           ELSE
               MOVE SPACES TO WS-MARCA-RECICLADO
           END-IF
           IF CS-EXAMES = "S"
               MOVE " +LAB" TO WS-MARCA-EXAMES
           ELSE
               MOVE SPACES TO WS-MARCA-EXAMES
           END-IF
           STRING CS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CS-NOME DELIMITED BY SIZE
                  CS-IMC-OK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CS-RISCO DELIMITED BY SIZE
                  WS-MARCA-EXAMES DELIMITED BY SIZE
                  WS-MARCA-RECICLADO DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
                  INTO CARTA-LINE
           END-STRING
           WRITE CARTA-LINE
           IF CS-EXAMES = "S"
               MOVE "(considerados os exames laboratoriais recentes)"
                   TO CARTA-LINE
               WRITE CARTA-LINE
           END-IF

           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE
