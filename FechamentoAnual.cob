       IDENTIFICATION DIVISION.
       PROGRAM-ID. FechamentoAnual.

      *    Fechamento do ano, rodado pela operacao depois do ultimo
      *    lote do ano (dia de negocio fechado em ControleDia e o
      *    proximo dia util, pelo CalendarioCorp, ja no ano seguinte)
      *    e antes da abertura do primeiro dia util de janeiro. As
      *    etapas rodam sempre nesta ordem, com checkpoint em
      *    data/fechamento_ano.dat (FANOREC.CPY) ao fim de cada uma:
      *      01 ARQMOV    arquivo anual do movimento de saques
      *                   (data/arquivo_anual_movimentos_AAAA.dat):
      *                   os doze segmentos mensais do ano e, para o
      *                   mes ainda nao cortado (dezembro), as
      *                   linhas do mes no arquivo online;
      *      02 ARQAUD    arquivo anual da auditoria
      *                   (data/arquivo_anual_auditoria_AAAA.dat), do
      *                   mesmo jeito, com os arquivos mensais do
      *                   ArquivarLogs e o log geral;
      *      03 CONTADOR  contadores anuais: a numeracao dos
      *                   certificados (data/certificados_seq.dat)
      *                   recomeca em AA0001 no ano novo;
      *      04 FERIADOS  a tabela de feriados precisa ter o ano
      *                   novo (senao: RolarFeriados, modo G);
      *      05 FERIAS    saldos finais e direito de ferias
      *                   (FeriasSaldo), guardados em
      *                   data/ferias_saldos_AAAA.txt;
      *      06 PERIODO   resultados finais do periodo letivo
      *                   (FecharPeriodo), guardados em
      *                   data/fechamento_periodo_AAAA.txt;
      *      07 INFORME   informes de rendimentos do ano
      *                   (InformeRendimentos, todos os CPFs).
      *    RC 4 de uma etapa fica como aviso e o fechamento segue;
      *    acima de 4 o fechamento para e a proxima execucao retoma
      *    na etapa que falhou. Com as sete concluidas o ano fica
      *    encerrado e nao roda de novo. O relatorio de controle
      *    data/fechamento_ano_AAAA.txt lista as etapas e recebe a
      *    assinatura da operacao (opcao A), sem a qual ControleDia
      *    nao abre o primeiro dia do ano seguinte.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHAMENTO-FILE ASSIGN TO "data/fechamento_ano.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAMENTO-STATUS.

           SELECT ORIGEM-FILE ASSIGN TO DYNAMIC WS-ORIGEM-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT ANUAL-FILE ASSIGN TO DYNAMIC WS-ANUAL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANUAL-STATUS.

           SELECT FERIADO-FILE ASSIGN TO "data/feriados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-DATA
               FILE STATUS IS WS-FERIADO-STATUS.

           SELECT SEQ-FILE ASSIGN TO "data/certificados_seq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT INFORME-PARM-FILE ASSIGN TO
               "data/informe_rend_parm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-PARM-STATUS.

           SELECT CONTROLE-ANO-REPORT ASSIGN TO DYNAMIC
                   WS-RELATORIO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  FECHAMENTO-FILE.
       COPY "FANOREC.CPY".

       FD  ORIGEM-FILE.
       01  ORIGEM-REC           PIC X(200).

       FD  ANUAL-FILE.
       01  ANUAL-REC            PIC X(200).

       FD  FERIADO-FILE.
       01  FERIADO-REC.
           05 FER-DATA          PIC 9(8).
           05 FER-NOME          PIC X(20).

       FD  SEQ-FILE.
       01  SEQ-REC.
           05 SQ-PROXIMO        PIC 9(6).

       FD  INFORME-PARM-FILE.
       01  INFORME-PARM-REC.
           05 IP-ANO            PIC 9(4).
           05 IP-CPF            PIC 9(11).

       FD  CONTROLE-ANO-REPORT.
       01  REPORT-LINE          PIC X(100).

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "DNEGWS.CPY".
       01 WS-FECHAMENTO-STATUS   PIC XX.
       01 WS-ORIGEM-STATUS       PIC XX.
       01 WS-ANUAL-STATUS        PIC XX.
       01 WS-FERIADO-STATUS      PIC XX.
       01 WS-SEQ-STATUS          PIC XX.
       01 WS-INFORME-PARM-STATUS PIC XX.
       01 WS-REPORT-STATUS       PIC XX.
       01 WS-ORIGEM-NOME         PIC X(60).
       01 WS-ANUAL-NOME          PIC X(60).
       01 WS-RELATORIO-NOME      PIC X(60).
       01 WS-ONLINE-NOME         PIC X(60).
       01 WS-PREFIXO-MENSAL      PIC X(40).
       01 WS-EOF-FECHAMENTO      PIC X VALUE "N".
           88 FIM-FECHAMENTO         VALUE "S".
       01 WS-EOF-ORIGEM          PIC X VALUE "N".
           88 FIM-ORIGEM             VALUE "S".
       01 WS-EOF-FERIADO         PIC X VALUE "N".
           88 FIM-FERIADOS           VALUE "S".
       01 OPCAO                  PIC X(1).
       01 MENSAGEM               PIC X(60).
       01 WS-HOJE                PIC 9(8).
       01 WS-AGORA               PIC 9(8).
       01 WS-DATA-NEGOCIO        PIC 9(8) VALUE 0.
       01 WS-DIA-FECHADO         PIC X(1) VALUE "N".
           88 DIA-NEGOCIO-FECHADO    VALUE "S".
       01 WS-ANO                 PIC 9(4) VALUE 0.
       01 WS-ANO-NOVO            PIC 9(4).
       01 WS-MES-ARQUIVO         PIC 9(6).
       01 WS-MES                 PIC 9(2).
       01 WS-QTD-MES             PIC 9(8).
       01 WS-DATA-BASE           PIC 9(8).
       01 WS-PROXIMO-UTIL        PIC 9(8).
       01 WS-CAL-OPERACAO        PIC X(1).
       01 WS-CAL-NOME-DIA        PIC X(10).
       01 WS-PROGRAMA-CHAMADO    PIC X(20).
       01 WS-BASE-CERTIFICADO    PIC 9(6).
       01 WS-OPERADOR            PIC X(10).
       01 WS-TERMINAL            PIC X(8).
       01 WS-SESSAO-OP           PIC X(1).
       01 WS-CONFIRMA            PIC X(1).
       01 WS-ETAPA               PIC 9(2).
       01 WS-RC-ETAPA            PIC 9(4).
       01 WS-QTD-ETAPA           PIC 9(8).
       01 WS-PARAR               PIC X(1) VALUE "N".
           88 FECHAMENTO-PARADO      VALUE "S".
       01 WS-QTD-AVISOS          PIC 9(2) VALUE 0.
      *    Situacao de cada etapa no ano, pela ultima linha do
      *    checkpoint (espaco = ainda nao rodou).
       01 WS-TAB-ETAPAS.
           05 WS-ETP OCCURS 7 TIMES.
               10 WS-ETP-SITUACAO  PIC X(1).
               10 WS-ETP-RETORNO   PIC 9(4).
               10 WS-ETP-REGISTROS PIC 9(8).
               10 WS-ETP-DATA      PIC 9(8).
               10 WS-ETP-HORA      PIC 9(8).
       01 WS-ENCERRADO           PIC X(1) VALUE "N".
           88 ANO-ENCERRADO          VALUE "S".
       01 WS-DATA-ENCERRAMENTO   PIC 9(8) VALUE 0.
       01 WS-ASSINADO            PIC X(1) VALUE "N".
           88 ANO-ASSINADO           VALUE "S".
       01 WS-ASSINANTE           PIC X(10) VALUE SPACES.
       01 WS-DATA-ASSINATURA     PIC 9(8) VALUE 0.
       01 WS-HORA-ASSINATURA     PIC 9(8) VALUE 0.
       01 WS-NOME-ETAPA-TAB.
           05 FILLER              PIC X(10) VALUE "ARQMOV    ".
           05 FILLER              PIC X(10) VALUE "ARQAUD    ".
           05 FILLER              PIC X(10) VALUE "CONTADOR  ".
           05 FILLER              PIC X(10) VALUE "FERIADOS  ".
           05 FILLER              PIC X(10) VALUE "FERIAS    ".
           05 FILLER              PIC X(10) VALUE "PERIODO   ".
           05 FILLER              PIC X(10) VALUE "INFORME   ".
       01 WS-NOME-ETAPA-RED REDEFINES WS-NOME-ETAPA-TAB.
           05 WS-NOME-ETAPA       PIC X(10) OCCURS 7 TIMES.
       01 WS-DESCR-ETAPA-TAB.
           05 FILLER              PIC X(32)
               VALUE "Arquivo anual do movimento      ".
           05 FILLER              PIC X(32)
               VALUE "Arquivo anual da auditoria      ".
           05 FILLER              PIC X(32)
               VALUE "Contadores anuais zerados       ".
           05 FILLER              PIC X(32)
               VALUE "Feriados do ano novo conferidos ".
           05 FILLER              PIC X(32)
               VALUE "Saldos e direito de ferias      ".
           05 FILLER              PIC X(32)
               VALUE "Resultados finais do periodo    ".
           05 FILLER              PIC X(32)
               VALUE "Informes de rendimentos         ".
       01 WS-DESCR-ETAPA-RED REDEFINES WS-DESCR-ETAPA-TAB.
           05 WS-DESCR-ETAPA      PIC X(32) OCCURS 7 TIMES.
       01 WS-SITUACAO-ROTULO     PIC X(13).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM LER-DIA-NEGOCIO
           IF WS-DATA-NEGOCIO = 0
               MOVE "Sem data de negocio (ControleDia) - nada feito."
                   TO MENSAGEM
               DISPLAY MENSAGEM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-DATA-NEGOCIO(1:4) TO WS-ANO
           COMPUTE WS-ANO-NOVO = WS-ANO + 1
           MOVE WS-DATA-NEGOCIO TO WS-AUDIT-DATA-NEG

           MOVE SPACES TO WS-RELATORIO-NOME
           STRING "data/fechamento_ano_" DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-RELATORIO-NOME
           END-STRING

           PERFORM CARREGAR-CHECKPOINT

           DISPLAY "Fechamento do ano " WS-ANO " - (E)xecutar, "
                   "(A)ssinar ou (C)onsultar? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "E"
               WHEN "e"
                   PERFORM EXECUTAR-FECHAMENTO
               WHEN "A"
               WHEN "a"
                   PERFORM ASSINAR-FECHAMENTO
               WHEN OTHER
                   PERFORM CONSULTAR-FECHAMENTO
           END-EVALUATE

           DISPLAY MENSAGEM

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " ANO=" DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

      *    O ano a fechar e o do dia de negocio do arquivo de
      *    controle, aberto ou fechado (DNEGLER cairia no relogio
      *    com o dia fechado, e o fechamento pode passar da
      *    meia-noite de 31/12).
       LER-DIA-NEGOCIO.
           OPEN INPUT DIA-NEG-FILE
           IF WS-DIA-NEG-STATUS = "00"
               READ DIA-NEG-FILE
                   NOT AT END
                       MOVE DN-DATA TO WS-DATA-NEGOCIO
                       IF DN-STATUS = "F"
                           MOVE "S" TO WS-DIA-FECHADO
                       END-IF
               END-READ
               CLOSE DIA-NEG-FILE
           END-IF.

       CARREGAR-CHECKPOINT.
           INITIALIZE WS-TAB-ETAPAS
           MOVE "N" TO WS-EOF-FECHAMENTO
           OPEN INPUT FECHAMENTO-FILE
           IF WS-FECHAMENTO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-FECHAMENTO
           END-IF

           PERFORM UNTIL FIM-FECHAMENTO
               READ FECHAMENTO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-FECHAMENTO
                   NOT AT END
                       IF FA-ANO = WS-ANO
                           PERFORM GUARDAR-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FECHAMENTO-STATUS = "00"
                   OR WS-FECHAMENTO-STATUS = "10"
               CLOSE FECHAMENTO-FILE
           END-IF.

       GUARDAR-CHECKPOINT.
           EVALUATE TRUE
               WHEN FA-ETAPA >= 1 AND FA-ETAPA <= 7
                   MOVE FA-SITUACAO TO WS-ETP-SITUACAO(FA-ETAPA)
                   MOVE FA-RETORNO TO WS-ETP-RETORNO(FA-ETAPA)
                   MOVE FA-REGISTROS TO WS-ETP-REGISTROS(FA-ETAPA)
                   MOVE FA-DATA TO WS-ETP-DATA(FA-ETAPA)
                   MOVE FA-HORA TO WS-ETP-HORA(FA-ETAPA)
               WHEN FA-ETAPA = 98
                   MOVE "S" TO WS-ENCERRADO
                   MOVE FA-DATA TO WS-DATA-ENCERRAMENTO
               WHEN FA-ETAPA = 99
                   MOVE "S" TO WS-ASSINADO
                   MOVE FA-USUARIO TO WS-ASSINANTE
                   MOVE FA-DATA TO WS-DATA-ASSINATURA
                   MOVE FA-HORA TO WS-HORA-ASSINATURA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Pre-condicoes: ano ainda nao encerrado, dia de negocio
      *    fechado e proximo dia util ja no ano seguinte. Etapas ja
      *    concluidas (retomada depois de uma falha) sao puladas.
       EXECUTAR-FECHAMENTO.
           COMPUTE WS-DATA-BASE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) + 1)
           MOVE "U" TO WS-CAL-OPERACAO
           CALL "CalendarioCorp" USING WS-CAL-OPERACAO
               WS-DATA-BASE WS-PROXIMO-UTIL WS-CAL-NOME-DIA
           END-CALL

           IF ANO-ENCERRADO
               MOVE SPACES TO MENSAGEM
               STRING "Ano " DELIMITED BY SIZE
                      WS-ANO DELIMITED BY SIZE
                      " ja encerrado em " DELIMITED BY SIZE
                      WS-DATA-ENCERRAMENTO DELIMITED BY SIZE
                      " - execucao recusada." DELIMITED BY SIZE
                      INTO MENSAGEM
               END-STRING
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT DIA-NEGOCIO-FECHADO
                   MOVE "Feche o dia de negocio antes do fechamento."
                       TO MENSAGEM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-PROXIMO-UTIL(1:4) = WS-ANO
                       MOVE SPACES TO MENSAGEM
                       STRING "Dia " DELIMITED BY SIZE
                              WS-DATA-NEGOCIO DELIMITED BY SIZE
                              " nao e o ultimo dia util do ano."
                                  DELIMITED BY SIZE
                              INTO MENSAGEM
                       END-STRING
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM EXECUTAR-ETAPAS
                   END-IF
               END-IF
           END-IF.

       EXECUTAR-ETAPAS.
           MOVE "N" TO WS-PARAR
           PERFORM VARYING WS-ETAPA FROM 1 BY 1
                   UNTIL WS-ETAPA > 7 OR FECHAMENTO-PARADO
               IF WS-ETP-SITUACAO(WS-ETAPA) = "C"
                       OR WS-ETP-SITUACAO(WS-ETAPA) = "A"
                   DISPLAY "Etapa " WS-ETAPA " "
                           WS-NOME-ETAPA(WS-ETAPA)
                           " ja concluida - pulada."
               ELSE
                   PERFORM EXECUTAR-ETAPA
               END-IF
           END-PERFORM

           IF FECHAMENTO-PARADO
               MOVE SPACES TO MENSAGEM
               STRING "Fechamento parado na etapa " DELIMITED BY SIZE
                      WS-NOME-ETAPA(WS-ETAPA - 1) DELIMITED BY SIZE
                      " - corrigir e executar de novo."
                          DELIMITED BY SIZE
                      INTO MENSAGEM
               END-STRING
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 98 TO FA-ETAPA
               MOVE "ENCERRADO" TO FA-NOME
               MOVE "E" TO FA-SITUACAO
               MOVE 0 TO FA-RETORNO
               MOVE 0 TO FA-REGISTROS
               MOVE SPACES TO FA-USUARIO
               PERFORM GRAVAR-CHECKPOINT
               MOVE "S" TO WS-ENCERRADO
               MOVE FA-DATA TO WS-DATA-ENCERRAMENTO
               MOVE SPACES TO MENSAGEM
               STRING "Ano " DELIMITED BY SIZE
                      WS-ANO DELIMITED BY SIZE
                      " encerrado - aguardando assinatura."
                          DELIMITED BY SIZE
                      INTO MENSAGEM
               END-STRING
               PERFORM CONTAR-AVISOS
               IF WS-QTD-AVISOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM GRAVAR-RELATORIO-CONTROLE.

      *    Roda uma etapa e grava o checkpoint com o resultado.
       EXECUTAR-ETAPA.
           MOVE 0 TO WS-RC-ETAPA
           MOVE 0 TO WS-QTD-ETAPA
           DISPLAY "Etapa " WS-ETAPA " " WS-NOME-ETAPA(WS-ETAPA)

           EVALUATE WS-ETAPA
               WHEN 1
                   PERFORM ARQUIVAR-MOVIMENTO-ANO
               WHEN 2
                   PERFORM ARQUIVAR-AUDITORIA-ANO
               WHEN 3
                   PERFORM ZERAR-CONTADORES-ANO
               WHEN 4
                   PERFORM CONFERIR-FERIADOS-ANO
               WHEN 5
                   PERFORM APURAR-FERIAS-ANO
               WHEN 6
                   PERFORM APURAR-RESULTADOS-PERIODO
               WHEN 7
                   PERFORM EMITIR-INFORMES-ANO
           END-EVALUATE

           MOVE WS-ETAPA TO FA-ETAPA
           MOVE WS-NOME-ETAPA(WS-ETAPA) TO FA-NOME
           EVALUATE TRUE
               WHEN WS-RC-ETAPA = 0
                   MOVE "C" TO FA-SITUACAO
               WHEN WS-RC-ETAPA <= 4
                   MOVE "A" TO FA-SITUACAO
               WHEN OTHER
                   MOVE "F" TO FA-SITUACAO
                   MOVE "S" TO WS-PARAR
           END-EVALUATE
           MOVE WS-RC-ETAPA TO FA-RETORNO
           MOVE WS-QTD-ETAPA TO FA-REGISTROS
           MOVE SPACES TO FA-USUARIO
           PERFORM GRAVAR-CHECKPOINT

           MOVE FA-SITUACAO TO WS-ETP-SITUACAO(WS-ETAPA)
           MOVE FA-RETORNO TO WS-ETP-RETORNO(WS-ETAPA)
           MOVE FA-REGISTROS TO WS-ETP-REGISTROS(WS-ETAPA)
           MOVE FA-DATA TO WS-ETP-DATA(WS-ETAPA)
           MOVE FA-HORA TO WS-ETP-HORA(WS-ETAPA).

      *    Checkpoint: uma linha por etapa, gravada e fechada na
      *    hora, para sobreviver a um abend da etapa seguinte.
       GRAVAR-CHECKPOINT.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-AGORA FROM TIME
           MOVE WS-ANO TO FA-ANO
           MOVE WS-HOJE TO FA-DATA
           MOVE WS-AGORA TO FA-HORA
           OPEN EXTEND FECHAMENTO-FILE
           IF WS-FECHAMENTO-STATUS = "35"
               OPEN OUTPUT FECHAMENTO-FILE
           END-IF
           WRITE FECHAMENTO-ANO-REC
           CLOSE FECHAMENTO-FILE.

      *    Etapa 01: movimento de saques do ano num arquivo so.
       ARQUIVAR-MOVIMENTO-ANO.
           MOVE "data/saque_movimentos_" TO WS-PREFIXO-MENSAL
           MOVE "data/saque_movimentos.dat" TO WS-ONLINE-NOME
           MOVE SPACES TO WS-ANUAL-NOME
           STRING "data/arquivo_anual_movimentos_" DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-ANUAL-NOME
           END-STRING
           PERFORM MONTAR-ARQUIVO-ANUAL.

      *    Etapa 02: trilha de auditoria do ano num arquivo so (as
      *    linhas vao inteiras, com o elo da cadeia).
       ARQUIVAR-AUDITORIA-ANO.
           MOVE "data/arquivo_auditoria_" TO WS-PREFIXO-MENSAL
           MOVE "data/auditoria_geral.log" TO WS-ONLINE-NOME
           MOVE SPACES TO WS-ANUAL-NOME
           STRING "data/arquivo_anual_auditoria_" DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-ANUAL-NOME
           END-STRING
           PERFORM MONTAR-ARQUIVO-ANUAL.

      *    Mes a mes: o arquivo mensal (prefixo + AAAAMM + .dat)
      *    quando ja existe; senao as linhas do mes no arquivo
      *    online (as duas colunas iniciais de data AAAAMMDD).
       MONTAR-ARQUIVO-ANUAL.
           OPEN OUTPUT ANUAL-FILE
           IF WS-ANUAL-STATUS NOT = "00"
               DISPLAY "Erro " WS-ANUAL-STATUS " ao criar "
                       FUNCTION TRIM(WS-ANUAL-NOME)
               MOVE 8 TO WS-RC-ETAPA
           ELSE
               PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
                   COMPUTE WS-MES-ARQUIVO = WS-ANO * 100 + WS-MES
                   MOVE 0 TO WS-QTD-MES
                   MOVE SPACES TO WS-ORIGEM-NOME
                   STRING FUNCTION TRIM(WS-PREFIXO-MENSAL)
                              DELIMITED BY SIZE
                          WS-MES-ARQUIVO DELIMITED BY SIZE
                          ".dat" DELIMITED BY SIZE
                          INTO WS-ORIGEM-NOME
                   END-STRING
                   OPEN INPUT ORIGEM-FILE
                   IF WS-ORIGEM-STATUS = "00"
                       PERFORM COPIAR-ORIGEM
                   ELSE
                       MOVE WS-ONLINE-NOME TO WS-ORIGEM-NOME
                       OPEN INPUT ORIGEM-FILE
                       IF WS-ORIGEM-STATUS = "00"
                           PERFORM COPIAR-ORIGEM-DO-MES
                       END-IF
                   END-IF
                   DISPLAY "  " WS-MES-ARQUIVO ": " WS-QTD-MES
                           " registros"
                   ADD WS-QTD-MES TO WS-QTD-ETAPA
               END-PERFORM
               CLOSE ANUAL-FILE
           END-IF.

       COPIAR-ORIGEM.
           MOVE "N" TO WS-EOF-ORIGEM
           PERFORM UNTIL FIM-ORIGEM
               READ ORIGEM-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ORIGEM
                   NOT AT END
                       MOVE ORIGEM-REC TO ANUAL-REC
                       WRITE ANUAL-REC
                       ADD 1 TO WS-QTD-MES
               END-READ
           END-PERFORM
           CLOSE ORIGEM-FILE.

       COPIAR-ORIGEM-DO-MES.
           MOVE "N" TO WS-EOF-ORIGEM
           PERFORM UNTIL FIM-ORIGEM
               READ ORIGEM-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ORIGEM
                   NOT AT END
                       IF ORIGEM-REC(1:6) = WS-MES-ARQUIVO
                           MOVE ORIGEM-REC TO ANUAL-REC
                           WRITE ANUAL-REC
                           ADD 1 TO WS-QTD-MES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORIGEM-FILE.

      *    Etapa 03: a numeracao dos certificados passa a AA0001 do
      *    ano novo. Se a sequencia corrida ja passou desse numero
      *    ela fica como esta (reduzir geraria numero repetido) e a
      *    etapa termina com aviso.
       ZERAR-CONTADORES-ANO.
           COMPUTE WS-BASE-CERTIFICADO =
               FUNCTION MOD(WS-ANO-NOVO, 100) * 10000 + 1
           MOVE 0 TO SQ-PROXIMO
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-STATUS = "00"
               READ SEQ-FILE
                   AT END
                       MOVE 0 TO SQ-PROXIMO
               END-READ
               CLOSE SEQ-FILE
           END-IF

           IF SQ-PROXIMO > WS-BASE-CERTIFICADO
               DISPLAY "  Numeracao de certificados em " SQ-PROXIMO
                       ", acima de " WS-BASE-CERTIFICADO
                       " - mantida."
               MOVE 4 TO WS-RC-ETAPA
           ELSE
               OPEN OUTPUT SEQ-FILE
               MOVE WS-BASE-CERTIFICADO TO SQ-PROXIMO
               WRITE SEQ-REC
               CLOSE SEQ-FILE
               MOVE 1 TO WS-QTD-ETAPA
               DISPLAY "  Numeracao de certificados a partir de "
                       WS-BASE-CERTIFICADO
           END-IF.

      *    Etapa 04: sem nenhum feriado do ano novo na tabela, o
      *    calendario trataria o Carnaval como dia util - falha ate
      *    a tabela ser rolada (RolarFeriados, modo G).
       CONFERIR-FERIADOS-ANO.
           OPEN INPUT FERIADO-FILE
           IF WS-FERIADO-STATUS NOT = "00"
               DISPLAY "  Tabela de feriados indisponivel."
               MOVE 8 TO WS-RC-ETAPA
           ELSE
               COMPUTE FER-DATA = WS-ANO-NOVO * 10000 + 101
               MOVE "N" TO WS-EOF-FERIADO
               START FERIADO-FILE KEY NOT < FER-DATA
                   INVALID KEY
                       MOVE "S" TO WS-EOF-FERIADO
               END-START
               PERFORM UNTIL FIM-FERIADOS
                   READ FERIADO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-FERIADO
                       NOT AT END
                           IF FER-DATA(1:4) = WS-ANO-NOVO
                               ADD 1 TO WS-QTD-ETAPA
                           ELSE
                               MOVE "S" TO WS-EOF-FERIADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADO-FILE
               DISPLAY "  Feriados de " WS-ANO-NOVO ": " WS-QTD-ETAPA
               IF WS-QTD-ETAPA = 0
                   DISPLAY "  Gere o ano " WS-ANO-NOVO
                           " com RolarFeriados (modo G)."
                   MOVE 8 TO WS-RC-ETAPA
               END-IF
           END-IF.

      *    Etapa 05: saldos de ferias na virada (direito adquirido,
      *    dias gozados e saldo por empregado), com copia do ano.
       APURAR-FERIAS-ANO.
           MOVE "FeriasSaldo" TO WS-PROGRAMA-CHAMADO
           PERFORM CHAMAR-PROGRAMA
           MOVE "data/ferias_saldos.txt" TO WS-ORIGEM-NOME
           MOVE SPACES TO WS-ANUAL-NOME
           STRING "data/ferias_saldos_" DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-ANUAL-NOME
           END-STRING
           PERFORM GUARDAR-COPIA-ANO.

      *    Etapa 06: fecha o periodo letivo vencido e guarda o
      *    relatorio final do ano. Resultado pendente deixa RC 4
      *    (aviso no relatorio de controle).
       APURAR-RESULTADOS-PERIODO.
           MOVE "FecharPeriodo" TO WS-PROGRAMA-CHAMADO
           PERFORM CHAMAR-PROGRAMA
           MOVE "data/fechamento_periodo.txt" TO WS-ORIGEM-NOME
           MOVE SPACES TO WS-ANUAL-NOME
           STRING "data/fechamento_periodo_" DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-ANUAL-NOME
           END-STRING
           PERFORM GUARDAR-COPIA-ANO.

      *    Etapa 07: informes do ano que fecha, todos os CPFs, pelo
      *    cartao de parametros do proprio InformeRendimentos.
       EMITIR-INFORMES-ANO.
           OPEN OUTPUT INFORME-PARM-FILE
           MOVE WS-ANO TO IP-ANO
           MOVE 0 TO IP-CPF
           WRITE INFORME-PARM-REC
           CLOSE INFORME-PARM-FILE
           MOVE "InformeRendimentos" TO WS-PROGRAMA-CHAMADO
           PERFORM CHAMAR-PROGRAMA.

      *    Mesmo protocolo do orquestrador: CALL, RETURN-CODE do
      *    programa e CANCEL para a proxima chamada nao herdar
      *    estado.
       CHAMAR-PROGRAMA.
           MOVE 0 TO RETURN-CODE
           CALL WS-PROGRAMA-CHAMADO
               ON EXCEPTION
                   DISPLAY "  Programa nao encontrado: "
                           WS-PROGRAMA-CHAMADO
                   MOVE 16 TO RETURN-CODE
           END-CALL
           CANCEL WS-PROGRAMA-CHAMADO
           MOVE RETURN-CODE TO WS-RC-ETAPA
           MOVE 0 TO RETURN-CODE.

       GUARDAR-COPIA-ANO.
           OPEN INPUT ORIGEM-FILE
           IF WS-ORIGEM-STATUS = "00"
               OPEN OUTPUT ANUAL-FILE
               MOVE 0 TO WS-QTD-MES
               PERFORM COPIAR-ORIGEM
               CLOSE ANUAL-FILE
               MOVE WS-QTD-MES TO WS-QTD-ETAPA
           ELSE
               DISPLAY "  Relatorio " FUNCTION TRIM(WS-ORIGEM-NOME)
                       " nao gerado."
               IF WS-RC-ETAPA < 4
                   MOVE 4 TO WS-RC-ETAPA
               END-IF
           END-IF.

       CONTAR-AVISOS.
           MOVE 0 TO WS-QTD-AVISOS
           PERFORM VARYING WS-ETAPA FROM 1 BY 1 UNTIL WS-ETAPA > 7
               IF WS-ETP-SITUACAO(WS-ETAPA) = "A"
                   ADD 1 TO WS-QTD-AVISOS
               END-IF
           END-PERFORM.

      *    Assinatura da operacao: so depois do ano encerrado, uma
      *    vez por ano. O operador vem da sessao do terminal; sem
      *    sessao, e digitado.
       ASSINAR-FECHAMENTO.
           IF NOT ANO-ENCERRADO
               MOVE SPACES TO MENSAGEM
               STRING "Ano " DELIMITED BY SIZE
                      WS-ANO DELIMITED BY SIZE
                      " ainda nao encerrado - nada a assinar."
                          DELIMITED BY SIZE
                      INTO MENSAGEM
               END-STRING
           ELSE
               IF ANO-ASSINADO
                   MOVE SPACES TO MENSAGEM
                   STRING "Ano " DELIMITED BY SIZE
                          WS-ANO DELIMITED BY SIZE
                          " ja assinado por " DELIMITED BY SIZE
                          WS-ASSINANTE DELIMITED BY SIZE
                          INTO MENSAGEM
                   END-STRING
               ELSE
                   PERFORM COLETAR-ASSINATURA
               END-IF
           END-IF.

       COLETAR-ASSINATURA.
           MOVE "L" TO WS-SESSAO-OP
           CALL "SessaoCorp" USING WS-SESSAO-OP WS-OPERADOR
               WS-TERMINAL
           END-CALL
           IF WS-OPERADOR = SPACES OR WS-OPERADOR = "-"
               DISPLAY "Usuario da operacao que assina: "
               ACCEPT WS-OPERADOR
           END-IF
           PERFORM CONTAR-AVISOS
           DISPLAY "Etapas com aviso: " WS-QTD-AVISOS
                   ". Confirma a assinatura do fechamento de "
                   WS-ANO " (S/N)? "
           ACCEPT WS-CONFIRMA

           IF WS-OPERADOR = SPACES
               MOVE "Usuario nao informado - nao assinado."
                   TO MENSAGEM
           ELSE
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   MOVE "Assinatura nao confirmada." TO MENSAGEM
               ELSE
                   MOVE 99 TO FA-ETAPA
                   MOVE "ASSINATURA" TO FA-NOME
                   MOVE "S" TO FA-SITUACAO
                   MOVE 0 TO FA-RETORNO
                   MOVE 0 TO FA-REGISTROS
                   MOVE WS-OPERADOR TO FA-USUARIO
                   PERFORM GRAVAR-CHECKPOINT
                   MOVE "S" TO WS-ASSINADO
                   MOVE WS-OPERADOR TO WS-ASSINANTE
                   MOVE FA-DATA TO WS-DATA-ASSINATURA
                   MOVE FA-HORA TO WS-HORA-ASSINATURA
                   PERFORM GRAVAR-RELATORIO-CONTROLE
                   MOVE SPACES TO MENSAGEM
                   STRING "Fechamento de " DELIMITED BY SIZE
                          WS-ANO DELIMITED BY SIZE
                          " assinado por " DELIMITED BY SIZE
                          WS-OPERADOR DELIMITED BY SIZE
                          INTO MENSAGEM
                   END-STRING
               END-IF
           END-IF.

       CONSULTAR-FECHAMENTO.
           PERFORM VARYING WS-ETAPA FROM 1 BY 1 UNTIL WS-ETAPA > 7
               PERFORM ROTULAR-SITUACAO
               DISPLAY WS-ETAPA " " WS-NOME-ETAPA(WS-ETAPA) " "
                       WS-SITUACAO-ROTULO " RC "
                       WS-ETP-RETORNO(WS-ETAPA)
           END-PERFORM
           EVALUATE TRUE
               WHEN ANO-ASSINADO
                   MOVE SPACES TO MENSAGEM
                   STRING "Ano " DELIMITED BY SIZE
                          WS-ANO DELIMITED BY SIZE
                          " encerrado e assinado por "
                              DELIMITED BY SIZE
                          WS-ASSINANTE DELIMITED BY SIZE
                          INTO MENSAGEM
                   END-STRING
               WHEN ANO-ENCERRADO
                   MOVE SPACES TO MENSAGEM
                   STRING "Ano " DELIMITED BY SIZE
                          WS-ANO DELIMITED BY SIZE
                          " encerrado, sem assinatura."
                              DELIMITED BY SIZE
                          INTO MENSAGEM
                   END-STRING
               WHEN OTHER
                   MOVE SPACES TO MENSAGEM
                   STRING "Ano " DELIMITED BY SIZE
                          WS-ANO DELIMITED BY SIZE
                          " em aberto." DELIMITED BY SIZE
                          INTO MENSAGEM
                   END-STRING
           END-EVALUATE.

       ROTULAR-SITUACAO.
           EVALUATE WS-ETP-SITUACAO(WS-ETAPA)
               WHEN "C"
                   MOVE "CONCLUIDA" TO WS-SITUACAO-ROTULO
               WHEN "A"
                   MOVE "COM AVISO" TO WS-SITUACAO-ROTULO
               WHEN "F"
                   MOVE "FALHOU" TO WS-SITUACAO-ROTULO
               WHEN OTHER
                   MOVE "NAO EXECUTADA" TO WS-SITUACAO-ROTULO
           END-EVALUATE.

      *    Relatorio de controle do ano, regravado a cada execucao
      *    e na assinatura.
       GRAVAR-RELATORIO-CONTROLE.
           OPEN OUTPUT CONTROLE-ANO-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING "Fechamento do ano " DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  " - relatorio de controle (ultimo dia de negocio "
                      DELIMITED BY SIZE
                  WS-DATA-NEGOCIO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ET NOME       DESCRICAO                        "
                      DELIMITED BY SIZE
                  "SITUACAO      RC   REGISTRO DATA     HORA"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-ETAPA FROM 1 BY 1 UNTIL WS-ETAPA > 7
               PERFORM ROTULAR-SITUACAO
               MOVE SPACES TO REPORT-LINE
               STRING WS-ETAPA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOME-ETAPA(WS-ETAPA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DESCR-ETAPA(WS-ETAPA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SITUACAO-ROTULO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ETP-RETORNO(WS-ETAPA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ETP-REGISTROS(WS-ETAPA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ETP-DATA(WS-ETAPA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ETP-HORA(WS-ETAPA)(1:4) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF ANO-ENCERRADO
               STRING "Ano encerrado em " DELIMITED BY SIZE
                      WS-DATA-ENCERRAMENTO DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "Ano NAO encerrado - fechamento incompleto."
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF ANO-ASSINADO
               STRING "Assinado pela operacao: " DELIMITED BY SIZE
                      WS-ASSINANTE DELIMITED BY SPACE
                      " em " DELIMITED BY SIZE
                      WS-DATA-ASSINATURA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-HORA-ASSINATURA(1:4) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "Assinatura da operacao: PENDENTE "
                          DELIMITED BY SIZE
                      "(ControleDia nao abre o ano seguinte sem ela)"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           CLOSE CONTROLE-ANO-REPORT.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "FechamentoAnual"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
