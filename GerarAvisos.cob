       IDENTIFICATION DIVISION.
       PROGRAM-ID. GerarAvisos.

      *    Passo noturno de emissao dos avisos ao cliente: le no
      *    arquivo central de avisos (AVISOFD.CPY) todo aviso
      *    pendente ("P"), monta a carta pelo modelo do tipo do
      *    evento e grava a carta no arquivo de impressao
      *    data/avisos_cartas.txt (registrado no spool) e uma linha
      *    no extrato de mala direta data/avisos_mala.dat, que vai
      *    para a grafica/correio junto com as cartas. O aviso
      *    impresso passa a "I" com a data de impressao - a data
      *    que conta como prova de aviso (ContasDormentes, por
      *    exemplo, so marca dormencia 30 dias depois dela). Conta
      *    que sumiu do cadastro nao tem a quem escrever: o aviso
      *    vai para "X" e conta como rejeitado.
      *    Modelos: data/avisos_modelos.dat, uma linha de texto por
      *    registro (tipo, numero da linha, campo variavel e texto),
      *    impressas na ordem do arquivo. O campo variavel sai logo
      *    depois do texto: " " nenhum, "N" nome do titular, "C"
      *    conta, "V" valor, "R" referencia do evento, "E" data do
      *    evento, "D" data do aviso. Tipo sem modelo (ou arquivo
      *    ausente) sai com o texto generico do programa.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT MODELO-FILE ASSIGN TO "data/avisos_modelos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODELO-STATUS.

           SELECT CARTA-REPORT ASSIGN TO "data/avisos_cartas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT MALA-FILE ASSIGN TO "data/avisos_mala.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MALA-STATUS.

           COPY "AVISOSEL.CPY".

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

      *    Linha de modelo de carta.
       FD  MODELO-FILE.
       01  MODELO-REC.
           05 MO-TIPO           PIC X(1).
           05 MO-LINHA          PIC 9(2).
           05 MO-CAMPO          PIC X(1).
           05 MO-TEXTO          PIC X(60).

       FD  CARTA-REPORT.
       01  REPORT-LINE          PIC X(80).

      *    Extrato de mala direta: uma linha por carta, para o
      *    envelopamento casar carta e destinatario.
       FD  MALA-FILE.
       01  MALA-REC.
           05 MA-CONTA          PIC 9(6).
           05 MA-CPF            PIC 9(11).
           05 MA-NOME           PIC X(20).
           05 MA-TIPO           PIC X(1).
           05 MA-DATA           PIC 9(8).
           05 MA-HORA           PIC 9(8).
           05 MA-DATA-EVENTO    PIC 9(8).

       COPY "AVISOFD.CPY".

       COPY "SPOOLFD.CPY".

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
           COPY "SPOOLWS.CPY".
           COPY "AVISOWS.CPY".
       01 WS-CONTA-STATUS     PIC XX.
       01 WS-MODELO-STATUS    PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-MALA-STATUS      PIC XX.
       01 WS-EOF-AVISO        PIC X VALUE "N".
           88 FIM-AVISOS          VALUE "S".
       01 WS-EOF-MODELO       PIC X VALUE "N".
           88 FIM-MODELOS         VALUE "S".
       01 WS-HOJE             PIC 9(8).
      *    Modelos carregados uma vez; o limite cobre com folga os
      *    quatro tipos de aviso.
       01 WS-TABELA-MODELOS.
           05 WS-MO-ENT OCCURS 200 TIMES.
               10 MT-TIPO          PIC X(1).
               10 MT-CAMPO         PIC X(1).
               10 MT-TEXTO         PIC X(60).
       01 WS-QTD-MODELOS      PIC 9(3) VALUE 0.
       01 WS-IDX-MO           PIC 9(3).
       01 WS-LINHAS-MODELO    PIC 9(3).
       01 WS-TITULO           PIC X(40).
       01 WS-CAMPO-TEXTO      PIC X(20).
       01 WS-DATA-TRAB        PIC 9(8).
       01 WS-DATA-FMT         PIC X(10).
       01 WS-VALOR-EDIT       PIC -Z(8)9.99.
       01 WS-QTD-LIDOS        PIC 9(8) VALUE 0.
       01 WS-QTD-IMPRESSOS    PIC 9(8) VALUE 0.
       01 WS-QTD-CANCELADOS   PIC 9(8) VALUE 0.
      *    Total de controle: soma dos valores (em modulo) dos
      *    avisos impressos.
       01 WS-SOMA-VALORES     PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           PERFORM CARREGAR-MODELOS

           OPEN I-O AVISO-FILE
           IF WS-AVISO-STATUS = "35"
               OPEN OUTPUT AVISO-FILE
               CLOSE AVISO-FILE
               OPEN I-O AVISO-FILE
           END-IF
           MOVE "avisos_clientes.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN I-O" TO WS-ERR-OPERACAO
           MOVE WS-AVISO-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN INPUT CONTA-FILE
           MOVE "contas_master.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-CONTA-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN OUTPUT CARTA-REPORT
           MOVE "avisos_cartas.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN OUTPUT MALA-FILE
           MOVE "avisos_mala.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-MALA-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE LOW-VALUES TO AV-CHAVE
           START AVISO-FILE KEY NOT < AV-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-AVISO
           END-START

           PERFORM UNTIL FIM-AVISOS
               READ AVISO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-AVISO
                   NOT AT END
                       IF AV-SITUACAO = "P"
                           PERFORM EMITIR-AVISO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MALA-FILE
           CLOSE CARTA-REPORT
           CLOSE CONTA-FILE
           CLOSE AVISO-FILE

           MOVE "data/avisos_cartas.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Avisos ao cliente: pendentes " WS-QTD-LIDOS
                   " impressos " WS-QTD-IMPRESSOS
                   " cancelados " WS-QTD-CANCELADOS
           IF WS-QTD-CANCELADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-LIDOS TO CT-LIDOS
           MOVE WS-QTD-IMPRESSOS TO CT-GRAVADOS
           MOVE WS-QTD-CANCELADOS TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-SOMA-VALORES TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-LIDOS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

       CARREGAR-MODELOS.
           OPEN INPUT MODELO-FILE
           IF WS-MODELO-STATUS NOT = "00"
               DISPLAY "Sem arquivo de modelos - cartas com o texto "
                       "generico."
               MOVE "S" TO WS-EOF-MODELO
           END-IF

           PERFORM UNTIL FIM-MODELOS
               READ MODELO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-MODELO
                   NOT AT END
                       IF WS-QTD-MODELOS < 200
                           ADD 1 TO WS-QTD-MODELOS
                           MOVE MO-TIPO TO MT-TIPO(WS-QTD-MODELOS)
                           MOVE MO-CAMPO TO MT-CAMPO(WS-QTD-MODELOS)
                           MOVE MO-TEXTO TO MT-TEXTO(WS-QTD-MODELOS)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MODELO-STATUS = "00" OR WS-MODELO-STATUS = "10"
               CLOSE MODELO-FILE
           END-IF.

      *    Um aviso pendente: carta e mala direta para a conta do
      *    cadastro, ou cancelamento quando a conta nao existe mais.
       EMITIR-AVISO.
           ADD 1 TO WS-QTD-LIDOS
           MOVE AV-CONTA TO CM-CONTA
           READ CONTA-FILE
               INVALID KEY
                   DISPLAY "Aviso cancelado - conta " AV-CONTA
                           " fora do cadastro (tipo " AV-TIPO ")"
                   MOVE "X" TO AV-SITUACAO
                   ADD 1 TO WS-QTD-CANCELADOS
               NOT INVALID KEY
                   PERFORM IMPRIMIR-CARTA
                   PERFORM GRAVAR-MALA-DIRETA
                   MOVE "I" TO AV-SITUACAO
                   ADD 1 TO WS-QTD-IMPRESSOS
                   IF AV-VALOR < 0
                       SUBTRACT AV-VALOR FROM WS-SOMA-VALORES
                   ELSE
                       ADD AV-VALOR TO WS-SOMA-VALORES
                   END-IF
           END-READ

           MOVE WS-HOJE TO AV-DATA-IMPRESSAO
           REWRITE AVISO-REC
               INVALID KEY
                   DISPLAY "Falha ao atualizar aviso da conta "
                           AV-CONTA " status " WS-AVISO-STATUS
           END-REWRITE.

       IMPRIMIR-CARTA.
           EVALUATE AV-TIPO
               WHEN "J"
                   MOVE "BLOQUEIO JUDICIAL DE VALORES" TO WS-TITULO
               WHEN "C"
                   MOVE "CHEQUE DEVOLVIDO" TO WS-TITULO
               WHEN "N"
                   MOVE "CONTA COM SALDO NEGATIVO" TO WS-TITULO
               WHEN "D"
                   MOVE "AVISO PREVIO DE INATIVIDADE DA CONTA"
                       TO WS-TITULO
               WHEN "L"
                   MOVE "SUSPENSAO DO LIMITE DE CHEQUE ESPECIAL"
                       TO WS-TITULO
               WHEN OTHER
                   MOVE "AVISO SOBRE A SUA CONTA" TO WS-TITULO
           END-EVALUATE

           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE AV-DATA TO WS-DATA-TRAB
           PERFORM FORMATAR-DATA
           MOVE SPACES TO REPORT-LINE
           STRING "AVISO AO CLIENTE - " DELIMITED BY SIZE
                  WS-TITULO DELIMITED BY "  "
                  "   Em " DELIMITED BY SIZE
                  WS-DATA-FMT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Ao(A) Sr(a). " DELIMITED BY SIZE
                  CM-NOME DELIMITED BY SIZE
                  "  CPF " DELIMITED BY SIZE
                  CM-CPF DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Conta " DELIMITED BY SIZE
                  CM-CONTA DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO WS-LINHAS-MODELO
           PERFORM VARYING WS-IDX-MO FROM 1 BY 1
                   UNTIL WS-IDX-MO > WS-QTD-MODELOS
               IF MT-TIPO(WS-IDX-MO) = AV-TIPO
                   PERFORM MONTAR-LINHA-MODELO
                   ADD 1 TO WS-LINHAS-MODELO
               END-IF
           END-PERFORM

           IF WS-LINHAS-MODELO = 0
               PERFORM MONTAR-TEXTO-GENERICO
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Atenciosamente," TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Gerencia de Relacionamento" TO REPORT-LINE
           WRITE REPORT-LINE.

       MONTAR-LINHA-MODELO.
           MOVE SPACES TO WS-CAMPO-TEXTO
           EVALUATE MT-CAMPO(WS-IDX-MO)
               WHEN "N"
                   MOVE CM-NOME TO WS-CAMPO-TEXTO
               WHEN "C"
                   MOVE CM-CONTA TO WS-CAMPO-TEXTO
               WHEN "V"
                   MOVE AV-VALOR TO WS-VALOR-EDIT
                   MOVE WS-VALOR-EDIT TO WS-CAMPO-TEXTO
               WHEN "R"
                   MOVE AV-REFERENCIA TO WS-CAMPO-TEXTO
               WHEN "E"
                   MOVE AV-DATA-EVENTO TO WS-DATA-TRAB
                   PERFORM FORMATAR-DATA
                   MOVE WS-DATA-FMT TO WS-CAMPO-TEXTO
               WHEN "D"
                   MOVE AV-DATA TO WS-DATA-TRAB
                   PERFORM FORMATAR-DATA
                   MOVE WS-DATA-FMT TO WS-CAMPO-TEXTO
           END-EVALUATE

           MOVE SPACES TO REPORT-LINE
           IF WS-CAMPO-TEXTO = SPACES
               MOVE MT-TEXTO(WS-IDX-MO) TO REPORT-LINE
           ELSE
               STRING FUNCTION TRIM(MT-TEXTO(WS-IDX-MO) TRAILING)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAMPO-TEXTO) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

       MONTAR-TEXTO-GENERICO.
           MOVE SPACES TO REPORT-LINE
           STRING "Informamos a ocorrencia abaixo na sua conta: "
                      DELIMITED BY SIZE
                  AV-REFERENCIA DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE AV-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Valor: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VALOR-EDIT) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF AV-DATA-EVENTO > 0
               MOVE AV-DATA-EVENTO TO WS-DATA-TRAB
               PERFORM FORMATAR-DATA
               MOVE SPACES TO REPORT-LINE
               STRING "Data: " DELIMITED BY SIZE
                      WS-DATA-FMT DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE "Em caso de duvida procure a sua agencia." TO
               REPORT-LINE
           WRITE REPORT-LINE.

       FORMATAR-DATA.
           IF WS-DATA-TRAB = 0
               MOVE "--/--/----" TO WS-DATA-FMT
           ELSE
               MOVE SPACES TO WS-DATA-FMT
               STRING WS-DATA-TRAB(7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-DATA-TRAB(5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-DATA-TRAB(1:4) DELIMITED BY SIZE
                      INTO WS-DATA-FMT
               END-STRING
           END-IF.

       GRAVAR-MALA-DIRETA.
           MOVE CM-CONTA TO MA-CONTA
           MOVE CM-CPF TO MA-CPF
           MOVE CM-NOME TO MA-NOME
           MOVE AV-TIPO TO MA-TIPO
           MOVE AV-DATA TO MA-DATA
           MOVE AV-HORA TO MA-HORA
           MOVE AV-DATA-EVENTO TO MA-DATA-EVENTO
           WRITE MALA-REC.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "GerarAvisos".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "GerarAvisos".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "GerarAvisos".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "GerarAvisos".
