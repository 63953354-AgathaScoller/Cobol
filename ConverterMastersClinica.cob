       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConverterMastersClinica.

      *    Conversao unica dos mestres da clinica para os layouts
      *    largos: pacientes (PACREC.CPY) e agenda de consultas
      *    (AGENDREC.CPY).
      *    Cada mestre que ainda abre no layout antigo e
      *    descarregado numa copia sequencial data/<mestre>.cnv e
      *    recarregado no lugar ja no layout novo; os campos novos
      *    recebem o valor documentado no copybook para registro
      *    antigo (branco ou zero). A copia .cnv fica no disco para
      *    conferencia. Mestre ja convertido (tamanho de registro
      *    diferente) ou ainda inexistente e pulado, entao a passada
      *    pode ser reexecutada. Contagem regravada diferente da lida
      *    da RC 8. Rodar com o lote parado, antes de liberar os
      *    programas do layout novo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACIENTE-OLD-FILE ASSIGN TO
                   "data/pacientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT PACIENTE-NEW-FILE ASSIGN TO
                   "data/pacientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT AGENDA-OLD-FILE ASSIGN TO "data/agenda_consultas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-CHAVE
               FILE STATUS IS WS-OLD-STATUS.

           SELECT AGENDA-NEW-FILE ASSIGN TO "data/agenda_consultas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-NEW-STATUS.

           SELECT COPIA-FILE ASSIGN TO DYNAMIC WS-COPIA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    pacientes_master no layout antigo (42 posicoes).
       FD  PACIENTE-OLD-FILE.
       01  PACIENTE-OLD-REC.
           05 PO-ID             PIC X(10).
           05 FILLER            PIC X(32).

       FD  PACIENTE-NEW-FILE.
       COPY "PACREC.CPY".

      *    agenda_consultas no layout antigo (42 posicoes).
       FD  AGENDA-OLD-FILE.
       01  AGENDA-OLD-REC.
           05 AO-CHAVE          PIC X(11).
           05 FILLER            PIC X(31).

       FD  AGENDA-NEW-FILE.
       COPY "AGENDREC.CPY".

      *    Copia sequencial do mestre no layout antigo.
       FD  COPIA-FILE.
       01  COPIA-REC            PIC X(42).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-OLD-STATUS       PIC XX.
       01 WS-NEW-STATUS       PIC XX.
       01 WS-COPIA-STATUS     PIC XX.
       01 WS-COPIA-NOME       PIC X(44).
       01 WS-MESTRE           PIC X(20).
       01 WS-CONVERTER        PIC X(1).
           88 MESTRE-A-CONVERTER  VALUE "S".
       01 WS-EOF-OLD          PIC X VALUE "N".
           88 FIM-ARQUIVO-OLD     VALUE "S".
       01 WS-EOF-COPIA        PIC X VALUE "N".
           88 FIM-COPIA           VALUE "S".
       01 WS-QTD-LIDOS        PIC 9(8).
       01 WS-QTD-GRAVADOS     PIC 9(8).
       01 WS-QTD-CONVERTIDOS  PIC 9(4) VALUE 0.
       01 WS-QTD-JA-OK        PIC 9(4) VALUE 0.
       01 WS-QTD-FALHAS       PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONVERTER-PACIENTES-MASTER
           PERFORM CONVERTER-AGENDA-CONSULTAS

           DISPLAY "Conversao concluida. Mestres convertidos: "
                   WS-QTD-CONVERTIDOS "  Ja convertidos: " WS-QTD-JA-OK
           IF WS-QTD-FALHAS > 0
               DISPLAY "Mestres com contagem divergente: "
                       WS-QTD-FALHAS
               MOVE 8 TO RETURN-CODE
           END-IF

           STRING "CONVERTIDOS=" DELIMITED BY SIZE
                  WS-QTD-CONVERTIDOS DELIMITED BY SIZE
                  " JA-OK=" DELIMITED BY SIZE
                  WS-QTD-JA-OK DELIMITED BY SIZE
                  " FALHAS=" DELIMITED BY SIZE
                  WS-QTD-FALHAS DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE "pacientes e agenda no layout novo" TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

      *    pacientes_master: 42 para 81 posicoes. Carteirinha em
      *    branco, validade zero (nao informada) e CPF zero.
       CONVERTER-PACIENTES-MASTER.
           MOVE "pacientes_master" TO WS-MESTRE
           OPEN INPUT PACIENTE-OLD-FILE
           PERFORM AVALIAR-ABERTURA
           IF MESTRE-A-CONVERTER
               MOVE LOW-VALUES TO PO-ID
               START PACIENTE-OLD-FILE KEY NOT < PO-ID
                   INVALID KEY
                       MOVE "S" TO WS-EOF-OLD
               END-START
               PERFORM UNTIL FIM-ARQUIVO-OLD
                   READ PACIENTE-OLD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-OLD
                       NOT AT END
                           MOVE PACIENTE-OLD-REC TO COPIA-REC
                           WRITE COPIA-REC
                           ADD 1 TO WS-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE PACIENTE-OLD-FILE
               CLOSE COPIA-FILE

               OPEN INPUT COPIA-FILE
               OPEN OUTPUT PACIENTE-NEW-FILE
               MOVE "N" TO WS-EOF-COPIA
               PERFORM UNTIL FIM-COPIA
                   READ COPIA-FILE
                       AT END
                           MOVE "S" TO WS-EOF-COPIA
                       NOT AT END
                           MOVE COPIA-REC(1:42) TO PACIENTE-MASTER-REC
                           MOVE SPACES TO PM-CARTEIRA
                           MOVE 0 TO PM-VALIDADE-CARTEIRA
                           MOVE 0 TO PM-CPF
                           WRITE PACIENTE-MASTER-REC
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-GRAVADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE COPIA-FILE
               CLOSE PACIENTE-NEW-FILE
               PERFORM CONFERIR-CONTAGEM
           END-IF.

      *    agenda_consultas: 42 para 52 posicoes. Prestador em
      *    branco (marcacao sem prestador).
       CONVERTER-AGENDA-CONSULTAS.
           MOVE "agenda_consultas" TO WS-MESTRE
           OPEN INPUT AGENDA-OLD-FILE
           PERFORM AVALIAR-ABERTURA
           IF MESTRE-A-CONVERTER
               MOVE LOW-VALUES TO AO-CHAVE
               START AGENDA-OLD-FILE KEY NOT < AO-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-OLD
               END-START
               PERFORM UNTIL FIM-ARQUIVO-OLD
                   READ AGENDA-OLD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-OLD
                       NOT AT END
                           MOVE AGENDA-OLD-REC TO COPIA-REC
                           WRITE COPIA-REC
                           ADD 1 TO WS-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE AGENDA-OLD-FILE
               CLOSE COPIA-FILE

               OPEN INPUT COPIA-FILE
               OPEN OUTPUT AGENDA-NEW-FILE
               MOVE "N" TO WS-EOF-COPIA
               PERFORM UNTIL FIM-COPIA
                   READ COPIA-FILE
                       AT END
                           MOVE "S" TO WS-EOF-COPIA
                       NOT AT END
                           MOVE COPIA-REC(1:42) TO AGENDA-REC
                           MOVE SPACES TO AG-PRESTADOR
                           WRITE AGENDA-REC
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-GRAVADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE COPIA-FILE
               CLOSE AGENDA-NEW-FILE
               PERFORM CONFERIR-CONTAGEM
           END-IF.

      *    Mestre que abre no layout antigo e descarregado na copia
      *    data/<mestre>.cnv. Status 35: mestre ainda nao existe;
      *    qualquer outro: ja esta no layout novo (tamanho de
      *    registro diferente).
       AVALIAR-ABERTURA.
           MOVE "N" TO WS-CONVERTER
           EVALUATE WS-OLD-STATUS
               WHEN "00"
                   MOVE "S" TO WS-CONVERTER
                   MOVE "N" TO WS-EOF-OLD
                   MOVE 0 TO WS-QTD-LIDOS
                   MOVE 0 TO WS-QTD-GRAVADOS
                   MOVE SPACES TO WS-COPIA-NOME
                   STRING "data/" DELIMITED BY SIZE
                          WS-MESTRE DELIMITED BY SPACE
                          ".cnv" DELIMITED BY SIZE
                          INTO WS-COPIA-NOME
                   END-STRING
                   OPEN OUTPUT COPIA-FILE
               WHEN "35"
                   DISPLAY FUNCTION TRIM(WS-MESTRE)
                           " ainda nao existe. Nada a fazer."
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(WS-MESTRE)
                           " nao abriu no layout antigo (status "
                           WS-OLD-STATUS ") - ja convertido."
                   ADD 1 TO WS-QTD-JA-OK
           END-EVALUATE.

      *    Chave repetida ou falha de gravacao deixam a contagem
      *    gravada abaixo da lida: a copia .cnv fica para refazer
      *    a carga.
       CONFERIR-CONTAGEM.
           DISPLAY FUNCTION TRIM(WS-MESTRE) ": lidos " WS-QTD-LIDOS
                   " regravados " WS-QTD-GRAVADOS
           IF WS-QTD-GRAVADOS = WS-QTD-LIDOS
               ADD 1 TO WS-QTD-CONVERTIDOS
           ELSE
               DISPLAY "Contagem divergente - copia do layout antigo "
                       "em " FUNCTION TRIM(WS-COPIA-NOME)
               ADD 1 TO WS-QTD-FALHAS
           END-IF.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ConverterMastersClinica"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
