       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConverterMastersCorp.

      *    Conversao unica dos mestres corporativos para os layouts
      *    largos: usuarios (USERREC.CPY) e empregados (EMPREC.CPY).
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
           SELECT USUARIO-OLD-FILE ASSIGN TO "data/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UO-USER-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT USUARIO-NEW-FILE ASSIGN TO "data/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT EMPREGADO-OLD-FILE ASSIGN TO "data/empregados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EO-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT EMPREGADO-NEW-FILE ASSIGN TO "data/empregados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT COPIA-FILE ASSIGN TO DYNAMIC WS-COPIA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    usuarios no layout antigo (50 posicoes).
       FD  USUARIO-OLD-FILE.
       01  USUARIO-OLD-REC.
           05 UO-USER-ID        PIC X(10).
           05 FILLER            PIC X(40).

       FD  USUARIO-NEW-FILE.
       COPY "USERREC.CPY".

      *    empregados no layout antigo (56 posicoes).
       FD  EMPREGADO-OLD-FILE.
       01  EMPREGADO-OLD-REC.
           05 EO-ID             PIC X(10).
           05 FILLER            PIC X(46).

       FD  EMPREGADO-NEW-FILE.
       COPY "EMPREC.CPY".

      *    Copia sequencial do mestre no layout antigo.
       FD  COPIA-FILE.
       01  COPIA-REC            PIC X(56).

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
           PERFORM CONVERTER-USUARIOS
           PERFORM CONVERTER-EMPREGADOS

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
           MOVE "usuarios e empregados no layout novo" TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

      *    usuarios: 50 para 60 posicoes. Matricula em
      *    branco, a informar em AdminUsuarios (o desligamento
      *    noturno nao alcanca o login ate la).
       CONVERTER-USUARIOS.
           MOVE "usuarios" TO WS-MESTRE
           OPEN INPUT USUARIO-OLD-FILE
           PERFORM AVALIAR-ABERTURA
           IF MESTRE-A-CONVERTER
               MOVE LOW-VALUES TO UO-USER-ID
               START USUARIO-OLD-FILE KEY NOT < UO-USER-ID
                   INVALID KEY
                       MOVE "S" TO WS-EOF-OLD
               END-START
               PERFORM UNTIL FIM-ARQUIVO-OLD
                   READ USUARIO-OLD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-OLD
                       NOT AT END
                           MOVE USUARIO-OLD-REC TO COPIA-REC
                           WRITE COPIA-REC
                           ADD 1 TO WS-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE USUARIO-OLD-FILE
               CLOSE COPIA-FILE

               OPEN INPUT COPIA-FILE
               OPEN OUTPUT USUARIO-NEW-FILE
               MOVE "N" TO WS-EOF-COPIA
               PERFORM UNTIL FIM-COPIA
                   READ COPIA-FILE
                       AT END
                           MOVE "S" TO WS-EOF-COPIA
                       NOT AT END
                           MOVE COPIA-REC(1:50) TO USER-REC
                           MOVE SPACES TO US-EM-ID
                           WRITE USER-REC
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-GRAVADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE COPIA-FILE
               CLOSE USUARIO-NEW-FILE
               PERFORM CONFERIR-CONTAGEM
           END-IF.

      *    empregados: 56 para 59 posicoes. Agencia zero (so
      *    feriados nacionais).
       CONVERTER-EMPREGADOS.
           MOVE "empregados" TO WS-MESTRE
           OPEN INPUT EMPREGADO-OLD-FILE
           PERFORM AVALIAR-ABERTURA
           IF MESTRE-A-CONVERTER
               MOVE LOW-VALUES TO EO-ID
               START EMPREGADO-OLD-FILE KEY NOT < EO-ID
                   INVALID KEY
                       MOVE "S" TO WS-EOF-OLD
               END-START
               PERFORM UNTIL FIM-ARQUIVO-OLD
                   READ EMPREGADO-OLD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-OLD
                       NOT AT END
                           MOVE EMPREGADO-OLD-REC TO COPIA-REC
                           WRITE COPIA-REC
                           ADD 1 TO WS-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE EMPREGADO-OLD-FILE
               CLOSE COPIA-FILE

               OPEN INPUT COPIA-FILE
               OPEN OUTPUT EMPREGADO-NEW-FILE
               MOVE "N" TO WS-EOF-COPIA
               PERFORM UNTIL FIM-COPIA
                   READ COPIA-FILE
                       AT END
                           MOVE "S" TO WS-EOF-COPIA
                       NOT AT END
                           MOVE COPIA-REC(1:56) TO EMPREGADO-REC
                           MOVE 0 TO EM-AGENCIA
                           WRITE EMPREGADO-REC
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-GRAVADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE COPIA-FILE
               CLOSE EMPREGADO-NEW-FILE
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
               PROGRAMA-NOME BY "ConverterMastersCorp"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
