       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConverterMastersBanco.

      *    Conversao unica dos mestres do banco para os layouts
      *    largos: contas (CONTAREC.CPY), clientes (CLIREC.CPY),
      *    disputas (DISPREC.CPY), ordens programadas (ORDPREC.CPY)
      *    e mudancas pendentes (MUDAREC.CPY).
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
           SELECT CONTA-OLD-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CONTA
               FILE STATUS IS WS-OLD-STATUS.

           SELECT CONTA-NEW-FILE ASSIGN TO "data/contas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-NEW-STATUS.

           SELECT CLIENTE-OLD-FILE ASSIGN TO "data/clientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KO-CPF
               FILE STATUS IS WS-OLD-STATUS.

           SELECT CLIENTE-NEW-FILE ASSIGN TO "data/clientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CPF
               FILE STATUS IS WS-NEW-STATUS.

           SELECT DISPUTA-OLD-FILE ASSIGN TO "data/disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DO-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT DISPUTA-NEW-FILE ASSIGN TO "data/disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT ORDEM-OLD-FILE ASSIGN TO "data/ordens_programadas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT ORDEM-NEW-FILE ASSIGN TO "data/ordens_programadas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT MUDANCA-OLD-FILE ASSIGN TO
                   "data/mudancas_pendentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MO-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MUDANCA-NEW-FILE ASSIGN TO
                   "data/mudancas_pendentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT COPIA-FILE ASSIGN TO DYNAMIC WS-COPIA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    contas_master no layout antigo (56 posicoes).
       FD  CONTA-OLD-FILE.
       01  CONTA-OLD-REC.
           05 CO-CONTA          PIC 9(6).
           05 FILLER            PIC X(50).

       FD  CONTA-NEW-FILE.
       COPY "CONTAREC.CPY".

      *    clientes_master no layout antigo (32 posicoes).
       FD  CLIENTE-OLD-FILE.
       01  CLIENTE-OLD-REC.
           05 KO-CPF            PIC 9(11).
           05 FILLER            PIC X(21).

       FD  CLIENTE-NEW-FILE.
       COPY "CLIREC.CPY".

      *    disputas no layout antigo (49 posicoes).
       FD  DISPUTA-OLD-FILE.
       01  DISPUTA-OLD-REC.
           05 DO-ID             PIC 9(6).
           05 FILLER            PIC X(43).

       FD  DISPUTA-NEW-FILE.
       COPY "DISPREC.CPY".

      *    ordens_programadas no layout antigo (42 posicoes).
       FD  ORDEM-OLD-FILE.
       01  ORDEM-OLD-REC.
           05 OO-ID             PIC 9(4).
           05 FILLER            PIC X(38).

       FD  ORDEM-NEW-FILE.
       COPY "ORDPREC.CPY".

      *    mudancas_pendentes no layout antigo (81 posicoes).
       FD  MUDANCA-OLD-FILE.
       01  MUDANCA-OLD-REC.
           05 MO-ID             PIC 9(6).
           05 FILLER            PIC X(75).

       FD  MUDANCA-NEW-FILE.
       COPY "MUDAREC.CPY".

      *    Copia sequencial do mestre no layout antigo.
       FD  COPIA-FILE.
       01  COPIA-REC            PIC X(81).

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
           PERFORM CONVERTER-CONTAS-MASTER
           PERFORM CONVERTER-CLIENTES-MASTER
           PERFORM CONVERTER-DISPUTAS
           PERFORM CONVERTER-ORDENS-PROGRAMADAS
           PERFORM CONVERTER-MUDANCAS-PENDENTES

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
           MOVE "mestres do banco no layout novo" TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

      *    contas_master: 56 para 75 posicoes. Produto em
      *    branco (corrente), aniversario e mes de rendimento zero,
      *    regra de assinatura em branco (individual) e valor da
      *    conjunta zero.
       CONVERTER-CONTAS-MASTER.
           MOVE "contas_master" TO WS-MESTRE
           OPEN INPUT CONTA-OLD-FILE
           PERFORM AVALIAR-ABERTURA
           IF MESTRE-A-CONVERTER
               MOVE 0 TO CO-CONTA
               START CONTA-OLD-FILE KEY NOT < CO-CONTA
                   INVALID KEY
                       MOVE "S" TO WS-EOF-OLD
               END-START
               PERFORM UNTIL FIM-ARQUIVO-OLD
                   READ CONTA-OLD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-OLD
                       NOT AT END
                           MOVE CONTA-OLD-REC TO COPIA-REC
                           WRITE COPIA-REC
                           ADD 1 TO WS-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE CONTA-OLD-FILE
               CLOSE COPIA-FILE

               OPEN INPUT COPIA-FILE
               OPEN OUTPUT CONTA-NEW-FILE
               MOVE "N" TO WS-EOF-COPIA
               PERFORM UNTIL FIM-COPIA
                   READ COPIA-FILE
                       AT END
                           MOVE "S" TO WS-EOF-COPIA
                       NOT AT END
                           MOVE COPIA-REC(1:56) TO CONTA-MASTER-REC
                           MOVE SPACES TO CM-PRODUTO
                           MOVE 0 TO CM-DIA-ANIVERSARIO
                           MOVE 0 TO CM-MES-RENDIMENTO
                           MOVE SPACES TO CM-REGRA-ASSINATURA
                           MOVE 0 TO CM-VALOR-CONJUNTA
                           WRITE CONTA-MASTER-REC
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-GRAVADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE COPIA-FILE
               CLOSE CONTA-NEW-FILE
               PERFORM CONFERIR-CONTAGEM
           END-IF.

      *    clientes_master: 32 para 40 posicoes. Data da
      *    revisao cadastral zero (nunca revisado).
       CONVERTER-CLIENTES-MASTER.
           MOVE "clientes_master" TO WS-MESTRE
           OPEN INPUT CLIENTE-OLD-FILE
           PERFORM AVALIAR-ABERTURA
           IF MESTRE-A-CONVERTER
               MOVE 0 TO KO-CPF
               START CLIENTE-OLD-FILE KEY NOT < KO-CPF
                   INVALID KEY
                       MOVE "S" TO WS-EOF-OLD
               END-START
               PERFORM UNTIL FIM-ARQUIVO-OLD
                   READ CLIENTE-OLD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-OLD
                       NOT AT END
                           MOVE CLIENTE-OLD-REC TO COPIA-REC
                           WRITE COPIA-REC
                           ADD 1 TO WS-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE CLIENTE-OLD-FILE
               CLOSE COPIA-FILE

               OPEN INPUT COPIA-FILE
               OPEN OUTPUT CLIENTE-NEW-FILE
               MOVE "N" TO WS-EOF-COPIA
               PERFORM UNTIL FIM-COPIA
                   READ COPIA-FILE
                       AT END
                           MOVE "S" TO WS-EOF-COPIA
                       NOT AT END
                           MOVE COPIA-REC(1:32) TO CLIENTE-REC
                           MOVE 0 TO CL-DATA-REVISAO
                           WRITE CLIENTE-REC
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-GRAVADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE COPIA-FILE
               CLOSE CLIENTE-NEW-FILE
               PERFORM CONFERIR-CONTAGEM
           END-IF.

      *    disputas: 49 para 52 posicoes. Agencia zero (so
      *    feriados nacionais no aging).
       CONVERTER-DISPUTAS.
           MOVE "disputas" TO WS-MESTRE
           OPEN INPUT DISPUTA-OLD-FILE
           PERFORM AVALIAR-ABERTURA
           IF MESTRE-A-CONVERTER
               MOVE 0 TO DO-ID
               START DISPUTA-OLD-FILE KEY NOT < DO-ID
                   INVALID KEY
                       MOVE "S" TO WS-EOF-OLD
               END-START
               PERFORM UNTIL FIM-ARQUIVO-OLD
                   READ DISPUTA-OLD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-OLD
                       NOT AT END
                           MOVE DISPUTA-OLD-REC TO COPIA-REC
                           WRITE COPIA-REC
                           ADD 1 TO WS-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE DISPUTA-OLD-FILE
               CLOSE COPIA-FILE

               OPEN INPUT COPIA-FILE
               OPEN OUTPUT DISPUTA-NEW-FILE
               MOVE "N" TO WS-EOF-COPIA
               PERFORM UNTIL FIM-COPIA
                   READ COPIA-FILE
                       AT END
                           MOVE "S" TO WS-EOF-COPIA
                       NOT AT END
                           MOVE COPIA-REC(1:49) TO DISPUTA-REC
                           MOVE 0 TO DS-AGENCIA
                           WRITE DISPUTA-REC
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-GRAVADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE COPIA-FILE
               CLOSE DISPUTA-NEW-FILE
               PERFORM CONFERIR-CONTAGEM
           END-IF.

      *    ordens_programadas: 42 para 64 posicoes. Assinantes
      *    zero (ordem sem dupla assinatura).
       CONVERTER-ORDENS-PROGRAMADAS.
           MOVE "ordens_programadas" TO WS-MESTRE
           OPEN INPUT ORDEM-OLD-FILE
           PERFORM AVALIAR-ABERTURA
           IF MESTRE-A-CONVERTER
               MOVE 0 TO OO-ID
               START ORDEM-OLD-FILE KEY NOT < OO-ID
                   INVALID KEY
                       MOVE "S" TO WS-EOF-OLD
               END-START
               PERFORM UNTIL FIM-ARQUIVO-OLD
                   READ ORDEM-OLD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-OLD
                       NOT AT END
                           MOVE ORDEM-OLD-REC TO COPIA-REC
                           WRITE COPIA-REC
                           ADD 1 TO WS-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE ORDEM-OLD-FILE
               CLOSE COPIA-FILE

               OPEN INPUT COPIA-FILE
               OPEN OUTPUT ORDEM-NEW-FILE
               MOVE "N" TO WS-EOF-COPIA
               PERFORM UNTIL FIM-COPIA
                   READ COPIA-FILE
                       AT END
                           MOVE "S" TO WS-EOF-COPIA
                       NOT AT END
                           MOVE COPIA-REC(1:42) TO ORDEM-PROG-REC
                           MOVE 0 TO OP-ASSINANTE-1
                           MOVE 0 TO OP-ASSINANTE-2
                           WRITE ORDEM-PROG-REC
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-GRAVADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE COPIA-FILE
               CLOSE ORDEM-NEW-FILE
               PERFORM CONFERIR-CONTAGEM
           END-IF.

      *    mudancas_pendentes: 81 para 94 posicoes. CPF zero,
      *    risco e faixa em branco (operacoes anteriores a eles).
       CONVERTER-MUDANCAS-PENDENTES.
           MOVE "mudancas_pendentes" TO WS-MESTRE
           OPEN INPUT MUDANCA-OLD-FILE
           PERFORM AVALIAR-ABERTURA
           IF MESTRE-A-CONVERTER
               MOVE 0 TO MO-ID
               START MUDANCA-OLD-FILE KEY NOT < MO-ID
                   INVALID KEY
                       MOVE "S" TO WS-EOF-OLD
               END-START
               PERFORM UNTIL FIM-ARQUIVO-OLD
                   READ MUDANCA-OLD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-OLD
                       NOT AT END
                           MOVE MUDANCA-OLD-REC TO COPIA-REC
                           WRITE COPIA-REC
                           ADD 1 TO WS-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE MUDANCA-OLD-FILE
               CLOSE COPIA-FILE

               OPEN INPUT COPIA-FILE
               OPEN OUTPUT MUDANCA-NEW-FILE
               MOVE "N" TO WS-EOF-COPIA
               PERFORM UNTIL FIM-COPIA
                   READ COPIA-FILE
                       AT END
                           MOVE "S" TO WS-EOF-COPIA
                       NOT AT END
                           MOVE COPIA-REC(1:81) TO MUDANCA-REC
                           MOVE 0 TO MD-CPF
                           MOVE SPACES TO MD-RISCO
                           MOVE SPACES TO MD-TIER
                           WRITE MUDANCA-REC
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-GRAVADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE COPIA-FILE
               CLOSE MUDANCA-NEW-FILE
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
               PROGRAMA-NOME BY "ConverterMastersBanco"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
