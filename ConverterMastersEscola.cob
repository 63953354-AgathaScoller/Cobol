       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConverterMastersEscola.

      *    Conversao unica dos mestres da escola para os layouts
      *    largos: professores (PROFREC.CPY), mensalidades
      *    (MENSREC.CPY) e descontos de alunos (DESCREC.CPY).
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
           SELECT PROFESSOR-OLD-FILE ASSIGN TO "data/professores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT PROFESSOR-NEW-FILE ASSIGN TO "data/professores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT MENSALIDADE-OLD-FILE ASSIGN TO "data/mensalidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MO-CHAVE
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MENSALIDADE-NEW-FILE ASSIGN TO "data/mensalidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-NEW-STATUS.

           SELECT DESCONTO-OLD-FILE ASSIGN TO
                   "data/descontos_alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DO-ALUNO-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT DESCONTO-NEW-FILE ASSIGN TO
                   "data/descontos_alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-ALUNO-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT COPIA-FILE ASSIGN TO DYNAMIC WS-COPIA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    professores no layout antigo (42 posicoes).
       FD  PROFESSOR-OLD-FILE.
       01  PROFESSOR-OLD-REC.
           05 PO-ID             PIC X(6).
           05 FILLER            PIC X(36).

       FD  PROFESSOR-NEW-FILE.
       COPY "PROFREC.CPY".

      *    mensalidades no layout antigo (38 posicoes).
       FD  MENSALIDADE-OLD-FILE.
       01  MENSALIDADE-OLD-REC.
           05 MO-CHAVE          PIC X(22).
           05 FILLER            PIC X(16).

       FD  MENSALIDADE-NEW-FILE.
       COPY "MENSREC.CPY".

      *    descontos_alunos no layout antigo (13 posicoes).
       FD  DESCONTO-OLD-FILE.
       01  DESCONTO-OLD-REC.
           05 DO-ALUNO-ID       PIC X(10).
           05 FILLER            PIC X(3).

       FD  DESCONTO-NEW-FILE.
       COPY "DESCREC.CPY".

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
           PERFORM CONVERTER-PROFESSORES
           PERFORM CONVERTER-MENSALIDADES
           PERFORM CONVERTER-DESCONTOS-ALUNOS

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
           MOVE "mestres da escola no layout novo" TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

      *    professores: 42 para 54 posicoes. Sem vinculo
      *    com empregados (branco) e sem teto de horas (zero).
       CONVERTER-PROFESSORES.
           MOVE "professores" TO WS-MESTRE
           OPEN INPUT PROFESSOR-OLD-FILE
           PERFORM AVALIAR-ABERTURA
           IF MESTRE-A-CONVERTER
               MOVE LOW-VALUES TO PO-ID
               START PROFESSOR-OLD-FILE KEY NOT < PO-ID
                   INVALID KEY
                       MOVE "S" TO WS-EOF-OLD
               END-START
               PERFORM UNTIL FIM-ARQUIVO-OLD
                   READ PROFESSOR-OLD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-OLD
                       NOT AT END
                           MOVE PROFESSOR-OLD-REC TO COPIA-REC
                           WRITE COPIA-REC
                           ADD 1 TO WS-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE PROFESSOR-OLD-FILE
               CLOSE COPIA-FILE

               OPEN INPUT COPIA-FILE
               OPEN OUTPUT PROFESSOR-NEW-FILE
               MOVE "N" TO WS-EOF-COPIA
               PERFORM UNTIL FIM-COPIA
                   READ COPIA-FILE
                       AT END
                           MOVE "S" TO WS-EOF-COPIA
                       NOT AT END
                           MOVE COPIA-REC(1:42) TO PROFESSOR-REC
                           MOVE SPACES TO PF-EMPREGADO-ID
                           MOVE 0 TO PF-HORAS-MAXIMAS
                           WRITE PROFESSOR-REC
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-GRAVADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE COPIA-FILE
               CLOSE PROFESSOR-NEW-FILE
               PERFORM CONFERIR-CONTAGEM
           END-IF.

      *    mensalidades: 38 para 98 posicoes. Responsavel
      *    em branco, sem debito automatico em curso (situacao e
      *    motivo em branco, tentativas e data zero).
       CONVERTER-MENSALIDADES.
           MOVE "mensalidades" TO WS-MESTRE
           OPEN INPUT MENSALIDADE-OLD-FILE
           PERFORM AVALIAR-ABERTURA
           IF MESTRE-A-CONVERTER
               MOVE LOW-VALUES TO MO-CHAVE
               START MENSALIDADE-OLD-FILE KEY NOT < MO-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-OLD
               END-START
               PERFORM UNTIL FIM-ARQUIVO-OLD
                   READ MENSALIDADE-OLD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-OLD
                       NOT AT END
                           MOVE MENSALIDADE-OLD-REC TO COPIA-REC
                           WRITE COPIA-REC
                           ADD 1 TO WS-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE MENSALIDADE-OLD-FILE
               CLOSE COPIA-FILE

               OPEN INPUT COPIA-FILE
               OPEN OUTPUT MENSALIDADE-NEW-FILE
               MOVE "N" TO WS-EOF-COPIA
               PERFORM UNTIL FIM-COPIA
                   READ COPIA-FILE
                       AT END
                           MOVE "S" TO WS-EOF-COPIA
                       NOT AT END
                           MOVE COPIA-REC(1:38) TO MENSALIDADE-REC
                           MOVE SPACES TO MN-RESPONSAVEL
                           MOVE SPACES TO MN-DEB-SITUACAO
                           MOVE 0 TO MN-DEB-TENTATIVAS
                           MOVE 0 TO MN-DEB-ULT-TENTATIVA
                           MOVE SPACES TO MN-DEB-MOTIVO
                           WRITE MENSALIDADE-REC
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-GRAVADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE COPIA-FILE
               CLOSE MENSALIDADE-NEW-FILE
               PERFORM CONFERIR-CONTAGEM
           END-IF.

      *    descontos_alunos: 13 para 32 posicoes. Tipo em branco
      *    (regra padrao de renovacao), nunca revisado (periodo,
      *    percentual anterior e data zero, resultado em branco).
       CONVERTER-DESCONTOS-ALUNOS.
           MOVE "descontos_alunos" TO WS-MESTRE
           OPEN INPUT DESCONTO-OLD-FILE
           PERFORM AVALIAR-ABERTURA
           IF MESTRE-A-CONVERTER
               MOVE LOW-VALUES TO DO-ALUNO-ID
               START DESCONTO-OLD-FILE KEY NOT < DO-ALUNO-ID
                   INVALID KEY
                       MOVE "S" TO WS-EOF-OLD
               END-START
               PERFORM UNTIL FIM-ARQUIVO-OLD
                   READ DESCONTO-OLD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-OLD
                       NOT AT END
                           MOVE DESCONTO-OLD-REC TO COPIA-REC
                           WRITE COPIA-REC
                           ADD 1 TO WS-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE DESCONTO-OLD-FILE
               CLOSE COPIA-FILE

               OPEN INPUT COPIA-FILE
               OPEN OUTPUT DESCONTO-NEW-FILE
               MOVE "N" TO WS-EOF-COPIA
               PERFORM UNTIL FIM-COPIA
                   READ COPIA-FILE
                       AT END
                           MOVE "S" TO WS-EOF-COPIA
                       NOT AT END
                           MOVE COPIA-REC(1:13) TO DESCONTO-REC
                           MOVE SPACES TO DA-TIPO
                           MOVE 0 TO DA-PERIODO-REVISAO
                           MOVE SPACES TO DA-RESULTADO-REVISAO
                           MOVE 0 TO DA-PCT-ANTERIOR
                           MOVE 0 TO DA-DATA-REVISAO
                           WRITE DESCONTO-REC
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-GRAVADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE COPIA-FILE
               CLOSE DESCONTO-NEW-FILE
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
               PROGRAMA-NOME BY "ConverterMastersEscola"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
