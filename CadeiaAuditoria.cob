       IDENTIFICATION DIVISION.
       PROGRAM-ID. CadeiaAuditoria.

      *    Grava uma linha de auditoria com o elo da cadeia: o log
      *    (auditoria_geral.log ou um log datado de saque/senha) era
      *    um sequencial comum, e uma linha apagada ou editada nao
      *    deixava rastro. Quem audita passa o nome do log e o texto
      *    da linha (160 posicoes); a rotina le com trava o ultimo
      *    elo do log no controle data/auditoria_cadeia.dat
      *    (CADFD.CPY), calcula o elo novo sobre o texto
      *    (CADCALC.CPY), acrescenta a linha com " CK=" e o elo nas
      *    colunas 161 a 179 e so entao grava o elo no controle.
      *    Sem o controle a linha ainda e gravada (a auditoria nunca
      *    se perde), encadeada a partir de zero - o que a
      *    verificacao noturna acusa como quebra.
      *    Devolve em LK-STATUS o file status do WRITE no log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           COPY "CADSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-REC.
           05 LOG-TEXTO         PIC X(160).
           05 LOG-ROTULO        PIC X(4).
           05 LOG-CK            PIC 9(15).

       COPY "CADFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "CADWS.CPY".
       01 WS-LOG-NOME        PIC X(44).
       01 WS-LOG-STATUS      PIC XX.
       01 WS-ELO-ANTERIOR    PIC 9(15).
       01 WS-ELO-NOVO        PIC 9(15).
       01 WS-ACHOU-ELO       PIC X(1).
           88 ELO-ENCONTRADO     VALUE "S".
       01 WS-CONTROLE-ABERTO PIC X(1).
           88 CONTROLE-ABERTO    VALUE "S".
       01 WS-TENTATIVA-LOCK  PIC 9(1).
       01 WS-SLEEP-SEG       PIC 9(4) VALUE 1.
       01 WS-HOJE            PIC 9(8).
       01 WS-AGORA           PIC 9(8).

       LINKAGE SECTION.
       01 LK-ARQUIVO         PIC X(44).
       01 LK-TEXTO           PIC X(160).
       01 LK-STATUS          PIC XX.

       PROCEDURE DIVISION USING LK-ARQUIVO LK-TEXTO LK-STATUS.
       INICIO.
           MOVE LK-ARQUIVO TO WS-LOG-NOME
           MOVE 0 TO WS-ELO-ANTERIOR
           MOVE "N" TO WS-ACHOU-ELO

           MOVE "N" TO WS-CONTROLE-ABERTO
           OPEN I-O CADEIA-FILE
           IF WS-CADEIA-STATUS = "35"
               OPEN OUTPUT CADEIA-FILE
               CLOSE CADEIA-FILE
               OPEN I-O CADEIA-FILE
           END-IF
           IF WS-CADEIA-STATUS = "00"
               MOVE "S" TO WS-CONTROLE-ABERTO
               PERFORM LER-ELO-COM-ESPERA
           END-IF

           PERFORM CALCULAR-ELO

           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE LK-TEXTO TO LOG-TEXTO
           MOVE " CK=" TO LOG-ROTULO
           MOVE WS-ELO-NOVO TO LOG-CK
           WRITE LOG-REC
           MOVE WS-LOG-STATUS TO LK-STATUS
           CLOSE LOG-FILE

           IF CONTROLE-ABERTO
               IF LK-STATUS = "00"
                   AND (ELO-ENCONTRADO OR WS-CADEIA-STATUS = "23")
                   PERFORM GRAVAR-ELO
               ELSE
                   UNLOCK CADEIA-FILE
               END-IF
               CLOSE CADEIA-FILE
           END-IF

           GOBACK.

      *    Mesmo protocolo de espera do SegurancaCorp: ate 5
      *    tentativas com 1 segundo entre elas; esgotadas, a linha
      *    sai encadeada a partir de zero e o controle nao e
      *    atualizado - a verificacao noturna aponta a quebra.
       LER-ELO-COM-ESPERA.
           MOVE 0 TO WS-TENTATIVA-LOCK
           PERFORM LER-ELO
           PERFORM UNTIL (WS-CADEIA-STATUS NOT = "51" AND
                   WS-CADEIA-STATUS NOT = "99")
                   OR WS-TENTATIVA-LOCK >= 5
               CALL "C$SLEEP" USING WS-SLEEP-SEG
               END-CALL
               PERFORM LER-ELO
           END-PERFORM.

       LER-ELO.
           ADD 1 TO WS-TENTATIVA-LOCK
           MOVE "N" TO WS-ACHOU-ELO
           MOVE WS-LOG-NOME TO AC-ARQUIVO
           READ CADEIA-FILE WITH LOCK
               INVALID KEY
                   MOVE 0 TO WS-ELO-ANTERIOR
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-ELO
                   MOVE AC-ULTIMO TO WS-ELO-ANTERIOR
           END-READ.

       GRAVAR-ELO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-AGORA FROM TIME
           IF ELO-ENCONTRADO
               MOVE WS-ELO-NOVO TO AC-ULTIMO
               ADD 1 TO AC-QTD
               MOVE WS-HOJE TO AC-DATA
               MOVE WS-AGORA TO AC-HORA
               REWRITE CADEIA-REC
           ELSE
               MOVE WS-LOG-NOME TO AC-ARQUIVO
               MOVE WS-ELO-NOVO TO AC-ULTIMO
               MOVE 1 TO AC-QTD
               MOVE WS-HOJE TO AC-DATA
               MOVE WS-AGORA TO AC-HORA
               WRITE CADEIA-REC
           END-IF.

           COPY "CADCALC.CPY" REPLACING
               ROTINA-NOME     BY CALCULAR-ELO
               CAMPO-TEXTO     BY LK-TEXTO
               CAMPO-ANTERIOR  BY WS-ELO-ANTERIOR
               CAMPO-RESULTADO BY WS-ELO-NOVO.
