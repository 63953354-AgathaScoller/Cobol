      *        Obesidade +2;
      *      - pressao: >=140/90 +2, >=130/85 +1;
      *      - cintura: >102 cm (M) ou >88 cm (F) +1.
      *      - exames do laboratorio (data/exames_laboratorio.dat,
      *        coleta mais recente ate 180 dias antes da data de
      *        referencia): glicemia de jejum >=126 +2, >=100 +1;
      *        HDL <40 (M) ou <50 (F) +1; triglicerides >=150 +1;
      *        colesterol total >=240 +1.
      *    0-1 ponto = BAIXO, 2-3 = MODERADO, 4+ = ALTO. Medidas
      *    zeradas (visitas antigas sem as colunas) nao pontuam e o
      *    risco sai so do que foi medido; sem exame recente o
      *    escore e o das medidas da visita. LK-EXAMES volta "S"
      *    quando um exame entrou na conta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAME-LAB-FILE ASSIGN TO
                   "data/exames_laboratorio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-CHAVE
               FILE STATUS IS EXAME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXAME-LAB-FILE.
       COPY "LABREC.CPY".

       WORKING-STORAGE SECTION.
       01 PONTOS            PIC 9(2).
       01 CORTE-CINTURA     PIC 9(3).
       01 CORTE-HDL         PIC 9(3).
       01 EXAME-STATUS      PIC XX.
       01 EXAME-FIM         PIC X(1).
       01 DATA-LIMITE       PIC 9(8).
       01 EXAME-ACHADO      PIC X(1).
       01 EXAME-GUARDADO.
           05 EG-GLICEMIA      PIC 9(3).
           05 EG-COLESTEROL    PIC 9(3).
           05 EG-HDL           PIC 9(3).
           05 EG-TRIGLICERIDES PIC 9(4).

       LINKAGE SECTION.
       01 LK-CLASSIFICACAO  PIC X(15).
       01 LK-CINTURA        PIC 9(3).
       01 LK-SEXO           PIC X(1).
       01 LK-RISCO          PIC X(10).
       01 LK-PACIENTE-ID    PIC X(10).
       01 LK-DATA-REF       PIC 9(8).
       01 LK-EXAMES         PIC X(1).

       PROCEDURE DIVISION USING LK-CLASSIFICACAO LK-SISTOLICA
               LK-DIASTOLICA LK-CINTURA LK-SEXO LK-RISCO
               LK-PACIENTE-ID LK-DATA-REF LK-EXAMES.
       INICIO.
           MOVE 0 TO PONTOS

               END-IF
           END-IF

           PERFORM BUSCAR-EXAME-RECENTE
           MOVE EXAME-ACHADO TO LK-EXAMES
           IF EXAME-ACHADO = "S"
               PERFORM PONTUAR-EXAME
           END-IF

           EVALUATE TRUE
               WHEN PONTOS >= 4
                   MOVE "ALTO" TO LK-RISCO
           END-EVALUATE

           GOBACK.

      *    Exame mais recente do paciente na janela de 180 dias: a
      *    chave e PM-ID + data da coleta, entao o START posiciona
      *    no inicio da janela e a ultima coleta lida ate a data de
      *    referencia e a que vale.
       BUSCAR-EXAME-RECENTE.
           MOVE "N" TO EXAME-ACHADO
           IF LK-PACIENTE-ID NOT = SPACES AND LK-DATA-REF NOT = 0
               OPEN INPUT EXAME-LAB-FILE
               IF EXAME-STATUS = "00"
                   PERFORM LER-JANELA-EXAMES
                   CLOSE EXAME-LAB-FILE
               END-IF
           END-IF.

       LER-JANELA-EXAMES.
           COMPUTE DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LK-DATA-REF) - 180)
           MOVE LK-PACIENTE-ID TO LB-PM-ID
           MOVE DATA-LIMITE TO LB-DATA-COLETA
           MOVE "N" TO EXAME-FIM
           START EXAME-LAB-FILE KEY IS >= LB-CHAVE
               INVALID KEY
                   MOVE "S" TO EXAME-FIM
           END-START

           PERFORM UNTIL EXAME-FIM = "S"
               READ EXAME-LAB-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO EXAME-FIM
                   NOT AT END
                       IF LB-PM-ID NOT = LK-PACIENTE-ID
                               OR LB-DATA-COLETA > LK-DATA-REF
                           MOVE "S" TO EXAME-FIM
                       ELSE
                           MOVE "S" TO EXAME-ACHADO
                           MOVE LB-GLICEMIA TO EG-GLICEMIA
                           MOVE LB-COLESTEROL TO EG-COLESTEROL
                           MOVE LB-HDL TO EG-HDL
                           MOVE LB-TRIGLICERIDES TO EG-TRIGLICERIDES
                       END-IF
               END-READ
           END-PERFORM.

       PONTUAR-EXAME.
           EVALUATE TRUE
               WHEN EG-GLICEMIA >= 126
                   ADD 2 TO PONTOS
               WHEN EG-GLICEMIA >= 100
                   ADD 1 TO PONTOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF EG-HDL > 0
               IF LK-SEXO = "F"
                   MOVE 50 TO CORTE-HDL
               ELSE
                   MOVE 40 TO CORTE-HDL
               END-IF
               IF EG-HDL < CORTE-HDL
                   ADD 1 TO PONTOS
               END-IF
           END-IF

           IF EG-TRIGLICERIDES >= 150
               ADD 1 TO PONTOS
           END-IF

           IF EG-COLESTEROL >= 240
               ADD 1 TO PONTOS
           END-IF.
