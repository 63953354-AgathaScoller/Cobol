       IDENTIFICATION DIVISION.
       PROGRAM-ID. AvaliarPlanoNutri.

      *    Mede uma visita contra o plano de cuidado nutricional
      *    ativo do paciente (data/planos_nutricao.dat). O peso
      *    esperado na data da visita sai da reta entre o peso
      *    inicial na data de inicio e o peso alvo na data alvo
      *    (passada a data alvo, o esperado e o proprio alvo); meta
      *    em IMC vira peso alvo pela altura medida na visita.
      *      C meta atingida: o peso chegou ao alvo (ou passou dele
      *        no sentido do plano);
      *      A atrasado: o peso esta mais de TOLERANCIA kg do lado
      *        errado do esperado;
      *      N no prazo: os demais.
      *    Visitas atrasadas seguidas acumulam em PN-VISITAS-ATRASO
      *    (a agenda de retornos do lote de IMC antecipa a volta de
      *    quem chega a 2); visita no prazo ou com meta atingida
      *    zera a contagem. A mesma visita registrada de novo no dia
      *    substitui a avaliacao anterior sem contar em dobro.
      *    Sem plano ativo, LK-AVALIACAO volta em branco e nada e
      *    gravado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-FILE ASSIGN TO "data/planos_nutricao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PM-ID
               FILE STATUS IS PLANO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-FILE.
       COPY "PNUTREC.CPY".

       WORKING-STORAGE SECTION.
       01 PLANO-STATUS      PIC XX.
       01 PESO-ALVO         PIC 9(3)V99.
       01 ESPERADO          PIC 9(3)V99.
       01 DIAS-PLANO        PIC 9(5).
       01 DIAS-DECORRIDOS   PIC 9(5).
      *    Folga de balanca e roupa antes de chamar de atraso.
       01 TOLERANCIA        PIC 9V99 VALUE 0.50.

       LINKAGE SECTION.
       01 LK-PACIENTE-ID    PIC X(10).
       01 LK-DATA-VISITA    PIC 9(8).
       01 LK-PESO           PIC 9(3)V99.
       01 LK-ALTURA         PIC 9(1)V99.
       01 LK-AVALIACAO      PIC X(1).
       01 LK-ESPERADO       PIC 9(3)V99.
       01 LK-VISITAS-ATRASO PIC 9(2).

       PROCEDURE DIVISION USING LK-PACIENTE-ID LK-DATA-VISITA
               LK-PESO LK-ALTURA LK-AVALIACAO LK-ESPERADO
               LK-VISITAS-ATRASO.
       INICIO.
           MOVE SPACE TO LK-AVALIACAO
           MOVE 0 TO LK-ESPERADO
           MOVE 0 TO LK-VISITAS-ATRASO

           OPEN I-O PLANO-FILE
           IF PLANO-STATUS = "00"
               MOVE LK-PACIENTE-ID TO PN-PM-ID
               READ PLANO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PN-SITUACAO = "A"
                               AND LK-DATA-VISITA NOT < PN-DATA-INICIO
                           PERFORM AVALIAR-VISITA
                           REWRITE PLANO-NUTRI-REC
                           MOVE PN-ULT-AVALIACAO TO LK-AVALIACAO
                           MOVE PN-ULT-ESPERADO TO LK-ESPERADO
                           MOVE PN-VISITAS-ATRASO TO LK-VISITAS-ATRASO
                       END-IF
               END-READ
               CLOSE PLANO-FILE
           END-IF

           GOBACK.

       AVALIAR-VISITA.
           IF PN-ULT-VISITA = LK-DATA-VISITA
               IF PN-ULT-AVALIACAO = "A" AND PN-VISITAS-ATRASO > 0
                   SUBTRACT 1 FROM PN-VISITAS-ATRASO
               END-IF
           ELSE
               ADD 1 TO PN-QTD-VISITAS
           END-IF

           IF PN-TIPO-META = "I"
               COMPUTE PESO-ALVO ROUNDED =
                   PN-IMC-ALVO * LK-ALTURA * LK-ALTURA
           ELSE
               MOVE PN-PESO-ALVO TO PESO-ALVO
           END-IF

           PERFORM CALCULAR-ESPERADO

           EVALUATE TRUE
               WHEN PESO-ALVO < PN-PESO-INICIAL
                       AND LK-PESO NOT > PESO-ALVO
               WHEN PESO-ALVO NOT < PN-PESO-INICIAL
                       AND LK-PESO NOT < PESO-ALVO
                   MOVE "C" TO PN-ULT-AVALIACAO
                   MOVE 0 TO PN-VISITAS-ATRASO
               WHEN PESO-ALVO < PN-PESO-INICIAL
                       AND LK-PESO > ESPERADO + TOLERANCIA
               WHEN PESO-ALVO > PN-PESO-INICIAL
                       AND LK-PESO + TOLERANCIA < ESPERADO
                   MOVE "A" TO PN-ULT-AVALIACAO
                   IF PN-VISITAS-ATRASO < 99
                       ADD 1 TO PN-VISITAS-ATRASO
                   END-IF
               WHEN OTHER
                   MOVE "N" TO PN-ULT-AVALIACAO
                   MOVE 0 TO PN-VISITAS-ATRASO
           END-EVALUATE

           MOVE LK-DATA-VISITA TO PN-ULT-VISITA
           MOVE LK-PESO TO PN-ULT-PESO
           MOVE ESPERADO TO PN-ULT-ESPERADO.

       CALCULAR-ESPERADO.
           IF LK-DATA-VISITA NOT < PN-DATA-ALVO
                   OR PN-DATA-ALVO NOT > PN-DATA-INICIO
               MOVE PESO-ALVO TO ESPERADO
           ELSE
               COMPUTE DIAS-PLANO =
                   FUNCTION INTEGER-OF-DATE(PN-DATA-ALVO)
                   - FUNCTION INTEGER-OF-DATE(PN-DATA-INICIO)
               COMPUTE DIAS-DECORRIDOS =
                   FUNCTION INTEGER-OF-DATE(LK-DATA-VISITA)
                   - FUNCTION INTEGER-OF-DATE(PN-DATA-INICIO)
               COMPUTE ESPERADO ROUNDED = PN-PESO-INICIAL
                   + (PESO-ALVO - PN-PESO-INICIAL)
                   * DIAS-DECORRIDOS / DIAS-PLANO
           END-IF.
