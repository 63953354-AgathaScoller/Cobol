      *    do console (ALERTREC) sugerindo derrubar os passos
      *    opcionais - o aviso chega enquanto ainda da tempo, nao na
      *    cronica da manha. Relatorio em data/sla_relatorio.txt.
      *    Passo cuja regra de calendario (PLANRGRA.CPY) nao cai na
      *    data de negocio fica fora do monitor, como no
      *    orquestrador.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
           COPY "DNEGWS.CPY".
           COPY "DUTILWS.CPY".
           COPY "PLANRGWS.CPY".
       COPY "RUNHWS.CPY".
       01 WS-PLANO-STATUS    PIC XX.
       01 WS-SLA-PARM-STATUS PIC XX.
       01 WS-MM              PIC 9(2).
      *    Passos do plano com meta, inicio e fim observados.
       01 WS-TABELA-SLA.
           05 WS-SL-ENT OCCURS 90 TIMES.
               10 SL-PASSO         PIC X(8).
               10 SL-PROGRAMA      PIC X(20).
               10 SL-META          PIC 9(3).
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "PLANRGRA.CPY" REPLACING
               ROTINA-NOME     BY AVALIAR-REGRA-CALENDARIO
               ROTINA-SOMA     BY SOMAR-DIAS-UTEIS
               DATA-REFERENCIA BY WS-HOJE.

           COPY "DUTILSOM.CPY" REPLACING
               ROTINA-NOME    BY SOMAR-DIAS-UTEIS
               DATA-INICIAL   BY WS-PRG-UTIL
               QTD-DIAS       BY WS-PRG-SALTOS
               DATA-RESULTADO BY WS-PRG-UTIL.

       CARREGAR-PARM-SLA.
           OPEN INPUT SLA-PARM-FILE
           IF WS-SLA-PARM-STATUS = "00"
                   AT END
                       MOVE "S" TO WS-EOF-PLANO
                   NOT AT END
                       MOVE JP-REGRA TO WS-PRG-REGRA
                       MOVE JP-REGRA-PARM TO WS-PRG-PARM
                       PERFORM AVALIAR-REGRA-CALENDARIO
                       IF JP-PASSO NOT = SPACES AND PASSO-DEVIDO AND
                               WS-QTD-SLA < 90
                           ADD 1 TO WS-QTD-SLA
                           MOVE JP-PASSO TO SL-PASSO(WS-QTD-SLA)
                           MOVE JP-PROGRAMA TO
