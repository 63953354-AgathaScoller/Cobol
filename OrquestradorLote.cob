      *    o par I/F dele. Antes de lancar um passo com cartao de
      *    parametros no plano, o cartao e gravado no arquivo
      *    indicado (o mesmo que PARMCARD.CPY le no programa).
      *    Cada passo traz a regra de calendario do plano (diario,
      *    dia da semana, N-esimo ou ultimo dia util do mes, data
      *    anual - PLANRGRA.CPY), avaliada contra a data de negocio:
      *    passo fora do dia sai como NAODEV, nao e lancado e nao
      *    segura os dependentes; a cronica noturna lista esses
      *    passos a partir do estado gravado aqui. Os cartoes dos
      *    fechamentos mensais usam "&MES"/"&MESANT" no plano, que
      *    viram o AAAAMM do mes da data de negocio ou do anterior.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "QUIESEL.CPY".

           COPY "DNEGSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".
       COPY "PLANOREC.CPY".

       FD  ESTADO-FILE.
       COPY "ORQEREC.CPY".

       FD  PARM-SAIDA-FILE.
       01  PARM-SAIDA-REC       PIC X(20).

       COPY "QUIEFD.CPY".

       COPY "DNEGFD.CPY".

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".
       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "DNEGWS.CPY".
           COPY "DUTILWS.CPY".
           COPY "PLANRGWS.CPY".
       01 WS-PLANO-STATUS    PIC XX.
       01 WS-ESTADO-STATUS   PIC XX.
       01 WS-PARM-SAIDA-STATUS PIC XX.
           88 FIM-ESTADO         VALUE "S".
       01 MODO-EXECUCAO      PIC X(1).
       01 WS-HOJE            PIC 9(8).
       01 WS-DATA-NEGOCIO    PIC 9(8).
       01 WS-MES-CARTAO      PIC 9(6).
       01 FILLER REDEFINES WS-MES-CARTAO.
           05 WS-MES-CARTAO-ANO PIC 9(4).
           05 WS-MES-CARTAO-MES PIC 9(2).
      *    Plano em memoria. PS-RESULTADO: espacos = pendente,
      *    "OK", "FALHA", "PULADO", "NAODEV".
       01 WS-TABELA-PASSOS.
           05 WS-PS-ENT OCCURS 90 TIMES.
               10 PS-PASSO         PIC X(8).
               10 PS-PROGRAMA      PIC X(20).
               10 PS-PARM-ARQ      PIC X(25).
               10 PS-PARM-VALOR    PIC X(20).
               10 PS-PRE-1         PIC X(8).
               10 PS-PRE-2         PIC X(8).
               10 PS-REGRA         PIC X(1).
               10 PS-REGRA-PARM    PIC X(4).
               10 PS-RESULTADO     PIC X(6).
               10 PS-RETORNO       PIC 9(4).
       01 WS-QTD-PASSOS      PIC 9(2) VALUE 0.
       01 WS-QTD-OK          PIC 9(2) VALUE 0.
       01 WS-QTD-FALHAS      PIC 9(2) VALUE 0.
       01 WS-QTD-PULADOS     PIC 9(2) VALUE 0.
       01 WS-QTD-NAO-DEVIDOS PIC 9(2) VALUE 0.
       01 WS-JANELA-STATUS   PIC XX.
       01 WS-AGORA           PIC 9(8).
       01 WS-SINAL-JANELA    PIC X(1).
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM CARREGAR-DATA-NEGOCIO

           DISPLAY "Orquestrador - (N)oite completa ou (R)estart "
                   "do ramo falho? "
               PERFORM CARREGAR-ESTADO-ANTERIOR
           END-IF

           PERFORM MARCAR-PASSOS-NAO-DEVIDOS

      *    Sinal de quiesce: janela de lote aberta - os programas
      *    interativos de atualizacao recusam sessao nova ate o
      *    fechamento (QUIECHK.CPY).

           DISPLAY "Orquestrador: " WS-QTD-OK " OK, "
                   WS-QTD-FALHAS " falhas, " WS-QTD-PULADOS
                   " pulados, " WS-QTD-NAO-DEVIDOS " nao devidos."

           IF WS-QTD-FALHAS > 0
               MOVE 8 TO RETURN-CODE
                       MOVE "S" TO WS-EOF-PLANO
                   NOT AT END
                       IF JP-PASSO NOT = SPACES AND
                               WS-QTD-PASSOS < 90
                           ADD 1 TO WS-QTD-PASSOS
                           MOVE JP-PASSO TO
                               PS-PASSO(WS-QTD-PASSOS)
                               PS-PRE-1(WS-QTD-PASSOS)
                           MOVE JP-PRE-2 TO
                               PS-PRE-2(WS-QTD-PASSOS)
                           MOVE JP-REGRA TO
                               PS-REGRA(WS-QTD-PASSOS)
                           MOVE JP-REGRA-PARM TO
                               PS-REGRA-PARM(WS-QTD-PASSOS)
                           MOVE SPACES TO
                               PS-RESULTADO(WS-QTD-PASSOS)
                           MOVE 0 TO PS-RETORNO(WS-QTD-PASSOS)
               CLOSE ESTADO-FILE
           END-IF.

      *    Regra de calendario de cada passo ainda pendente contra a
      *    data de negocio: o que nao e devido hoje sai como NAODEV.
       MARCAR-PASSOS-NAO-DEVIDOS.
           PERFORM VARYING WS-IDX-PS FROM 1 BY 1
                   UNTIL WS-IDX-PS > WS-QTD-PASSOS
               IF PS-RESULTADO(WS-IDX-PS) = SPACES
                   MOVE PS-REGRA(WS-IDX-PS) TO WS-PRG-REGRA
                   MOVE PS-REGRA-PARM(WS-IDX-PS) TO WS-PRG-PARM
                   PERFORM AVALIAR-REGRA-CALENDARIO
                   IF NOT PASSO-DEVIDO
                       MOVE "NAODEV" TO PS-RESULTADO(WS-IDX-PS)
                       MOVE 0 TO PS-RETORNO(WS-IDX-PS)
                       ADD 1 TO WS-QTD-NAO-DEVIDOS
                       DISPLAY "Passo " PS-PASSO(WS-IDX-PS)
                               " nao devido hoje (regra "
                               PS-REGRA(WS-IDX-PS) " "
                               PS-REGRA-PARM(WS-IDX-PS) ")."
                   END-IF
               END-IF
           END-PERFORM.

      *    Elegivel: pendente com todo pre-requisito declarado em
      *    OK ou fora do dia (pre-requisito falho/pulado segura o
      *    passo ate a varredura final marcar PULADO).
       AVALIAR-ELEGIBILIDADE.
           MOVE "S" TO WS-ELEGIVEL

               PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                       UNTIL WS-IDX-BUSCA > WS-QTD-PASSOS
                   IF PS-PASSO(WS-IDX-BUSCA) = WS-PRE-ALVO AND
                          (PS-RESULTADO(WS-IDX-BUSCA) = "OK" OR
                           PS-RESULTADO(WS-IDX-BUSCA) = "NAODEV")
                       MOVE "S" TO WS-PRE-OK
                   END-IF
               END-PERFORM
               END-STRING
               OPEN OUTPUT PARM-SAIDA-FILE
               MOVE PS-PARM-VALOR(WS-IDX-PS) TO PARM-SAIDA-REC
               MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES-CARTAO
               EVALUATE PS-PARM-VALOR(WS-IDX-PS)
                   WHEN "&MES"
                       MOVE WS-MES-CARTAO TO PARM-SAIDA-REC
                   WHEN "&MESANT"
                       IF WS-MES-CARTAO-MES = 1
                           SUBTRACT 1 FROM WS-MES-CARTAO-ANO
                           MOVE 12 TO WS-MES-CARTAO-MES
                       ELSE
                           SUBTRACT 1 FROM WS-MES-CARTAO-MES
                       END-IF
                       MOVE WS-MES-CARTAO TO PARM-SAIDA-REC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               WRITE PARM-SAIDA-REC
               CLOSE PARM-SAIDA-FILE
           END-IF
               MOVE PS-PASSO(WS-IDX-PS) TO ES-PASSO
               MOVE PS-RESULTADO(WS-IDX-PS) TO ES-RESULTADO
               MOVE PS-RETORNO(WS-IDX-PS) TO ES-RETORNO
               MOVE WS-HOJE TO ES-DATA
               MOVE PS-PROGRAMA(WS-IDX-PS) TO ES-PROGRAMA
               MOVE PS-REGRA(WS-IDX-PS) TO ES-REGRA
               MOVE PS-REGRA-PARM(WS-IDX-PS) TO ES-REGRA-PARM
               WRITE ESTADO-REC
           END-PERFORM
           CLOSE ESTADO-FILE.
           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "OrquestradorLote".

           COPY "PLANRGRA.CPY" REPLACING
               ROTINA-NOME     BY AVALIAR-REGRA-CALENDARIO
               ROTINA-SOMA     BY SOMAR-DIAS-UTEIS
               DATA-REFERENCIA BY WS-DATA-NEGOCIO.

           COPY "DUTILSOM.CPY" REPLACING
               ROTINA-NOME    BY SOMAR-DIAS-UTEIS
               DATA-INICIAL   BY WS-PRG-UTIL
               QTD-DIAS       BY WS-PRG-SALTOS
               DATA-RESULTADO BY WS-PRG-UTIL.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-DATA-NEGOCIO.
