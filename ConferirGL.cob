      *    a contabilidade - em vez de ouvir deles dois dias depois.
      *    Saques liberados por override no terminal ficam fora da
      *    soma (nao passam pelo lote e nao geram GL).
      *    Os lancamentos da clinica, escola e oficina (ConsolidarGL,
      *    centros de custo da tabela data/gl_plano_contas.dat) ficam
      *    fora das contas do banco e tem conferencia propria por
      *    origem: debitos = creditos, e debitos e resumo da origem
      *    iguais a soma dos eventos levados naquela noite
      *    (data/gl_subsistemas.ant).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GLSUB-ANT-FILE ASSIGN TO "data/gl_subsistemas.ant"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUB-ANT-STATUS.

           SELECT CONTA-GL-FILE ASSIGN TO "data/gl_plano_contas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTA-GL-STATUS.

           SELECT CONFERE-REPORT ASSIGN TO "data/gl_conferencia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  MOVIMENTO-FILE.
       COPY "MOVREC.CPY".

       FD  GL-FILE.
       COPY "GLREC.CPY".

       COPY "GLSBFD.CPY" REPLACING GLSUB-FILE BY GLSUB-ANT-FILE.

       FD  CONTA-GL-FILE.
       COPY "GLPCREC.CPY".

       FD  CONFERE-REPORT.
       01  REPORT-LINE           PIC X(80).
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 WS-GL-STATUS        PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-GLSUB-ANT-STATUS PIC XX.
       01 WS-CONTA-GL-STATUS  PIC XX.
       01 WS-EOF-AUX          PIC X(1).
           88 FIM-AUX             VALUE "S".
       01 WS-EOF-MOVIMENTO    PIC X VALUE "N".
           88 FIM-MOVIMENTO       VALUE "S".
       01 WS-EOF-GL           PIC X VALUE "N".
       01 WS-MOV-SOMA-D       PIC 9(10)V99 VALUE 0.
       01 WS-MOV-SOMA-T       PIC 9(10)V99 VALUE 0.
       01 WS-MOV-SOMA-E       PIC 9(10)V99 VALUE 0.
       01 WS-MOV-SOMA-P       PIC 9(10)V99 VALUE 0.
       01 WS-MOV-SOMA-B       PIC 9(10)V99 VALUE 0.
       01 WS-MOV-QTD-APROV    PIC 9(8) VALUE 0.
       01 WS-TABELA-MOV-AG.
           05 WS-MA-ENT OCCURS 10 TIMES.
       01 WS-GL-RES-DEP       PIC 9(10)V99 VALUE 0.
       01 WS-GL-RES-TRF       PIC 9(10)V99 VALUE 0.
       01 WS-GL-RES-EXT       PIC 9(10)V99 VALUE 0.
       01 WS-GL-RES-POUP      PIC 9(10)V99 VALUE 0.
       01 WS-GL-RES-BOL       PIC 9(10)V99 VALUE 0.
       01 WS-GL-TRL-HASH      PIC 9(10)V99 VALUE 0.
       01 WS-GL-TRL-QTD       PIC 9(8) VALUE 0.
       01 WS-TEM-TRAILER      PIC X(1) VALUE "N".
       01 WS-VALOR-EDIT-2     PIC Z(9)9.99.
       01 WS-IDX-MA           PIC 9(2).
       01 WS-DIVERG-TEXTO     PIC X(40).
      *    Centros de custo dos subsistemas (tabela de contas).
       01 WS-TABELA-CENTROS.
           05 WS-TC-ENT OCCURS 30 TIMES.
               10 TC-CENTRO        PIC 9(3).
               10 TC-ORIGEM        PIC X(8).
       01 WS-QTD-CENTROS      PIC 9(2) VALUE 0.
       01 WS-IDX-TC           PIC 9(2).
      *    Totais por origem: eventos levados (.ant), detalhes e
      *    resumo no arquivo GL.
       01 WS-ORIGENS-TAB.
           05 FILLER PIC X(8) VALUE "CLINICA".
           05 FILLER PIC X(8) VALUE "ESCOLA".
           05 FILLER PIC X(8) VALUE "OFICINA".
       01 WS-ORIGENS-RED REDEFINES WS-ORIGENS-TAB.
           05 WS-ORIGEM OCCURS 3 TIMES PIC X(8).
       01 WS-TABELA-SUBSIST.
           05 WS-SB-ENT OCCURS 3 TIMES.
               10 SB-SOMA-EVENTOS  PIC 9(10)V99.
               10 SB-SOMA-DEB      PIC 9(10)V99.
               10 SB-SOMA-CRED     PIC 9(10)V99.
               10 SB-RESUMO        PIC 9(10)V99.
       01 WS-IDX-OR           PIC 9(1).
       01 WS-OR-CORRENTE      PIC 9(1).
       01 WS-ORIGEM-BUSCA     PIC X(8).

       PROCEDURE DIVISION.
       INICIO.
           END-STRING
           WRITE REPORT-LINE

           INITIALIZE WS-TABELA-SUBSIST
           PERFORM CARREGAR-CENTROS-SUBSIST
           PERFORM TOTALIZAR-MOVIMENTO
           PERFORM TOTALIZAR-EVENTOS-SUBSIST
           PERFORM TOTALIZAR-GL
           PERFORM COMPARAR-TOTAIS
           PERFORM VARYING WS-IDX-OR FROM 1 BY 1
                   UNTIL WS-IDX-OR > 3
               PERFORM COMPARAR-SUBSISTEMA
           END-PERFORM

           IF WS-QTD-ERROS = 0
               MOVE "CONFERENCIA OK - arquivo liberado." TO
                       MOVE "S" TO WS-EOF-MOVIMENTO
                   NOT AT END
      *    So o que o LOTE lancou no GL entra na conta: fora ficam
      *    os tipos da casa (J/I/C/Q/L/K/F/X; o rendimento "P" da
      *    poupanca o lote leva ao GL e entra), os overrides e
      *    liberacoes de revisao do terminal e toda aprovacao de
      *    origem de terminal (marca "T" na coluna 30 do motivo) -
      *    nada disso gera par de GL e viraria divergencia fantasma.
                       IF MV-DATA = WS-HOJE AND MV-RESULTADO = "A"
                               AND MV-TIPO NOT = "J"
                               AND MV-TIPO NOT = "I"
                               AND MV-TIPO NOT = "C"
                               AND MV-TIPO NOT = "Q"
                               AND MV-TIPO NOT = "L"
                               AND MV-TIPO NOT = "K"
                               AND MV-TIPO NOT = "F"
                               AND MV-TIPO NOT = "X"
                               AND MV-MOTIVO(30:1) NOT = "T"
                               AND MV-MOTIVO(1:26) NOT =
                                   "Saque liberado (override)."
                   ADD MV-VALOR TO WS-MOV-SOMA-T
               WHEN "E"
                   ADD MV-VALOR TO WS-MOV-SOMA-E
               WHEN "P"
                   ADD MV-VALOR TO WS-MOV-SOMA-P
      *    Debito de mensalidade ("M") vai no resumo de pagamentos.
               WHEN "B"
               WHEN "M"
                   ADD MV-VALOR TO WS-MOV-SOMA-B
               WHEN OTHER
                   ADD MV-VALOR TO WS-MOV-SOMA-S
           END-EVALUATE
                   ADD GL-VALOR TO WS-GL-HASH
                   IF GL-DC = "D"
                       ADD GL-VALOR TO WS-GL-SOMA-DEB
                   ELSE
                       ADD GL-VALOR TO WS-GL-SOMA-CRED
                   END-IF
                   PERFORM LOCALIZAR-CENTRO-SUBSIST
                   IF WS-OR-CORRENTE > 0
                       IF GL-DC = "D"
                           ADD GL-VALOR TO
                               SB-SOMA-DEB(WS-OR-CORRENTE)
                       ELSE
                           ADD GL-VALOR TO
                               SB-SOMA-CRED(WS-OR-CORRENTE)
                       END-IF
                   ELSE
                       IF GL-DC = "D"
                           PERFORM ACUMULAR-GL-AGENCIA
                       END-IF
                   END-IF
               WHEN "S"
                   ADD GL-VALOR TO WS-GL-HASH
                   EVALUATE GL-CONTA-RAZAO
                           MOVE GL-VALOR TO WS-GL-RES-TRF
                       WHEN "INTERBAN"
                           MOVE GL-VALOR TO WS-GL-RES-EXT
                       WHEN "RENDPOUP"
                           MOVE GL-VALOR TO WS-GL-RES-POUP
                       WHEN "BOLETOS"
                           MOVE GL-VALOR TO WS-GL-RES-BOL
                       WHEN OTHER
                           MOVE GL-CONTA-RAZAO TO WS-ORIGEM-BUSCA
                           PERFORM LOCALIZAR-ORIGEM
                           IF WS-OR-CORRENTE > 0
                               MOVE GL-VALOR TO
                                   SB-RESUMO(WS-OR-CORRENTE)
                           END-IF
                   END-EVALUATE
               WHEN "T"
                   MOVE "S" TO WS-TEM-TRAILER
               MOVE WS-MOV-SOMA-E TO WS-VALOR-EDIT-2
               PERFORM GRAVAR-DIVERGENCIA
           END-IF
           IF WS-GL-RES-POUP NOT = WS-MOV-SOMA-P
               MOVE "Resumo RENDPOUP difere do movimento" TO
                   WS-DIVERG-TEXTO
               MOVE WS-GL-RES-POUP TO WS-VALOR-EDIT-1
               MOVE WS-MOV-SOMA-P TO WS-VALOR-EDIT-2
               PERFORM GRAVAR-DIVERGENCIA
           END-IF
           IF WS-GL-RES-BOL NOT = WS-MOV-SOMA-B
               MOVE "Resumo BOLETOS difere do movimento" TO
                   WS-DIVERG-TEXTO
               MOVE WS-GL-RES-BOL TO WS-VALOR-EDIT-1
               MOVE WS-MOV-SOMA-B TO WS-VALOR-EDIT-2
               PERFORM GRAVAR-DIVERGENCIA
           END-IF

      *    3) Trailer: contagem e hash de controle.
           IF NOT TEM-TRAILER
               END-IF
           END-IF.

       CARREGAR-CENTROS-SUBSIST.
           MOVE "N" TO WS-EOF-AUX
           OPEN INPUT CONTA-GL-FILE
           IF WS-CONTA-GL-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-AUX
           END-IF
           PERFORM UNTIL FIM-AUX
               READ CONTA-GL-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AUX
                   NOT AT END
                       IF CG-ORIGEM NOT = SPACES
                               AND WS-QTD-CENTROS < 30
                           ADD 1 TO WS-QTD-CENTROS
                           MOVE CG-CENTRO TO TC-CENTRO(WS-QTD-CENTROS)
                           MOVE CG-ORIGEM TO TC-ORIGEM(WS-QTD-CENTROS)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONTA-GL-STATUS = "00" OR WS-CONTA-GL-STATUS = "10"
               CLOSE CONTA-GL-FILE
           END-IF.

      *    Soma, por origem, dos eventos que ConsolidarGL levou a
      *    interface nesta noite.
       TOTALIZAR-EVENTOS-SUBSIST.
           MOVE "N" TO WS-EOF-AUX
           OPEN INPUT GLSUB-ANT-FILE
           IF WS-GLSUB-ANT-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-AUX
           END-IF
           PERFORM UNTIL FIM-AUX
               READ GLSUB-ANT-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AUX
                   NOT AT END
                       MOVE GS-ORIGEM TO WS-ORIGEM-BUSCA
                       PERFORM LOCALIZAR-ORIGEM
                       IF WS-OR-CORRENTE > 0
                           ADD GS-VALOR TO
                               SB-SOMA-EVENTOS(WS-OR-CORRENTE)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GLSUB-ANT-STATUS = "00" OR WS-GLSUB-ANT-STATUS = "10"
               CLOSE GLSUB-ANT-FILE
           END-IF.

      *    Detalhe no centro de custo de um subsistema: origem dele
      *    em WS-OR-CORRENTE (zero = lancamento do banco).
       LOCALIZAR-CENTRO-SUBSIST.
           MOVE SPACES TO WS-ORIGEM-BUSCA
           PERFORM VARYING WS-IDX-TC FROM 1 BY 1
                   UNTIL WS-IDX-TC > WS-QTD-CENTROS
               IF TC-CENTRO(WS-IDX-TC) = GL-AGENCIA
                   MOVE TC-ORIGEM(WS-IDX-TC) TO WS-ORIGEM-BUSCA
               END-IF
           END-PERFORM
           PERFORM LOCALIZAR-ORIGEM.

       LOCALIZAR-ORIGEM.
           MOVE 0 TO WS-OR-CORRENTE
           PERFORM VARYING WS-IDX-OR FROM 1 BY 1
                   UNTIL WS-IDX-OR > 3
               IF WS-ORIGEM(WS-IDX-OR) = WS-ORIGEM-BUSCA
                   MOVE WS-IDX-OR TO WS-OR-CORRENTE
               END-IF
           END-PERFORM.

       COMPARAR-SUBSISTEMA.
           IF SB-SOMA-DEB(WS-IDX-OR) NOT = SB-SOMA-CRED(WS-IDX-OR)
               MOVE SPACES TO WS-DIVERG-TEXTO
               STRING "Deb. x cred. " DELIMITED BY SIZE
                      WS-ORIGEM(WS-IDX-OR) DELIMITED BY SPACE
                      " desbalanceados" DELIMITED BY SIZE
                      INTO WS-DIVERG-TEXTO
               END-STRING
               MOVE SB-SOMA-DEB(WS-IDX-OR) TO WS-VALOR-EDIT-1
               MOVE SB-SOMA-CRED(WS-IDX-OR) TO WS-VALOR-EDIT-2
               PERFORM GRAVAR-DIVERGENCIA
           END-IF
           IF SB-SOMA-DEB(WS-IDX-OR) NOT = SB-SOMA-EVENTOS(WS-IDX-OR)
               MOVE SPACES TO WS-DIVERG-TEXTO
               STRING "Debitos " DELIMITED BY SIZE
                      WS-ORIGEM(WS-IDX-OR) DELIMITED BY SPACE
                      " diferem dos eventos" DELIMITED BY SIZE
                      INTO WS-DIVERG-TEXTO
               END-STRING
               MOVE SB-SOMA-DEB(WS-IDX-OR) TO WS-VALOR-EDIT-1
               MOVE SB-SOMA-EVENTOS(WS-IDX-OR) TO WS-VALOR-EDIT-2
               PERFORM GRAVAR-DIVERGENCIA
           END-IF
           IF SB-RESUMO(WS-IDX-OR) NOT = SB-SOMA-EVENTOS(WS-IDX-OR)
               MOVE SPACES TO WS-DIVERG-TEXTO
               STRING "Resumo " DELIMITED BY SIZE
                      WS-ORIGEM(WS-IDX-OR) DELIMITED BY SPACE
                      " difere dos eventos" DELIMITED BY SIZE
                      INTO WS-DIVERG-TEXTO
               END-STRING
               MOVE SB-RESUMO(WS-IDX-OR) TO WS-VALOR-EDIT-1
               MOVE SB-SOMA-EVENTOS(WS-IDX-OR) TO WS-VALOR-EDIT-2
               PERFORM GRAVAR-DIVERGENCIA
           END-IF.

       GRAVAR-DIVERGENCIA.
           ADD 1 TO WS-QTD-ERROS
           MOVE SPACES TO REPORT-LINE
