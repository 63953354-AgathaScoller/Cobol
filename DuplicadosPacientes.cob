       IDENTIFICATION DIVISION.
       PROGRAM-ID. DuplicadosPacientes.

      *    Candidatos a paciente duplicado no cadastro mestre
      *    (data/pacientes_master.dat): a recepcao as vezes cadastra
      *    a mesma pessoa com dois PM-IDs, e o historico de IMC e a
      *    tendencia ficam partidos ao meio. Compara os pacientes de
      *    mesma data de nascimento e mesmo sexo pelo nome
      *    normalizado (maiusculas, so letras - sem espacos, pontos
      *    ou digitos):
      *      IGUAL     nomes normalizados identicos;
      *      PARECIDO  ate 2 letras de diferenca (distancia de
      *                edicao), o erro de digitacao tipico.
      *    Os pares saem em data/duplicados_pacientes.txt (spool)
      *    para conferencia; a juncao de fato e feita pelo
      *    supervisor em MesclarPacientes. RC 4 quando ha candidato.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACIENTE-MASTER-FILE ASSIGN TO
                   "data/pacientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DUP-SORT ASSIGN TO "data/duplicados_sort.tmp".

           SELECT DUPLICADOS-REPORT ASSIGN TO
                   "data/duplicados_pacientes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY "SPOOLSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "FERRSEL.CPY".

           COPY "DNEGSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  PACIENTE-MASTER-FILE.
       COPY "PACREC.CPY".

       SD  DUP-SORT.
       01  DUP-REC.
           05 DS-NASCIMENTO     PIC 9(8).
           05 DS-SEXO           PIC X(1).
           05 DS-ID             PIC X(10).
           05 DS-NOME           PIC X(20).
           05 DS-NORMALIZADO    PIC X(20).
           05 DS-TAMANHO        PIC 9(2).

       FD  DUPLICADOS-REPORT.
       01  REPORT-LINE          PIC X(100).

       COPY "SPOOLFD.CPY".

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "FERRFD.CPY".

       COPY "DNEGFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
           COPY "SPOOLWS.CPY".
       01 WS-MASTER-STATUS    PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF-MASTER       PIC X VALUE "N".
           88 FIM-MASTER          VALUE "S".
       01 WS-FIM-SORT         PIC X VALUE "N".
           88 FIM-SORT            VALUE "S".
       01 WS-HOJE             PIC 9(8).
       01 WS-QTD-PACIENTES    PIC 9(7) VALUE 0.
       01 WS-QTD-IGUAIS       PIC 9(6) VALUE 0.
       01 WS-QTD-PARECIDOS    PIC 9(6) VALUE 0.
       01 WS-QTD-GRUPO-CHEIO  PIC 9(6) VALUE 0.
      *    Normalizacao do nome.
       01 WS-NOME-ORIGEM      PIC X(20).
       01 WS-NOME-NORMAL      PIC X(20).
       01 WS-TAM-NORMAL       PIC 9(2).
       01 WS-IDX-CAR          PIC 9(2).
      *    Grupo corrente: pacientes de mesma data de nascimento e
      *    sexo.
       01 WS-GRUPO-NASC       PIC 9(8).
       01 WS-GRUPO-SEXO       PIC X(1).
       01 WS-TABELA-GRUPO.
           05 WS-GR-ENT OCCURS 100 TIMES.
               10 GR-ID            PIC X(10).
               10 GR-NOME          PIC X(20).
               10 GR-NORMALIZADO   PIC X(20).
               10 GR-TAMANHO       PIC 9(2).
       01 WS-QTD-GRUPO        PIC 9(3) VALUE 0.
       01 WS-IDX-A            PIC 9(3).
       01 WS-IDX-B            PIC 9(3).
       01 WS-TIPO-PAR         PIC X(8).
      *    Distancia de edicao (Levenshtein) entre os nomes
      *    normalizados de A e B; linha/coluna 1 = prefixo vazio.
       01 WS-LV-TABELA.
           05 WS-LV-LINHA OCCURS 21 TIMES.
               10 LV-CELULA OCCURS 21 TIMES PIC 9(2).
       01 WS-LV-I             PIC 9(2).
       01 WS-LV-J             PIC 9(2).
       01 WS-LV-CUSTO         PIC 9(1).
       01 WS-LV-MENOR         PIC 9(2).
       01 WS-DISTANCIA        PIC 9(2).
       01 WS-DIFERENCA-TAM    PIC S9(2).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO

           MOVE "I" TO HX-TIPO
           MOVE 0 TO HX-REGISTROS
           MOVE 0 TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           OPEN INPUT PACIENTE-MASTER-FILE
           MOVE "pacientes_master.dat" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-MASTER-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           OPEN OUTPUT DUPLICADOS-REPORT
           MOVE "duplicados_pacientes.txt" TO WS-ERR-ARQUIVO
           MOVE "OPEN" TO WS-ERR-OPERACAO
           MOVE WS-REPORT-STATUS TO WS-ERR-STATUS-ALVO
           PERFORM TRATAR-ERRO-ARQUIVO

           MOVE SPACES TO REPORT-LINE
           STRING "Candidatos a paciente duplicado em "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " (mesmo nascimento e sexo)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "TIPO" TO REPORT-LINE(1:4)
           MOVE "NASC" TO REPORT-LINE(10:4)
           MOVE "S" TO REPORT-LINE(19:1)
           MOVE "ID-1" TO REPORT-LINE(21:4)
           MOVE "NOME-1" TO REPORT-LINE(32:6)
           MOVE "ID-2" TO REPORT-LINE(53:4)
           MOVE "NOME-2" TO REPORT-LINE(64:6)
           WRITE REPORT-LINE

           SORT DUP-SORT
               ON ASCENDING KEY DS-NASCIMENTO DS-SEXO DS-ID
               INPUT PROCEDURE IS LER-CADASTRO
               OUTPUT PROCEDURE IS COMPARAR-GRUPOS

           CLOSE PACIENTE-MASTER-FILE

           IF WS-QTD-IGUAIS = 0 AND WS-QTD-PARECIDOS = 0
               MOVE "  nenhum candidato" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Pacientes lidos: " DELIMITED BY SIZE
                  WS-QTD-PACIENTES DELIMITED BY SIZE
                  "  Pares iguais: " DELIMITED BY SIZE
                  WS-QTD-IGUAIS DELIMITED BY SIZE
                  "  Pares parecidos: " DELIMITED BY SIZE
                  WS-QTD-PARECIDOS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-QTD-GRUPO-CHEIO > 0
               MOVE SPACES TO REPORT-LINE
               STRING "Pacientes fora da comparacao (mais de 100 no "
                          DELIMITED BY SIZE
                      "mesmo nascimento e sexo): " DELIMITED BY SIZE
                      WS-QTD-GRUPO-CHEIO DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Juncao: MesclarPacientes (supervisor da recepcao)."
               TO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE DUPLICADOS-REPORT

           MOVE "data/duplicados_pacientes.txt" TO WS-SPOOL-ORIG-NOME
           PERFORM REGISTRAR-SPOOL

           DISPLAY "Duplicados: " WS-QTD-IGUAIS " iguais, "
                   WS-QTD-PARECIDOS " parecidos em "
                   WS-QTD-PACIENTES " pacientes."

           IF (WS-QTD-IGUAIS > 0 OR WS-QTD-PARECIDOS > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-HOJE TO CT-DATA
           MOVE WS-QTD-PACIENTES TO CT-LIDOS
           COMPUTE CT-GRAVADOS = WS-QTD-IGUAIS + WS-QTD-PARECIDOS
           MOVE WS-QTD-GRUPO-CHEIO TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-QTD-IGUAIS TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS

           MOVE "F" TO HX-TIPO
           MOVE WS-QTD-PACIENTES TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

       LER-CADASTRO.
           MOVE LOW-VALUES TO PM-ID
           START PACIENTE-MASTER-FILE KEY NOT < PM-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-MASTER
           END-START

           PERFORM UNTIL FIM-MASTER
               READ PACIENTE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MASTER
                   NOT AT END
                       ADD 1 TO WS-QTD-PACIENTES
                       MOVE PM-NOME TO WS-NOME-ORIGEM
                       PERFORM NORMALIZAR-NOME
                       MOVE PM-NASCIMENTO TO DS-NASCIMENTO
                       MOVE PM-SEXO TO DS-SEXO
                       MOVE PM-ID TO DS-ID
                       MOVE PM-NOME TO DS-NOME
                       MOVE WS-NOME-NORMAL TO DS-NORMALIZADO
                       MOVE WS-TAM-NORMAL TO DS-TAMANHO
                       RELEASE DUP-REC
               END-READ
           END-PERFORM.

      *    Maiusculas e so as letras, na ordem: "Jose  da Silva." e
      *    "JOSE DA SILVA" viram o mesmo "JOSEDASILVA".
       NORMALIZAR-NOME.
           INSPECT WS-NOME-ORIGEM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-NOME-NORMAL
           MOVE 0 TO WS-TAM-NORMAL
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > 20
               IF WS-NOME-ORIGEM(WS-IDX-CAR:1) >= "A"
                       AND WS-NOME-ORIGEM(WS-IDX-CAR:1) <= "Z"
                   ADD 1 TO WS-TAM-NORMAL
                   MOVE WS-NOME-ORIGEM(WS-IDX-CAR:1)
                       TO WS-NOME-NORMAL(WS-TAM-NORMAL:1)
               END-IF
           END-PERFORM.

       COMPARAR-GRUPOS.
           MOVE 0 TO WS-QTD-GRUPO
           PERFORM UNTIL FIM-SORT
               RETURN DUP-SORT
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       IF WS-QTD-GRUPO > 0
                               AND (DS-NASCIMENTO NOT = WS-GRUPO-NASC
                               OR DS-SEXO NOT = WS-GRUPO-SEXO)
                           PERFORM COMPARAR-GRUPO
                           MOVE 0 TO WS-QTD-GRUPO
                       END-IF
                       PERFORM GUARDAR-NO-GRUPO
               END-RETURN
           END-PERFORM
           IF WS-QTD-GRUPO > 0
               PERFORM COMPARAR-GRUPO
           END-IF.

       GUARDAR-NO-GRUPO.
           MOVE DS-NASCIMENTO TO WS-GRUPO-NASC
           MOVE DS-SEXO TO WS-GRUPO-SEXO
           IF WS-QTD-GRUPO < 100
               ADD 1 TO WS-QTD-GRUPO
               MOVE DS-ID TO GR-ID(WS-QTD-GRUPO)
               MOVE DS-NOME TO GR-NOME(WS-QTD-GRUPO)
               MOVE DS-NORMALIZADO TO GR-NORMALIZADO(WS-QTD-GRUPO)
               MOVE DS-TAMANHO TO GR-TAMANHO(WS-QTD-GRUPO)
           ELSE
               ADD 1 TO WS-QTD-GRUPO-CHEIO
           END-IF.

       COMPARAR-GRUPO.
           IF WS-QTD-GRUPO > 1
               PERFORM COMPARAR-PAR
                   VARYING WS-IDX-A FROM 1 BY 1
                       UNTIL WS-IDX-A >= WS-QTD-GRUPO
                   AFTER WS-IDX-B FROM 2 BY 1
                       UNTIL WS-IDX-B > WS-QTD-GRUPO
           END-IF.

       COMPARAR-PAR.
           IF WS-IDX-B > WS-IDX-A
               MOVE SPACES TO WS-TIPO-PAR
      *        Nome sem nenhuma letra nao se compara.
               IF GR-TAMANHO(WS-IDX-A) = 0
                       OR GR-TAMANHO(WS-IDX-B) = 0
                   CONTINUE
               ELSE
               IF GR-NORMALIZADO(WS-IDX-A) = GR-NORMALIZADO(WS-IDX-B)
                   MOVE "IGUAL" TO WS-TIPO-PAR
                   ADD 1 TO WS-QTD-IGUAIS
               ELSE
                   COMPUTE WS-DIFERENCA-TAM = GR-TAMANHO(WS-IDX-A)
                       - GR-TAMANHO(WS-IDX-B)
                   IF WS-DIFERENCA-TAM >= -2 AND WS-DIFERENCA-TAM <= 2
                       PERFORM CALCULAR-DISTANCIA
                       IF WS-DISTANCIA <= 2
                           MOVE "PARECIDO" TO WS-TIPO-PAR
                           ADD 1 TO WS-QTD-PARECIDOS
                       END-IF
                   END-IF
               END-IF
               END-IF
               IF WS-TIPO-PAR NOT = SPACES
                   PERFORM GRAVAR-PAR
               END-IF
           END-IF.

       CALCULAR-DISTANCIA.
           PERFORM VARYING WS-LV-I FROM 1 BY 1
                   UNTIL WS-LV-I > GR-TAMANHO(WS-IDX-A) + 1
               COMPUTE LV-CELULA(WS-LV-I, 1) = WS-LV-I - 1
           END-PERFORM
           PERFORM VARYING WS-LV-J FROM 1 BY 1
                   UNTIL WS-LV-J > GR-TAMANHO(WS-IDX-B) + 1
               COMPUTE LV-CELULA(1, WS-LV-J) = WS-LV-J - 1
           END-PERFORM
           PERFORM CALCULAR-CELULA
               VARYING WS-LV-I FROM 1 BY 1
                   UNTIL WS-LV-I > GR-TAMANHO(WS-IDX-A)
               AFTER WS-LV-J FROM 1 BY 1
                   UNTIL WS-LV-J > GR-TAMANHO(WS-IDX-B)
           COMPUTE WS-LV-I = GR-TAMANHO(WS-IDX-A) + 1
           COMPUTE WS-LV-J = GR-TAMANHO(WS-IDX-B) + 1
           MOVE LV-CELULA(WS-LV-I, WS-LV-J) TO WS-DISTANCIA.

       CALCULAR-CELULA.
           IF GR-NORMALIZADO(WS-IDX-A)(WS-LV-I:1) =
                   GR-NORMALIZADO(WS-IDX-B)(WS-LV-J:1)
               MOVE 0 TO WS-LV-CUSTO
           ELSE
               MOVE 1 TO WS-LV-CUSTO
           END-IF
           COMPUTE WS-LV-MENOR = LV-CELULA(WS-LV-I, WS-LV-J)
               + WS-LV-CUSTO
           IF LV-CELULA(WS-LV-I, WS-LV-J + 1) + 1 < WS-LV-MENOR
               COMPUTE WS-LV-MENOR =
                   LV-CELULA(WS-LV-I, WS-LV-J + 1) + 1
           END-IF
           IF LV-CELULA(WS-LV-I + 1, WS-LV-J) + 1 < WS-LV-MENOR
               COMPUTE WS-LV-MENOR =
                   LV-CELULA(WS-LV-I + 1, WS-LV-J) + 1
           END-IF
           MOVE WS-LV-MENOR TO LV-CELULA(WS-LV-I + 1, WS-LV-J + 1).

       GRAVAR-PAR.
           MOVE SPACES TO REPORT-LINE
           STRING WS-TIPO-PAR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GRUPO-NASC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GRUPO-SEXO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GR-ID(WS-IDX-A) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GR-NOME(WS-IDX-A) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GR-ID(WS-IDX-B) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GR-NOME(WS-IDX-B) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "DuplicadosPacientes".

           COPY "CTLGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-CONTROLE-TOTAIS
               PROGRAMA-NOME BY "DuplicadosPacientes".

           COPY "RUNHGRAV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-HISTORICO-EXECUCAO
               PROGRAMA-NOME BY "DuplicadosPacientes".

           COPY "SPOOLREG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "DuplicadosPacientes".
