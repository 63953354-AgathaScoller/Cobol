      *    de cada curso esta aprovada (inclusive em recuperacao).
      *    O modo (E)mitir varre as matriculas, detecta os alunos
      *    recem-concluidos (sem certificado no registro de emissao),
      *    numera em sequencia (data/certificados_seq.dat, AANNNN,
      *    reiniciada no fechamento anual), grava o
      *    registro e imprime o certificado com a lista de cursos e
      *    medias finais em data/certificados.txt (blocos separados
      *    por salto de pagina, como as cartas da clinica). O modo
      *    (V) reimprime a segunda via com o MESMO numero.
      *    Contam as matriculas ativas e as concluidas no fechamento
      *    do periodo letivo (MT-STATUS "C", FecharPeriodo). O
      *    certificado traz o nome do aluno e vai aos cuidados do
      *    responsavel financeiro (responsaveis.dat) ou, sem ele, do
      *    proprio aluno.
      *    Aproveitamento de estudos aprovado pela coordenacao
      *    (equivalencias.dat, ManterEquivalencias) conta como
      *    aprovacao no curso, com a nota de origem como media, e
      *    sai marcado "(aproveitamento)" no certificado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS CE-ALUNO-ID
               FILE STATUS IS WS-CERTIFICADO-STATUS.

           SELECT ALUNO-FILE ASSIGN TO "data/idadeenota_alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALUNO-ID
               FILE STATUS IS WS-ALUNO-STATUS.

           SELECT RESPONSAVEL-FILE ASSIGN TO "data/responsaveis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CHAVE
               FILE STATUS IS WS-RESPONSAVEL-STATUS.

           SELECT SEQ-FILE ASSIGN TO "data/certificados_seq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EQUIVALENCIA-FILE ASSIGN TO
                   "data/equivalencias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-CHAVE
               FILE STATUS IS WS-EQUIVALENCIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICADO-FILE.
       COPY "CERTREC.CPY".

       FD  ALUNO-FILE.
       COPY "ALUNOREC.CPY".

       FD  RESPONSAVEL-FILE.
       COPY "RESPREC.CPY".

       FD  SEQ-FILE.
       01  SEQ-REC.
           05 SQ-PROXIMO        PIC 9(6).
       FD  CERT-REPORT.
       01  CERT-LINE            PIC X(70).

       FD  EQUIVALENCIA-FILE.
       COPY "EQUIVREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "RESPFWS.CPY".
       01 WS-MATRICULA-STATUS PIC XX.
       01 WS-RESULTADOS-STATUS PIC XX.
       01 WS-CERTIFICADO-STATUS PIC XX.
       01 WS-SEQ-STATUS      PIC XX.
       01 WS-REPORT-STATUS   PIC XX.
       01 WS-EQUIVALENCIA-STATUS PIC XX.
       01 WS-EOF-EQUIV       PIC X(1).
           88 FIM-EQUIVALENCIAS  VALUE "S".
       01 WS-CURSO-NA-TABELA PIC X(1).
       01 WS-EOF-MATRICULA   PIC X(1).
           88 FIM-MATRICULAS     VALUE "S".
       01 WS-EOF-RESULTADO   PIC X(1).
               10 CR-CURSO         PIC X(6).
               10 CR-MEDIA         PIC 9(5)V99.
               10 CR-APROVADO      PIC X(1).
               10 CR-APROVEITAMENTO PIC X(1).
       01 WS-QTD-CURSOS      PIC 9(2).
       01 WS-IDX-CR          PIC 9(2).
       01 WS-ALUNO-ALVO      PIC X(10).
       01 WS-TEM-CERTIFICADO PIC X(1).
       01 WS-MEDIA-EDIT      PIC ZZ9.99.
       01 WS-PRIMEIRA-FOLHA  PIC X(1) VALUE "S".
       01 WS-NOME-ALUNO      PIC X(20).
       01 WS-NOME-FINANCEIRO PIC X(20).

       PROCEDURE DIVISION.
       INICIO.
               CLOSE SEQ-FILE
           END-IF

           OPEN INPUT ALUNO-FILE
           IF WS-ALUNO-STATUS = "00"
               MOVE "S" TO WS-RF-ALUNO-ABERTO
           END-IF
           OPEN INPUT RESPONSAVEL-FILE
           IF WS-RESPONSAVEL-STATUS = "00"
               MOVE "S" TO WS-RF-RESP-ABERTO
           END-IF

           OPEN EXTEND CERT-REPORT
           IF WS-REPORT-STATUS = "35"
               OPEN OUTPUT CERT-REPORT
       FECHAR-ARQUIVOS.
           CLOSE CERT-REPORT
           CLOSE CERTIFICADO-FILE
           IF WS-RF-RESP-ABERTO = "S"
               CLOSE RESPONSAVEL-FILE
           END-IF
           IF WS-RF-ALUNO-ABERTO = "S"
               CLOSE ALUNO-FILE
           END-IF

           OPEN OUTPUT SEQ-FILE
           MOVE WS-PROXIMO-NUMERO TO SQ-PROXIMO
                   AT END
                       MOVE "S" TO WS-EOF-MATRICULA
                   NOT AT END
                       IF MT-STATUS = "A" OR MT-STATUS = "C"
                           MOVE "N" TO WS-JA-NA-TABELA
                           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                                   UNTIL WS-IDX-ALU > WS-QTD-ALUNOS
           ELSE
               PERFORM CARREGAR-CURSOS-DO-ALUNO
               PERFORM VERIFICAR-APROVACOES
               PERFORM VERIFICAR-EQUIVALENCIAS

               MOVE "S" TO WS-COMPLETO
               IF WS-QTD-CURSOS = 0
                       MOVE "S" TO WS-EOF-MATRICULA
                   NOT AT END
                       IF MT-ALUNO-ID = WS-ALUNO-ALVO AND
                               (MT-STATUS = "A" OR MT-STATUS = "C") AND
                               WS-QTD-CURSOS < 15
                           ADD 1 TO WS-QTD-CURSOS
                           MOVE MT-CURSO-COD TO
                               CR-CURSO(WS-QTD-CURSOS)
                           MOVE 0 TO CR-MEDIA(WS-QTD-CURSOS)
                           MOVE "N" TO CR-APROVADO(WS-QTD-CURSOS)
                           MOVE "N" TO
                               CR-APROVEITAMENTO(WS-QTD-CURSOS)
                       END-IF
               END-READ
           END-PERFORM
               END-IF
           END-PERFORM.

      *    Equivalencias aprovadas do aluno: curso ainda nao
      *    aprovado nos resultados passa a aprovado por
      *    aproveitamento; curso aproveitado fora das matriculas
      *    entra na lista do certificado.
       VERIFICAR-EQUIVALENCIAS.
           MOVE "N" TO WS-EOF-EQUIV
           OPEN INPUT EQUIVALENCIA-FILE
           IF WS-EQUIVALENCIA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-EQUIV
           ELSE
               MOVE WS-ALUNO-ALVO TO EQ-ALUNO-ID
               MOVE LOW-VALUES TO EQ-CURSO-COD
               START EQUIVALENCIA-FILE KEY NOT < EQ-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-EQUIV
               END-START
           END-IF

           PERFORM UNTIL FIM-EQUIVALENCIAS
               READ EQUIVALENCIA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-EQUIV
                   NOT AT END
                       IF EQ-ALUNO-ID NOT = WS-ALUNO-ALVO
                           MOVE "S" TO WS-EOF-EQUIV
                       ELSE
                       IF EQ-SITUACAO = "A"
                           PERFORM APLICAR-EQUIVALENCIA
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-EQUIVALENCIA-STATUS = "00" OR
                   WS-EQUIVALENCIA-STATUS = "10" OR
                   WS-EQUIVALENCIA-STATUS = "23"
               CLOSE EQUIVALENCIA-FILE
           END-IF.

       APLICAR-EQUIVALENCIA.
           MOVE "N" TO WS-CURSO-NA-TABELA
           PERFORM VARYING WS-IDX-CR FROM 1 BY 1
                   UNTIL WS-IDX-CR > WS-QTD-CURSOS
               IF CR-CURSO(WS-IDX-CR) = EQ-CURSO-COD
                   MOVE "S" TO WS-CURSO-NA-TABELA
                   IF CR-APROVADO(WS-IDX-CR) NOT = "S"
                       MOVE "S" TO CR-APROVADO(WS-IDX-CR)
                       MOVE "S" TO CR-APROVEITAMENTO(WS-IDX-CR)
                       MOVE EQ-NOTA TO CR-MEDIA(WS-IDX-CR)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CURSO-NA-TABELA = "N" AND WS-QTD-CURSOS < 15
               ADD 1 TO WS-QTD-CURSOS
               MOVE EQ-CURSO-COD TO CR-CURSO(WS-QTD-CURSOS)
               MOVE EQ-NOTA TO CR-MEDIA(WS-QTD-CURSOS)
               MOVE "S" TO CR-APROVADO(WS-QTD-CURSOS)
               MOVE "S" TO CR-APROVEITAMENTO(WS-QTD-CURSOS)
           END-IF.

       EMITIR-CERTIFICADO.
           MOVE WS-ALUNO-ALVO TO CE-ALUNO-ID
           MOVE WS-PROXIMO-NUMERO TO CE-NUMERO
               NOT INVALID KEY
                   PERFORM CARREGAR-CURSOS-DO-ALUNO
                   PERFORM VERIFICAR-APROVACOES
                   PERFORM VERIFICAR-EQUIVALENCIAS
                   PERFORM IMPRIMIR-CERTIFICADO
                   ADD 1 TO WS-QTD-EMITIDOS
                   DISPLAY "Segunda via numero " CE-NUMERO
           END-STRING
           WRITE CERT-LINE

           PERFORM BUSCAR-NOMES-CERTIFICADO
           MOVE SPACES TO CERT-LINE
           STRING "Aluno: " DELIMITED BY SIZE
                  WS-ALUNO-ALVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-ALUNO DELIMITED BY SIZE
                  INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE

           IF WS-NOME-FINANCEIRO NOT = SPACES
               MOVE SPACES TO CERT-LINE
               STRING "Aos cuidados de: " DELIMITED BY SIZE
                      WS-NOME-FINANCEIRO DELIMITED BY SIZE
                      INTO CERT-LINE
               END-STRING
               WRITE CERT-LINE
           END-IF

           MOVE "Cursos concluidos e medias finais:" TO CERT-LINE
           WRITE CERT-LINE

                      WS-MEDIA-EDIT DELIMITED BY SIZE
                      INTO CERT-LINE
               END-STRING
               IF CR-APROVEITAMENTO(WS-IDX-CR) = "S"
                   MOVE "(aproveitamento)" TO CERT-LINE(30:16)
               END-IF
               WRITE CERT-LINE
           END-PERFORM

           MOVE "Secretaria Escolar" TO CERT-LINE
           WRITE CERT-LINE.

      *    Nome do aluno no cadastro e de quem recebe o certificado
      *    (responsavel financeiro ou o proprio aluno).
       BUSCAR-NOMES-CERTIFICADO.
           PERFORM BUSCAR-RESPONSAVEL-FINANCEIRO
           MOVE SPACES TO WS-NOME-ALUNO
           IF WS-RF-ALUNO-ABERTO = "S"
               MOVE WS-ALUNO-ALVO TO AL-ALUNO-ID
               READ ALUNO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-NOME TO WS-NOME-ALUNO
               END-READ
           END-IF.

           COPY "RESPFIN.CPY" REPLACING
               ROTINA-NOME  BY BUSCAR-RESPONSAVEL-FINANCEIRO
               ALUNO-CHAVE  BY WS-ALUNO-ALVO
               NOME-SAIDA   BY WS-NOME-FINANCEIRO.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "EmitirCertificados"
