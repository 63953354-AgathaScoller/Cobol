      *    grava os arquivos individuais que os usuarios a jusante
      *    ja esperam: vogais_relatorio.txt, palindromo_rel.txt e
      *    texto_saida.txt.
      *    Com o manifesto data/texto_manifesto.dat (arquivo, titulo
      *    e departamento dono, um documento por linha) o passo
      *    processa todos os documentos da lista numa execucao: cada
      *    relatorio ganha uma secao por documento, e o combinado
      *    fecha com os totais do lote inteiro (classes de
      *    caracteres, palavras e frequencia, palindromos, expurgo)
      *    e o ranking dos documentos com mais termos sensiveis
      *    expurgados. Documento da lista que nao abre sai no
      *    relatorio e termina o passo com RC 4. Sem o manifesto o
      *    passo le apenas data/texto_entrada.txt, como sempre.
      *    A concordancia (KWIC) para a revisao juridica sai em
      *    data/concordancia.txt: cada ocorrencia das palavras-chave
      *    com documento, linha e uma janela fixa de texto de cada
      *    lado, alinhada na palavra. As palavras-chave vem de
      *    data/kwic_parametros.dat (tipo "P"); sem elas entram as N
      *    mais frequentes (tipo "N", padrao 10) fora da lista de
      *    palavras vazias (tipo "V"). Forma acentuada e sem acento
      *    agrupam juntas, pela normalizacao de ContarVogais.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFESTO-FILE ASSIGN TO "data/texto_manifesto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTO-STATUS.

           SELECT TEXTO-FILE ASSIGN TO DYNAMIC WS-TEXTO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEXTO-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDIGIDO-STATUS.

           SELECT SORT-WORK ASSIGN TO "data/texto_sort.tmp".

      *    Concordancia (KWIC): parametros, ocorrencias gravadas na
      *    passada de leitura e ordenadas por palavra-chave depois.
           SELECT KWIC-PARM-FILE ASSIGN TO "data/kwic_parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KWIC-PARM-STATUS.

           SELECT KWIC-TRAB-FILE ASSIGN TO "data/kwic_trab.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KWIC-TRAB-STATUS.

           SELECT CONCORDANCIA-REPORT ASSIGN TO
                   "data/concordancia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONCORD-STATUS.

           SELECT SORT-KWIC ASSIGN TO "data/kwic_sort.tmp".

           COPY "DNEGSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFESTO-FILE.
       01  MANIFESTO-REC.
           05 MF-ARQUIVO        PIC X(40).
           05 MF-TITULO         PIC X(30).
           05 MF-DEPARTAMENTO   PIC X(10).

       FD  TEXTO-FILE.
       01  TEXTO-REC            PIC X(100).

       FD  REDIGIDO-FILE.
       01  REDIGIDO-REC         PIC X(100).

      *    Ranking do lote: mais termos expurgados primeiro.
       SD  SORT-WORK.
       01  SORT-REC.
           05 SR-TERMOS         PIC 9(5).
           05 SR-TOTAL-RED      PIC 9(6).
           05 SR-DOCUMENTO      PIC 9(3).

      *    Parametro da concordancia: "P" palavra-chave, "V" palavra
      *    vazia (fora do ranking de frequencia), "N" quantidade de
      *    mais frequentes (2 digitos) quando nao ha palavra-chave.
       FD  KWIC-PARM-FILE.
       01  KWIC-PARM-REC.
           05 KP-TIPO           PIC X(1).
           05 KP-VALOR          PIC X(20).

      *    Uma ocorrencia de palavra: forma normalizada, posicao e
      *    as janelas de texto a esquerda e a partir da palavra.
       FD  KWIC-TRAB-FILE.
       01  KWIC-TRAB-REC.
           05 KT-PALAVRA        PIC X(20).
           05 KT-DOCUMENTO      PIC 9(3).
           05 KT-LINHA          PIC 9(4).
           05 KT-POSICAO        PIC 9(3).
           05 KT-ESQUERDA       PIC X(30).
           05 KT-DIREITA        PIC X(50).

       FD  CONCORDANCIA-REPORT.
       01  CONCORDANCIA-LINE    PIC X(100).

       SD  SORT-KWIC.
       01  SORT-KWIC-REC.
           05 SK-ORDEM          PIC 9(2).
           05 SK-DOCUMENTO      PIC 9(3).
           05 SK-LINHA          PIC 9(4).
           05 SK-POSICAO        PIC 9(3).
           05 SK-ESQUERDA       PIC X(30).
           05 SK-DIREITA        PIC X(50).

       COPY "DNEGFD.CPY".

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "DNEGWS.CPY".
       COPY "RUNHWS.CPY".
       01 WS-EOF-TEXTO      PIC X VALUE "N".
           88 FIM-TEXTO         VALUE "S".
       01 WS-LINHA-NUM      PIC 9(4) VALUE 0.
       01 WS-MANIFESTO-STATUS PIC XX.
       01 WS-EOF-MANIFESTO  PIC X VALUE "N".
           88 FIM-MANIFESTO     VALUE "S".
       01 WS-MODO-MANIFESTO PIC X VALUE "N".
           88 MODO-MANIFESTO    VALUE "S".
       01 WS-TEXTO-NOME     PIC X(40) VALUE "data/texto_entrada.txt".
       01 WS-DOC-TITULO     PIC X(30).
       01 WS-DOC-DEPTO      PIC X(10).
       01 WS-FIM-SORT       PIC X VALUE "N".
           88 FIM-SORT          VALUE "S".
       01 WS-RANK           PIC 9(3) VALUE 0.

      *    Documentos do lote e totais do lote inteiro (modo
      *    manifesto).
       01 WS-QTD-DOCUMENTOS PIC 9(3) VALUE 0.
       01 WS-QTD-DOC-LIDOS  PIC 9(3) VALUE 0.
       01 WS-QTD-DOC-AUSENTES PIC 9(3) VALUE 0.
       01 WS-IDX-DOC        PIC 9(3).
       01 WS-TABELA-DOCUMENTOS.
           05 WS-DC-ENT OCCURS 100 TIMES.
               10 DC-TITULO        PIC X(30).
               10 DC-DEPARTAMENTO  PIC X(10).
               10 DC-LINHAS        PIC 9(4).
               10 DC-PALAVRAS      PIC 9(5).
               10 DC-RED-TERMOS    PIC 9(5).
               10 DC-RED-CPF       PIC 9(5).
               10 DC-RED-NUM       PIC 9(5).
       01 WS-LT-LINHAS      PIC 9(6) VALUE 0.
       01 WS-LT-VOGAIS      PIC 9(7) VALUE 0.
       01 WS-LT-CONSOANTES  PIC 9(7) VALUE 0.
       01 WS-LT-DIGITOS     PIC 9(7) VALUE 0.
       01 WS-LT-OUTROS      PIC 9(7) VALUE 0.
       01 WS-LT-PALAVRAS    PIC 9(7) VALUE 0.
       01 WS-LT-SOMA-LEN    PIC 9(8) VALUE 0.
       01 WS-LT-MEDIA-LEN   PIC 9(3)V99.
       01 WS-LT-MAIOR-PALAVRA PIC X(20) VALUE SPACES.
       01 WS-LT-MAIOR-LEN   PIC 9(2) VALUE 0.
       01 WS-LT-PALINDROMOS PIC 9(6) VALUE 0.
       01 WS-LT-RED-TERMOS  PIC 9(6) VALUE 0.
       01 WS-LT-RED-CPF     PIC 9(6) VALUE 0.
       01 WS-LT-RED-NUM     PIC 9(6) VALUE 0.
       01 TABELA-UNICAS-LOTE.
           05 PALAVRA-UNICA-LOTE OCCURS 500 TIMES.
               10 PL-PALAVRA    PIC X(20).
               10 PL-CONTADOR   PIC 9(6).
       01 QTD-UNICAS-LOTE   PIC 9(3) VALUE 0.
       01 K                 PIC 9(3).

       01 FRASE             PIC X(100).
       01 WS-FRASE-NORM     PIC X(100).
       01 WS-QTD-RED-CPF    PIC 9(5) VALUE 0.
       01 WS-QTD-RED-NUM    PIC 9(5) VALUE 0.

      *    Concordancia (KWIC).
       01 WS-KWIC-PARM-STATUS PIC XX.
       01 WS-KWIC-TRAB-STATUS PIC XX.
       01 WS-CONCORD-STATUS PIC XX.
       01 WS-EOF-KWIC       PIC X(1).
           88 FIM-KWIC          VALUE "S".
       01 WS-FIM-SORT-KWIC  PIC X VALUE "N".
           88 FIM-SORT-KWIC     VALUE "S".
       01 WS-KWIC-TOP-N     PIC 9(2) VALUE 10.
       01 WS-PALAVRA-NORM   PIC X(20).
       01 WS-POS-NORM       PIC 9(3).
       01 WS-KWIC-INICIO    PIC 9(3).
       01 WS-KWIC-LEN       PIC 9(3).
       01 WS-KWIC-ORDEM-ANT PIC 9(2).
       01 WS-KWIC-MAIOR     PIC 9(6).
       01 WS-KWIC-ESCOLHIDA PIC 9(3).
       01 WS-QTD-CHAVES     PIC 9(2) VALUE 0.
       01 WS-IDX-KC         PIC 9(2).
       01 WS-TABELA-CHAVES.
           05 WS-KC-ENT OCCURS 20 TIMES.
               10 KC-PALAVRA       PIC X(20).
               10 KC-QTD           PIC 9(5).
       01 WS-QTD-VAZIAS     PIC 9(3) VALUE 0.
       01 WS-IDX-KV         PIC 9(3).
       01 WS-TABELA-VAZIAS.
           05 KV-PALAVRA OCCURS 100 TIMES PIC X(20).
       01 WS-QTD-KWIC-FREQ  PIC 9(3) VALUE 0.
       01 WS-IDX-KF         PIC 9(3).
       01 WS-TABELA-KWIC-FREQ.
           05 WS-KF-ENT OCCURS 500 TIMES.
               10 KF-PALAVRA       PIC X(20).
               10 KF-CONTADOR      PIC 9(6).
               10 KF-SITUACAO      PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           MOVE WS-HOJE TO WS-AUDIT-DATA-NEG

      *    Com o manifesto presente o passo segue a lista; sem ele
      *    le o texto unico de sempre, que entao e obrigatorio.
           OPEN INPUT MANIFESTO-FILE
           IF WS-MANIFESTO-STATUS = "00"
               MOVE "S" TO WS-MODO-MANIFESTO
           ELSE
               OPEN INPUT TEXTO-FILE
               IF WS-TEXTO-STATUS NOT = "00"
                   DISPLAY "Arquivo de texto nao disponivel."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE TEXTO-FILE
           END-IF

      *    Registro "I" do historico de execucao (cronica noturna).
           OPEN OUTPUT REDIGIDO-FILE

           PERFORM CARREGAR-TERMOS-SENSIVEIS
           PERFORM CARREGAR-PARAMETROS-KWIC
           OPEN OUTPUT KWIC-TRAB-FILE

           MOVE "Analise de texto - passada unica" TO ANALISE-LINE
           WRITE ANALISE-LINE

           IF MODO-MANIFESTO
               PERFORM UNTIL FIM-MANIFESTO
                   READ MANIFESTO-FILE
                       AT END
                           MOVE "S" TO WS-EOF-MANIFESTO
                       NOT AT END
                           IF MF-ARQUIVO NOT = SPACES
                               MOVE MF-ARQUIVO TO WS-TEXTO-NOME
                               MOVE MF-TITULO TO WS-DOC-TITULO
                               MOVE MF-DEPARTAMENTO TO WS-DOC-DEPTO
                               PERFORM PROCESSAR-DOCUMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFESTO-FILE
               PERFORM GRAVAR-TOTAIS-LOTE
               PERFORM GRAVAR-RANKING-EXPURGO
           ELSE
               MOVE "texto_entrada.txt" TO WS-DOC-TITULO
               MOVE SPACES TO WS-DOC-DEPTO
               PERFORM PROCESSAR-DOCUMENTO
           END-IF

           CLOSE ANALISE-REPORT
           CLOSE VOGAIS-REPORT
           CLOSE PALINDROMO-REPORT
           CLOSE TEXTO-SAIDA-FILE
           CLOSE REDIGIDO-FILE

           CLOSE KWIC-TRAB-FILE
           PERFORM GERAR-CONCORDANCIA

           DISPLAY "Analise de texto concluida. Documentos: "
                   WS-QTD-DOC-LIDOS " Linhas: " WS-LT-LINHAS

      *    Registro de totais de controle para o resumo operacional,
      *    carimbado com a data de negocio (a mesma que o resumo usa
      *    para casar os registros do dia). Documento do manifesto
      *    que nao abriu conta como rejeitado.
           MOVE WS-HOJE TO CT-DATA
           MOVE WS-LT-LINHAS TO CT-LIDOS
           MOVE WS-LT-LINHAS TO CT-GRAVADOS
           MOVE WS-QTD-DOC-AUSENTES TO CT-REJEITADOS
           MOVE 0 TO CT-RECICLADOS
           MOVE WS-LT-VOGAIS TO CT-TOTAL-CHAVE
           MOVE WS-QTD-DOC-LIDOS TO WS-CONTROLE-DOCUMENTOS
           PERFORM GRAVAR-CONTROLE-TOTAIS

      *    Entrada obrigatoria vazia termina com RC 8 (COND do
      *    NTLYBATCH); documento do manifesto ausente, com RC 4.
           EVALUATE TRUE
               WHEN WS-LT-LINHAS = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTD-DOC-AUSENTES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           STRING "DOCUMENTOS=" DELIMITED BY SIZE
                  WS-QTD-DOC-LIDOS DELIMITED BY SIZE
                  " LINHAS=" DELIMITED BY SIZE
                  WS-LT-LINHAS DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           STRING "PALAVRAS=" DELIMITED BY SIZE
                  WS-LT-PALAVRAS DELIMITED BY SIZE
                  " PALINDROMOS=" DELIMITED BY SIZE
                  WS-LT-PALINDROMOS DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           END-STRING
           PERFORM REGISTRAR-AUDITORIA

      *    Registro "F" do historico de execucao (cronica noturna).
           MOVE "F" TO HX-TIPO
           MOVE WS-LT-LINHAS TO HX-REGISTROS
           MOVE RETURN-CODE TO HX-RETORNO
           PERFORM GRAVAR-HISTORICO-EXECUCAO

           GOBACK.

      *    Um documento: zera os contadores do documento, abre a
      *    secao em cada relatorio (modo manifesto), analisa as
      *    linhas, grava os totais do documento e soma no lote.
       PROCESSAR-DOCUMENTO.
           ADD 1 TO WS-QTD-DOCUMENTOS
           PERFORM ZERAR-CONTADORES-DOCUMENTO

           MOVE "N" TO WS-EOF-TEXTO
           OPEN INPUT TEXTO-FILE
           IF WS-TEXTO-STATUS NOT = "00"
               ADD 1 TO WS-QTD-DOC-AUSENTES
               MOVE SPACES TO ANALISE-LINE
               STRING "Documento " DELIMITED BY SIZE
                      WS-QTD-DOCUMENTOS DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TEXTO-NOME) DELIMITED BY SIZE
                      ") nao disponivel - status " DELIMITED BY SIZE
                      WS-TEXTO-STATUS DELIMITED BY SIZE
                      INTO ANALISE-LINE
               END-STRING
               WRITE ANALISE-LINE
           ELSE
               ADD 1 TO WS-QTD-DOC-LIDOS
               IF MODO-MANIFESTO
                   PERFORM GRAVAR-CABECALHO-DOCUMENTO
               END-IF
               PERFORM UNTIL FIM-TEXTO
                   READ TEXTO-FILE
                       AT END
                           MOVE "S" TO WS-EOF-TEXTO
                       NOT AT END
                           ADD 1 TO WS-LINHA-NUM
                           MOVE TEXTO-REC TO FRASE
                           PERFORM ANALISAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE TEXTO-FILE
               PERFORM GRAVAR-TOTAIS
               PERFORM ACUMULAR-LOTE
           END-IF.

       ZERAR-CONTADORES-DOCUMENTO.
           MOVE 0 TO WS-LINHA-NUM
           MOVE 0 TO WS-TOTAL-VOGAIS
           MOVE 0 TO WS-TOTAL-CONSOANTES
           MOVE 0 TO WS-TOTAL-DIGITOS
           MOVE 0 TO WS-TOTAL-OUTROS
           MOVE 0 TO WS-QTD-PALAVRAS
           MOVE 0 TO WS-SOMA-LEN
           MOVE SPACES TO WS-MAIOR-PALAVRA
           MOVE 0 TO WS-MAIOR-LEN
           MOVE 0 TO QTD-UNICAS
           MOVE 0 TO WS-QTD-PALINDROMOS
           MOVE 0 TO WS-QTD-RED-TERMOS
           MOVE 0 TO WS-QTD-RED-CPF
           MOVE 0 TO WS-QTD-RED-NUM.

      *    Abertura da secao do documento em cada arquivo de saida.
       GRAVAR-CABECALHO-DOCUMENTO.
           MOVE SPACES TO ANALISE-LINE
           STRING "=== Documento " DELIMITED BY SIZE
                  WS-QTD-DOCUMENTOS DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-DOC-TITULO DELIMITED BY SIZE
                  " depto " DELIMITED BY SIZE
                  WS-DOC-DEPTO DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TEXTO-NOME) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO ANALISE-LINE
           END-STRING
           WRITE ANALISE-LINE

           MOVE ANALISE-LINE TO VOGAIS-REPORT-LINE
           WRITE VOGAIS-REPORT-LINE
           MOVE ANALISE-LINE TO PALINDROMO-REPORT-LINE
           WRITE PALINDROMO-REPORT-LINE
           MOVE ANALISE-LINE TO TEXTO-SAIDA-REC
           WRITE TEXTO-SAIDA-REC
           MOVE ANALISE-LINE TO REDIGIDO-REC
           WRITE REDIGIDO-REC.

      *    Soma o documento nos totais do lote, guarda a linha dele
      *    para o ranking e junta a frequencia de palavras.
       ACUMULAR-LOTE.
           ADD WS-LINHA-NUM TO WS-LT-LINHAS
           ADD WS-TOTAL-VOGAIS TO WS-LT-VOGAIS
           ADD WS-TOTAL-CONSOANTES TO WS-LT-CONSOANTES
           ADD WS-TOTAL-DIGITOS TO WS-LT-DIGITOS
           ADD WS-TOTAL-OUTROS TO WS-LT-OUTROS
           ADD WS-QTD-PALAVRAS TO WS-LT-PALAVRAS
           ADD WS-SOMA-LEN TO WS-LT-SOMA-LEN
           ADD WS-QTD-PALINDROMOS TO WS-LT-PALINDROMOS
           ADD WS-QTD-RED-TERMOS TO WS-LT-RED-TERMOS
           ADD WS-QTD-RED-CPF TO WS-LT-RED-CPF
           ADD WS-QTD-RED-NUM TO WS-LT-RED-NUM
           IF WS-MAIOR-LEN > WS-LT-MAIOR-LEN
               MOVE WS-MAIOR-LEN TO WS-LT-MAIOR-LEN
               MOVE WS-MAIOR-PALAVRA TO WS-LT-MAIOR-PALAVRA
           END-IF

           IF WS-QTD-DOC-LIDOS <= 100
               MOVE WS-QTD-DOC-LIDOS TO WS-IDX-DOC
               MOVE WS-DOC-TITULO TO DC-TITULO(WS-IDX-DOC)
               MOVE WS-DOC-DEPTO TO DC-DEPARTAMENTO(WS-IDX-DOC)
               MOVE WS-LINHA-NUM TO DC-LINHAS(WS-IDX-DOC)
               MOVE WS-QTD-PALAVRAS TO DC-PALAVRAS(WS-IDX-DOC)
               MOVE WS-QTD-RED-TERMOS TO DC-RED-TERMOS(WS-IDX-DOC)
               MOVE WS-QTD-RED-CPF TO DC-RED-CPF(WS-IDX-DOC)
               MOVE WS-QTD-RED-NUM TO DC-RED-NUM(WS-IDX-DOC)
           END-IF

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QTD-UNICAS
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > QTD-UNICAS-LOTE OR ACHOU-PALAVRA
                   IF PL-PALAVRA(K) = PU-PALAVRA(J)
                       ADD PU-CONTADOR(J) TO PL-CONTADOR(K)
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF NOT ACHOU-PALAVRA AND QTD-UNICAS-LOTE < 500
                   ADD 1 TO QTD-UNICAS-LOTE
                   MOVE PU-PALAVRA(J) TO PL-PALAVRA(QTD-UNICAS-LOTE)
                   MOVE PU-CONTADOR(J) TO PL-CONTADOR(QTD-UNICAS-LOTE)
               END-IF
           END-PERFORM.

       ANALISAR-LINHA.
           PERFORM CONTAR-CARACTERES
           PERFORM CONTAR-PALAVRAS-LINHA
       CONTAR-CARACTERES.
           MOVE FRASE TO WS-FRASE-NORM

           PERFORM NORMALIZAR-ACENTOS

           MOVE SPACES TO WS-FRASE-COMPACTA
           MOVE 1 TO WS-POS-SAIDA
           ADD CONTADOR-DIGITOS TO WS-TOTAL-DIGITOS
           ADD CONTADOR-OUTROS TO WS-TOTAL-OUTROS.

      *    Troca das vogais acentuadas pela vogal simples seguida
      *    do X"01" de preenchimento (mesma tabela de ContarVogais).
       NORMALIZAR-ACENTOS.
           INSPECT WS-FRASE-NORM REPLACING ALL "á" BY X"6101"
           INSPECT WS-FRASE-NORM REPLACING ALL "à" BY X"6101"
           INSPECT WS-FRASE-NORM REPLACING ALL "â" BY X"6101"
           INSPECT WS-FRASE-NORM REPLACING ALL "ã" BY X"6101"
           INSPECT WS-FRASE-NORM REPLACING ALL "Á" BY X"4101"
           INSPECT WS-FRASE-NORM REPLACING ALL "À" BY X"4101"
           INSPECT WS-FRASE-NORM REPLACING ALL "Â" BY X"4101"
           INSPECT WS-FRASE-NORM REPLACING ALL "Ã" BY X"4101"
           INSPECT WS-FRASE-NORM REPLACING ALL "é" BY X"6501"
           INSPECT WS-FRASE-NORM REPLACING ALL "ê" BY X"6501"
           INSPECT WS-FRASE-NORM REPLACING ALL "É" BY X"4501"
           INSPECT WS-FRASE-NORM REPLACING ALL "Ê" BY X"4501"
           INSPECT WS-FRASE-NORM REPLACING ALL "í" BY X"6901"
           INSPECT WS-FRASE-NORM REPLACING ALL "Í" BY X"4901"
           INSPECT WS-FRASE-NORM REPLACING ALL "ó" BY X"6F01"
           INSPECT WS-FRASE-NORM REPLACING ALL "ô" BY X"6F01"
           INSPECT WS-FRASE-NORM REPLACING ALL "õ" BY X"6F01"
           INSPECT WS-FRASE-NORM REPLACING ALL "Ó" BY X"4F01"
           INSPECT WS-FRASE-NORM REPLACING ALL "Ô" BY X"4F01"
           INSPECT WS-FRASE-NORM REPLACING ALL "Õ" BY X"4F01"
           INSPECT WS-FRASE-NORM REPLACING ALL "ú" BY X"7501"
           INSPECT WS-FRASE-NORM REPLACING ALL "Ú" BY X"5501".

       CONTAR-PALAVRAS-LINHA.
           MOVE FRASE TO RESTO
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RESTO)) TO LEN-RESTO

           PERFORM UNTIL POS > LEN-RESTO
               MOVE SPACES TO PALAVRA
               MOVE POS TO WS-KWIC-INICIO
               UNSTRING RESTO
                   DELIMITED BY SPACE
                   INTO PALAVRA
                   ADD 1 TO WS-QTD-PALAVRAS
                   PERFORM REGISTRAR-PALAVRA-UNICA
                   PERFORM ACUMULAR-ESTATISTICAS-TAMANHO
                   PERFORM REGISTRAR-OCORRENCIA-KWIC
               END-IF
           END-PERFORM.

           END-STRING
           WRITE VOGAIS-REPORT-LINE.

      *    Fechamento do lote (modo manifesto): totais de todos os
      *    documentos lidos no combinado e no arquivo de vogais.
       GRAVAR-TOTAIS-LOTE.
           IF WS-LT-PALAVRAS > 0
               COMPUTE WS-LT-MEDIA-LEN = WS-LT-SOMA-LEN / WS-LT-PALAVRAS
           ELSE
               MOVE 0 TO WS-LT-MEDIA-LEN
           END-IF

           MOVE "========================================" TO
               ANALISE-LINE
           WRITE ANALISE-LINE
           MOVE SPACES TO ANALISE-LINE
           STRING "Totais do lote: documentos=" DELIMITED BY SIZE
                  WS-QTD-DOC-LIDOS DELIMITED BY SIZE
                  " ausentes=" DELIMITED BY SIZE
                  WS-QTD-DOC-AUSENTES DELIMITED BY SIZE
                  " linhas=" DELIMITED BY SIZE
                  WS-LT-LINHAS DELIMITED BY SIZE
                  INTO ANALISE-LINE
           END-STRING
           WRITE ANALISE-LINE

           MOVE SPACES TO ANALISE-LINE
           STRING "  vogais=" DELIMITED BY SIZE
                  WS-LT-VOGAIS DELIMITED BY SIZE
                  " consoantes=" DELIMITED BY SIZE
                  WS-LT-CONSOANTES DELIMITED BY SIZE
                  " digitos=" DELIMITED BY SIZE
                  WS-LT-DIGITOS DELIMITED BY SIZE
                  " outros=" DELIMITED BY SIZE
                  WS-LT-OUTROS DELIMITED BY SIZE
                  INTO ANALISE-LINE
           END-STRING
           WRITE ANALISE-LINE

           MOVE SPACES TO ANALISE-LINE
           STRING "  " DELIMITED BY SIZE
                  MSG-NUM-PALAVRAS DELIMITED BY SIZE
                  WS-LT-PALAVRAS DELIMITED BY SIZE
                  "  tamanho medio: " DELIMITED BY SIZE
                  WS-LT-MEDIA-LEN DELIMITED BY SIZE
                  "  palindromos: " DELIMITED BY SIZE
                  WS-LT-PALINDROMOS DELIMITED BY SIZE
                  INTO ANALISE-LINE
           END-STRING
           WRITE ANALISE-LINE

           MOVE SPACES TO ANALISE-LINE
           STRING "  Palavra mais longa: " DELIMITED BY SIZE
                  WS-LT-MAIOR-PALAVRA DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-LT-MAIOR-LEN DELIMITED BY SIZE
                  " letras)" DELIMITED BY SIZE
                  INTO ANALISE-LINE
           END-STRING
           WRITE ANALISE-LINE

           MOVE SPACES TO ANALISE-LINE
           STRING "  Expurgo: termos=" DELIMITED BY SIZE
                  WS-LT-RED-TERMOS DELIMITED BY SIZE
                  " cpf-formatado=" DELIMITED BY SIZE
                  WS-LT-RED-CPF DELIMITED BY SIZE
                  " sequencias-numericas=" DELIMITED BY SIZE
                  WS-LT-RED-NUM DELIMITED BY SIZE
                  INTO ANALISE-LINE
           END-STRING
           WRITE ANALISE-LINE

           MOVE "Frequencia por palavra no lote:" TO ANALISE-LINE
           WRITE ANALISE-LINE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QTD-UNICAS-LOTE
               MOVE SPACES TO ANALISE-LINE
               STRING "  " DELIMITED BY SIZE
                      PL-PALAVRA(K) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      PL-CONTADOR(K) DELIMITED BY SIZE
                      INTO ANALISE-LINE
               END-STRING
               WRITE ANALISE-LINE
           END-PERFORM

           MOVE SPACES TO VOGAIS-REPORT-LINE
           STRING "TOTAL DE VOGAIS DO LOTE: " DELIMITED BY SIZE
                  WS-LT-VOGAIS DELIMITED BY SIZE
                  INTO VOGAIS-REPORT-LINE
           END-STRING
           WRITE VOGAIS-REPORT-LINE.

      *    Ranking dos documentos pelos termos sensiveis expurgados
      *    (desempate pelo total de mascaras, depois pela ordem do
      *    manifesto).
       GRAVAR-RANKING-EXPURGO.
           MOVE "Documentos com mais termos sensiveis expurgados:"
               TO ANALISE-LINE
           WRITE ANALISE-LINE
           MOVE "  POS TITULO                         DEPTO      "
               TO ANALISE-LINE
           MOVE "TERMOS   CPF   NUM" TO ANALISE-LINE(48:18)
           WRITE ANALISE-LINE

           SORT SORT-WORK
               ON DESCENDING KEY SR-TERMOS SR-TOTAL-RED
               ON ASCENDING KEY SR-DOCUMENTO
               INPUT PROCEDURE IS LIBERAR-DOCUMENTOS
               OUTPUT PROCEDURE IS LISTAR-RANKING.

       LIBERAR-DOCUMENTOS.
           PERFORM VARYING WS-IDX-DOC FROM 1 BY 1
                   UNTIL WS-IDX-DOC > WS-QTD-DOC-LIDOS
                      OR WS-IDX-DOC > 100
               MOVE DC-RED-TERMOS(WS-IDX-DOC) TO SR-TERMOS
               COMPUTE SR-TOTAL-RED = DC-RED-TERMOS(WS-IDX-DOC)
                   + DC-RED-CPF(WS-IDX-DOC) + DC-RED-NUM(WS-IDX-DOC)
               MOVE WS-IDX-DOC TO SR-DOCUMENTO
               RELEASE SORT-REC
           END-PERFORM.

       LISTAR-RANKING.
           PERFORM UNTIL FIM-SORT
               RETURN SORT-WORK
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       ADD 1 TO WS-RANK
                       MOVE SR-DOCUMENTO TO WS-IDX-DOC
                       MOVE SPACES TO ANALISE-LINE
                       STRING "  " DELIMITED BY SIZE
                              WS-RANK DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              DC-TITULO(WS-IDX-DOC) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              DC-DEPARTAMENTO(WS-IDX-DOC)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              DC-RED-TERMOS(WS-IDX-DOC)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              DC-RED-CPF(WS-IDX-DOC) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              DC-RED-NUM(WS-IDX-DOC) DELIMITED BY SIZE
                              INTO ANALISE-LINE
                       END-STRING
                       WRITE ANALISE-LINE
               END-RETURN
           END-PERFORM.

      *    Parametros da concordancia. Palavra-chave e palavra vazia
      *    sao guardadas ja normalizadas, para casar com qualquer
      *    grafia do texto.
       CARREGAR-PARAMETROS-KWIC.
           MOVE "N" TO WS-EOF-KWIC
           OPEN INPUT KWIC-PARM-FILE
           IF WS-KWIC-PARM-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-KWIC
           END-IF

           PERFORM UNTIL FIM-KWIC
               READ KWIC-PARM-FILE
                   AT END
                       MOVE "S" TO WS-EOF-KWIC
                   NOT AT END
                       PERFORM REGISTRAR-PARAMETRO-KWIC
               END-READ
           END-PERFORM

           IF WS-KWIC-PARM-STATUS = "00" OR WS-KWIC-PARM-STATUS = "10"
               CLOSE KWIC-PARM-FILE
           END-IF.

       REGISTRAR-PARAMETRO-KWIC.
           MOVE KP-VALOR TO PALAVRA
           PERFORM NORMALIZAR-PALAVRA

           EVALUATE KP-TIPO
               WHEN "P"
               WHEN "p"
                   IF WS-PALAVRA-NORM NOT = SPACES AND
                           WS-QTD-CHAVES < 20
                       ADD 1 TO WS-QTD-CHAVES
                       MOVE WS-PALAVRA-NORM TO
                           KC-PALAVRA(WS-QTD-CHAVES)
                       MOVE 0 TO KC-QTD(WS-QTD-CHAVES)
                   END-IF
               WHEN "V"
               WHEN "v"
                   IF WS-PALAVRA-NORM NOT = SPACES AND
                           WS-QTD-VAZIAS < 100
                       ADD 1 TO WS-QTD-VAZIAS
                       MOVE WS-PALAVRA-NORM TO
                           KV-PALAVRA(WS-QTD-VAZIAS)
                   END-IF
               WHEN "N"
               WHEN "n"
                   IF KP-VALOR(1:2) IS NUMERIC
                       MOVE KP-VALOR(1:2) TO WS-KWIC-TOP-N
                   ELSE
                       IF KP-VALOR(1:1) IS NUMERIC AND
                               KP-VALOR(2:1) = SPACE
                           MOVE KP-VALOR(1:1) TO WS-KWIC-TOP-N
                       END-IF
                   END-IF
                   IF WS-KWIC-TOP-N = 0 OR WS-KWIC-TOP-N > 20
                       MOVE 10 TO WS-KWIC-TOP-N
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Forma de agrupamento da palavra: acentos tirados como em
      *    ContarVogais, minusculas, e sem a pontuacao colada
      *    (virgula, ponto, aspas). Bytes acima de X"7F" que a
      *    tabela nao cobre (cedilha etc.) ficam como estao.
       NORMALIZAR-PALAVRA.
           MOVE PALAVRA TO WS-FRASE-NORM
           PERFORM NORMALIZAR-ACENTOS
           MOVE SPACES TO WS-PALAVRA-NORM
           MOVE 1 TO WS-POS-NORM

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 40
               MOVE FUNCTION LOWER-CASE(WS-FRASE-NORM(I:1))
                   TO CARACTERE-MIN
               IF (CARACTERE-MIN >= "a" AND CARACTERE-MIN <= "z")
                       OR (CARACTERE-MIN >= "0" AND
                           CARACTERE-MIN <= "9")
                       OR CARACTERE-MIN > X"7F"
                   IF WS-POS-NORM <= 20
                       MOVE CARACTERE-MIN TO
                           WS-PALAVRA-NORM(WS-POS-NORM:1)
                       ADD 1 TO WS-POS-NORM
                   END-IF
               END-IF
           END-PERFORM.

      *    Cada palavra lida vira uma ocorrencia no arquivo de
      *    trabalho, com 30 posicoes de texto antes dela (alinhadas
      *    a direita) e ate 50 a partir dela, e conta na frequencia
      *    normalizada usada para escolher as mais frequentes.
       REGISTRAR-OCORRENCIA-KWIC.
           PERFORM NORMALIZAR-PALAVRA

           IF WS-PALAVRA-NORM NOT = SPACES
               PERFORM CONTAR-FREQUENCIA-KWIC

               MOVE WS-PALAVRA-NORM TO KT-PALAVRA
               MOVE WS-QTD-DOCUMENTOS TO KT-DOCUMENTO
               MOVE WS-LINHA-NUM TO KT-LINHA
               MOVE WS-KWIC-INICIO TO KT-POSICAO

               MOVE SPACES TO KT-ESQUERDA
               IF WS-KWIC-INICIO > 30
                   MOVE FRASE(WS-KWIC-INICIO - 30:30) TO KT-ESQUERDA
               ELSE
                   IF WS-KWIC-INICIO > 1
                       MOVE FRASE(1:WS-KWIC-INICIO - 1) TO
                           KT-ESQUERDA(32 - WS-KWIC-INICIO:
                                       WS-KWIC-INICIO - 1)
                   END-IF
               END-IF

               COMPUTE WS-KWIC-LEN = 101 - WS-KWIC-INICIO
               IF WS-KWIC-LEN > 50
                   MOVE 50 TO WS-KWIC-LEN
               END-IF
               MOVE FRASE(WS-KWIC-INICIO:WS-KWIC-LEN) TO KT-DIREITA

               WRITE KWIC-TRAB-REC
           END-IF.

       CONTAR-FREQUENCIA-KWIC.
           MOVE "N" TO WS-ACHOU

           PERFORM VARYING WS-IDX-KF FROM 1 BY 1
                   UNTIL WS-IDX-KF > WS-QTD-KWIC-FREQ OR ACHOU-PALAVRA
               IF KF-PALAVRA(WS-IDX-KF) = WS-PALAVRA-NORM
                   ADD 1 TO KF-CONTADOR(WS-IDX-KF)
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM

           IF NOT ACHOU-PALAVRA AND WS-QTD-KWIC-FREQ < 500
               ADD 1 TO WS-QTD-KWIC-FREQ
               MOVE WS-PALAVRA-NORM TO KF-PALAVRA(WS-QTD-KWIC-FREQ)
               MOVE 1 TO KF-CONTADOR(WS-QTD-KWIC-FREQ)
               MOVE "N" TO KF-SITUACAO(WS-QTD-KWIC-FREQ)
           END-IF.

      *    Relatorio de concordancia: uma secao por palavra-chave
      *    (na ordem do parametro ou do ranking de frequencia), com
      *    as ocorrencias em ordem de documento, linha e posicao.
       GERAR-CONCORDANCIA.
           OPEN OUTPUT CONCORDANCIA-REPORT

           MOVE SPACES TO CONCORDANCIA-LINE
           STRING "Concordancia (KWIC) - data de negocio "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " - documentos: " DELIMITED BY SIZE
                  WS-QTD-DOC-LIDOS DELIMITED BY SIZE
                  INTO CONCORDANCIA-LINE
           END-STRING
           WRITE CONCORDANCIA-LINE

           MOVE SPACES TO CONCORDANCIA-LINE
           IF WS-QTD-CHAVES > 0
               STRING "Palavras-chave do parametro: " DELIMITED BY SIZE
                      WS-QTD-CHAVES DELIMITED BY SIZE
                      INTO CONCORDANCIA-LINE
               END-STRING
           ELSE
               PERFORM SELECIONAR-MAIS-FREQUENTES
               STRING "Mais frequentes fora das palavras vazias: "
                          DELIMITED BY SIZE
                      WS-QTD-CHAVES DELIMITED BY SIZE
                      " (vazias na lista: " DELIMITED BY SIZE
                      WS-QTD-VAZIAS DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO CONCORDANCIA-LINE
               END-STRING
           END-IF
           WRITE CONCORDANCIA-LINE

           IF WS-QTD-CHAVES = 0
               MOVE "Nenhuma palavra para a concordancia." TO
                   CONCORDANCIA-LINE
               WRITE CONCORDANCIA-LINE
           ELSE
               SORT SORT-KWIC
                   ON ASCENDING KEY SK-ORDEM SK-DOCUMENTO SK-LINHA
                                    SK-POSICAO
                   INPUT PROCEDURE IS LIBERAR-OCORRENCIAS
                   OUTPUT PROCEDURE IS LISTAR-CONCORDANCIA
               PERFORM LISTAR-CHAVES-SEM-OCORRENCIA
           END-IF

           CLOSE CONCORDANCIA-REPORT.

      *    Sem palavra-chave no parametro: as N palavras de maior
      *    frequencia normalizada que nao estao na lista de vazias
      *    (empate fica com a que apareceu primeiro no texto).
       SELECIONAR-MAIS-FREQUENTES.
           PERFORM VARYING WS-IDX-KF FROM 1 BY 1
                   UNTIL WS-IDX-KF > WS-QTD-KWIC-FREQ
               PERFORM VARYING WS-IDX-KV FROM 1 BY 1
                       UNTIL WS-IDX-KV > WS-QTD-VAZIAS
                   IF KV-PALAVRA(WS-IDX-KV) = KF-PALAVRA(WS-IDX-KF)
                       MOVE "V" TO KF-SITUACAO(WS-IDX-KF)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 1 TO WS-KWIC-ESCOLHIDA
           PERFORM UNTIL WS-QTD-CHAVES >= WS-KWIC-TOP-N
                      OR WS-KWIC-ESCOLHIDA = 0
               PERFORM ESCOLHER-MAIS-FREQUENTE
               IF WS-KWIC-ESCOLHIDA > 0
                   ADD 1 TO WS-QTD-CHAVES
                   MOVE KF-PALAVRA(WS-KWIC-ESCOLHIDA) TO
                       KC-PALAVRA(WS-QTD-CHAVES)
                   MOVE 0 TO KC-QTD(WS-QTD-CHAVES)
                   MOVE "S" TO KF-SITUACAO(WS-KWIC-ESCOLHIDA)
               END-IF
           END-PERFORM.

       ESCOLHER-MAIS-FREQUENTE.
           MOVE 0 TO WS-KWIC-ESCOLHIDA
           MOVE 0 TO WS-KWIC-MAIOR

           PERFORM VARYING WS-IDX-KF FROM 1 BY 1
                   UNTIL WS-IDX-KF > WS-QTD-KWIC-FREQ
               IF KF-SITUACAO(WS-IDX-KF) = "N" AND
                       KF-CONTADOR(WS-IDX-KF) > WS-KWIC-MAIOR
                   MOVE KF-CONTADOR(WS-IDX-KF) TO WS-KWIC-MAIOR
                   MOVE WS-IDX-KF TO WS-KWIC-ESCOLHIDA
               END-IF
           END-PERFORM.

       LIBERAR-OCORRENCIAS.
           MOVE "N" TO WS-EOF-KWIC
           OPEN INPUT KWIC-TRAB-FILE
           IF WS-KWIC-TRAB-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-KWIC
           END-IF

           PERFORM UNTIL FIM-KWIC
               READ KWIC-TRAB-FILE
                   AT END
                       MOVE "S" TO WS-EOF-KWIC
                   NOT AT END
                       PERFORM LIBERAR-OCORRENCIA
               END-READ
           END-PERFORM

           IF WS-KWIC-TRAB-STATUS = "00" OR WS-KWIC-TRAB-STATUS = "10"
               CLOSE KWIC-TRAB-FILE
           END-IF.

       LIBERAR-OCORRENCIA.
           MOVE "N" TO WS-ACHOU

           PERFORM VARYING WS-IDX-KC FROM 1 BY 1
                   UNTIL WS-IDX-KC > WS-QTD-CHAVES OR ACHOU-PALAVRA
               IF KC-PALAVRA(WS-IDX-KC) = KT-PALAVRA
                   MOVE "S" TO WS-ACHOU
                   ADD 1 TO KC-QTD(WS-IDX-KC)
                   MOVE WS-IDX-KC TO SK-ORDEM
                   MOVE KT-DOCUMENTO TO SK-DOCUMENTO
                   MOVE KT-LINHA TO SK-LINHA
                   MOVE KT-POSICAO TO SK-POSICAO
                   MOVE KT-ESQUERDA TO SK-ESQUERDA
                   MOVE KT-DIREITA TO SK-DIREITA
                   RELEASE SORT-KWIC-REC
               END-IF
           END-PERFORM.

       LISTAR-CONCORDANCIA.
           MOVE 0 TO WS-KWIC-ORDEM-ANT

           PERFORM UNTIL FIM-SORT-KWIC
               RETURN SORT-KWIC
                   AT END
                       MOVE "S" TO WS-FIM-SORT-KWIC
                   NOT AT END
                       IF SK-ORDEM NOT = WS-KWIC-ORDEM-ANT
                           PERFORM GRAVAR-CABECALHO-CHAVE
                           MOVE SK-ORDEM TO WS-KWIC-ORDEM-ANT
                       END-IF
                       MOVE SPACES TO CONCORDANCIA-LINE
                       STRING "  " DELIMITED BY SIZE
                              SK-DOCUMENTO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              SK-LINHA DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              SK-ESQUERDA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              SK-DIREITA DELIMITED BY SIZE
                              INTO CONCORDANCIA-LINE
                       END-STRING
                       WRITE CONCORDANCIA-LINE
               END-RETURN
           END-PERFORM.

       GRAVAR-CABECALHO-CHAVE.
           MOVE SPACES TO CONCORDANCIA-LINE
           WRITE CONCORDANCIA-LINE
           MOVE SPACES TO CONCORDANCIA-LINE
           STRING "Palavra-chave: " DELIMITED BY SIZE
                  KC-PALAVRA(SK-ORDEM) DELIMITED BY SIZE
                  " ocorrencias: " DELIMITED BY SIZE
                  KC-QTD(SK-ORDEM) DELIMITED BY SIZE
                  INTO CONCORDANCIA-LINE
           END-STRING
           WRITE CONCORDANCIA-LINE
           MOVE "  DOC LINHA" TO CONCORDANCIA-LINE
           WRITE CONCORDANCIA-LINE.

       LISTAR-CHAVES-SEM-OCORRENCIA.
           PERFORM VARYING WS-IDX-KC FROM 1 BY 1
                   UNTIL WS-IDX-KC > WS-QTD-CHAVES
               IF KC-QTD(WS-IDX-KC) = 0
                   MOVE SPACES TO CONCORDANCIA-LINE
                   STRING "Palavra-chave sem ocorrencias: "
                              DELIMITED BY SIZE
                          KC-PALAVRA(WS-IDX-KC) DELIMITED BY SIZE
                          INTO CONCORDANCIA-LINE
                   END-STRING
                   WRITE CONCORDANCIA-LINE
               END-IF
           END-PERFORM.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "AnaliseTexto"
