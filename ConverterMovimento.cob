       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConverterMovimento.

      *    Conversao unica do movimento de conta corrente para o
      *    layout largo do MOVREC.CPY (87 posicoes: MV-VALOR com
      *    centavos e sinal, MV-TERMINAL e MV-OPERADOR). O layout
      *    anterior tinha 61 posicoes, com MV-VALOR PIC 9(4) em reais
      *    inteiros. Converte no lugar o online
      *    data/saque_movimentos.dat e cada segmento mensal listado
      *    no indice data/movimento_segmentos.dat: cada arquivo e
      *    copiado para um temporario ja no layout novo e depois
      *    copiado de volta. Terminal e operador dos registros
      *    antigos ficam em branco (o layout antigo nao os tinha).
      *    O registro ja convertido e reconhecido pelo sinal na
      *    posicao 24 e copiado como esta, entao a passada pode ser
      *    reexecutada sem efeito colateral. Rodar com o lote
      *    parado, antes de liberar os programas do layout novo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO-FILE ASSIGN TO DYNAMIC WS-ARQUIVO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.

           SELECT TEMP-FILE ASSIGN TO "data/saque_movimentos.cnv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.

           SELECT INDICE-FILE ASSIGN TO
                   "data/movimento_segmentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Registro lido nos dois layouts: o antigo e visto pelos
      *    campos MA-; o novo e reconhecido pelo sinal de MV-VALOR.
       FD  MOVIMENTO-FILE.
       01  MOV-ENTRADA-REC       PIC X(87).
       01  MOV-ANTIGO-REC.
           05 MA-DATA           PIC 9(8).
           05 MA-HORA           PIC 9(8).
           05 MA-TIPO           PIC X(1).
           05 MA-CONTA          PIC 9(6).
           05 MA-VALOR          PIC 9(4).
           05 MA-RESULTADO      PIC X(1).
           05 MA-MOTIVO         PIC X(30).
           05 MA-AGENCIA        PIC 9(3).
           05 FILLER            PIC X(26).

       FD  TEMP-FILE.
       COPY "MOVREC.CPY".

       FD  INDICE-FILE.
       01  INDICE-REC.
           05 IX-DATA           PIC 9(8).
           05 FILLER            PIC X(1).
           05 IX-SEGMENTO       PIC X(23).
           05 FILLER            PIC X(48).

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-MOVIMENTO-STATUS PIC XX.
       01 WS-TEMP-STATUS      PIC XX.
       01 WS-INDICE-STATUS    PIC XX.
       01 WS-ARQUIVO-NOME     PIC X(44).
       01 WS-EOF-MOVIMENTO    PIC X VALUE "N".
           88 FIM-MOVIMENTO       VALUE "S".
       01 WS-EOF-TEMP         PIC X VALUE "N".
           88 FIM-TEMP            VALUE "S".
       01 WS-EOF-INDICE       PIC X VALUE "N".
           88 FIM-INDICE          VALUE "S".
      *    Segmentos ja tratados nesta passada: o indice pode listar
      *    o mesmo mes mais de uma vez.
       01 WS-TABELA-SEGMENTOS.
           05 WS-SEG-NOME OCCURS 240 TIMES PIC X(23).
       01 WS-QTD-SEGMENTOS    PIC 9(3) VALUE 0.
       01 WS-IDX-SEG          PIC 9(3).
       01 WS-SEG-JA-FEITO     PIC X(1).
           88 SEGMENTO-JA-FEITO   VALUE "S".
       01 WS-QTD-ARQUIVOS     PIC 9(4) VALUE 0.
       01 WS-QTD-CONVERTIDOS  PIC 9(8) VALUE 0.
       01 WS-QTD-JA-OK        PIC 9(8) VALUE 0.
       01 WS-QTD-VALOR-INVAL  PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "data/saque_movimentos.dat" TO WS-ARQUIVO-NOME
           PERFORM CONVERTER-ARQUIVO

           OPEN INPUT INDICE-FILE
           IF WS-INDICE-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-INDICE
           END-IF
           PERFORM UNTIL FIM-INDICE
               READ INDICE-FILE
                   AT END
                       MOVE "S" TO WS-EOF-INDICE
                   NOT AT END
                       PERFORM CONVERTER-SEGMENTO
               END-READ
           END-PERFORM
           IF WS-INDICE-STATUS = "00" OR WS-INDICE-STATUS = "10"
               CLOSE INDICE-FILE
           END-IF

           DISPLAY "Conversao do movimento concluida. Arquivos: "
                   WS-QTD-ARQUIVOS
           DISPLAY "Registros convertidos: " WS-QTD-CONVERTIDOS
                   "  Ja no layout novo: " WS-QTD-JA-OK
      *    Valor nao numerico no layout antigo vai como zero e
      *    sinaliza RC 4 para conferencia.
           IF WS-QTD-VALOR-INVAL > 0
               DISPLAY "Registros com valor invalido (gravados com "
                       "zero): " WS-QTD-VALOR-INVAL
               MOVE 4 TO RETURN-CODE
           END-IF

           STRING "ARQUIVOS=" DELIMITED BY SIZE
                  WS-QTD-ARQUIVOS DELIMITED BY SIZE
                  " CONVERTIDOS=" DELIMITED BY SIZE
                  WS-QTD-CONVERTIDOS DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE "movimento no layout de 87 posicoes" TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

       CONVERTER-SEGMENTO.
           IF IX-SEGMENTO(1:17) NOT = "saque_movimentos_"
               CONTINUE
           ELSE
               MOVE "N" TO WS-SEG-JA-FEITO
               PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                       UNTIL WS-IDX-SEG > WS-QTD-SEGMENTOS
                   IF WS-SEG-NOME(WS-IDX-SEG) = IX-SEGMENTO
                       MOVE "S" TO WS-SEG-JA-FEITO
                   END-IF
               END-PERFORM
               IF NOT SEGMENTO-JA-FEITO AND WS-QTD-SEGMENTOS < 240
                   ADD 1 TO WS-QTD-SEGMENTOS
                   MOVE IX-SEGMENTO TO WS-SEG-NOME(WS-QTD-SEGMENTOS)
                   MOVE SPACES TO WS-ARQUIVO-NOME
                   STRING "data/" DELIMITED BY SIZE
                          IX-SEGMENTO DELIMITED BY SPACE
                          ".dat" DELIMITED BY SIZE
                          INTO WS-ARQUIVO-NOME
                   END-STRING
                   PERFORM CONVERTER-ARQUIVO
               END-IF
           END-IF.

      *    Um arquivo: layout novo no temporario, depois de volta no
      *    lugar do original. Arquivo ausente (segmento ja expurgado)
      *    e pulado.
       CONVERTER-ARQUIVO.
           MOVE "N" TO WS-EOF-MOVIMENTO
           OPEN INPUT MOVIMENTO-FILE
           IF WS-MOVIMENTO-STATUS NOT = "00"
               DISPLAY "Arquivo nao encontrado: "
                       FUNCTION TRIM(WS-ARQUIVO-NOME)
           ELSE
               ADD 1 TO WS-QTD-ARQUIVOS
               OPEN OUTPUT TEMP-FILE
               PERFORM UNTIL FIM-MOVIMENTO
                   READ MOVIMENTO-FILE
                       AT END
                           MOVE "S" TO WS-EOF-MOVIMENTO
                       NOT AT END
                           PERFORM CONVERTER-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTO-FILE
               CLOSE TEMP-FILE
               PERFORM REESCREVER-ARQUIVO
           END-IF.

       CONVERTER-REGISTRO.
           IF MOV-ENTRADA-REC(24:1) = "+" OR
                   MOV-ENTRADA-REC(24:1) = "-"
               MOVE MOV-ENTRADA-REC TO MOVIMENTO-REC
               ADD 1 TO WS-QTD-JA-OK
           ELSE
               MOVE MA-DATA TO MV-DATA
               MOVE MA-HORA TO MV-HORA
               MOVE MA-TIPO TO MV-TIPO
               MOVE MA-CONTA TO MV-CONTA
               IF MA-VALOR IS NUMERIC
                   MOVE MA-VALOR TO MV-VALOR
               ELSE
                   MOVE 0 TO MV-VALOR
                   ADD 1 TO WS-QTD-VALOR-INVAL
               END-IF
               MOVE MA-RESULTADO TO MV-RESULTADO
               MOVE MA-MOTIVO TO MV-MOTIVO
               MOVE MA-AGENCIA TO MV-AGENCIA
               MOVE SPACES TO MV-TERMINAL
               MOVE SPACES TO MV-OPERADOR
               ADD 1 TO WS-QTD-CONVERTIDOS
           END-IF
           WRITE MOVIMENTO-REC.

       REESCREVER-ARQUIVO.
           MOVE "N" TO WS-EOF-TEMP
           OPEN INPUT TEMP-FILE
           OPEN OUTPUT MOVIMENTO-FILE

           PERFORM UNTIL FIM-TEMP
               READ TEMP-FILE
                   AT END
                       MOVE "S" TO WS-EOF-TEMP
                   NOT AT END
                       MOVE MOVIMENTO-REC TO MOV-ENTRADA-REC
                       WRITE MOV-ENTRADA-REC
               END-READ
           END-PERFORM

           CLOSE TEMP-FILE
           CLOSE MOVIMENTO-FILE

      *    Esvazia o temporario consumido.
           OPEN OUTPUT TEMP-FILE
           CLOSE TEMP-FILE.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ConverterMovimento"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
