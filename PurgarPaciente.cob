      *    (ou remove) todo rastro dele nos arquivos da clinica -
      *    historico de visitas, agenda de retornos, fila de
      *    reciclagem, relatorio de excecoes, cartas de
      *    encaminhamento pendentes, agenda de consultas, visitas
      *    faturaveis, retornos e glosas de convenio, listas de
      *    carteirinhas de convenio, exames laboratoriais e plano
      *    nutricional -
      *    gravando um certificado de eliminacao em
      *    data/lgpd_certificados.dat com cada arquivo tocado e a
      *    contagem de registros. Recusa-se a rodar com o lote
      *    noturno em andamento (passo com "I" sem "F" na data de
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT EXAME-LAB-FILE ASSIGN TO
                   "data/exames_laboratorio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-CHAVE
               FILE STATUS IS WS-EXAME-STATUS.

           SELECT GLOSA-FILE ASSIGN TO "data/glosas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-CHAVE
               FILE STATUS IS WS-GLOSA-STATUS.

           SELECT PLANO-FILE ASSIGN TO "data/planos_nutricao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PM-ID
               FILE STATUS IS WS-PLANO-STATUS.

           SELECT CERTIFICADO-FILE ASSIGN TO
                   "data/lgpd_certificados.dat"
               ORGANIZATION IS LINE SEQUENTIAL

           COPY "RUNHSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  PACIENTE-MASTER-FILE.
       FD  AGENDA-FILE.
       COPY "AGENDREC.CPY".

       FD  EXAME-LAB-FILE.
       COPY "LABREC.CPY".

       FD  GLOSA-FILE.
       COPY "GLOSAREC.CPY".

       FD  PLANO-FILE.
       COPY "PNUTREC.CPY".

       FD  CERTIFICADO-FILE.
       01  CERTIFICADO-REC      PIC X(80).

       COPY "RUNHFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "RUNHWS.CPY".
       01 WS-ORIGEM-STATUS    PIC XX.
       01 WS-TEMP-STATUS      PIC XX.
       01 WS-AGENDA-STATUS    PIC XX.
       01 WS-EXAME-STATUS     PIC XX.
       01 WS-GLOSA-STATUS     PIC XX.
       01 WS-PLANO-STATUS     PIC XX.
       01 WS-CERTIFICADO-STATUS PIC XX.
       01 WS-ID               PIC X(10).
       01 WS-HOJE             PIC 9(8).
           88 FIM-HISTEXEC        VALUE "S".
       01 WS-EOF-AGENDA       PIC X(1).
           88 FIM-AGENDA          VALUE "S".
       01 WS-EOF-EXAME        PIC X(1).
           88 FIM-EXAME           VALUE "S".
       01 WS-EOF-GLOSA        PIC X(1).
           88 FIM-GLOSAS          VALUE "S".
       01 WS-GLOSA-SALVA      PIC X(80).
       01 WS-SUFIXO-ANONIMO   PIC 9(1).
       01 WS-GLOSA-GRAVADA    PIC X(1).
      *    Modo de filtro por arquivo: "A" anonimiza colunas 1-10,
      *    "N" anonimiza colunas 1-30 (id + nome), "D" descarta a
      *    linha inteira, "P" anonimiza colunas 9-18 (visitas
      *    faturaveis), "R" anonimiza colunas 12-21 (retorno de
      *    convenio).
       01 WS-MODO-FILTRO      PIC X(1).
       01 WS-QTD-TOCADOS      PIC 9(6).
       01 WS-LOTE-ATIVO       PIC X(1) VALUE "N".
           MOVE "P" TO WS-MODO-FILTRO
           PERFORM FILTRAR-ARQUIVO-SEQUENCIAL

           MOVE "data/imc_carteira_vencida.txt" TO WS-ORIGEM-NOME
           MOVE "N" TO WS-MODO-FILTRO
           PERFORM FILTRAR-ARQUIVO-SEQUENCIAL

           MOVE "data/carteiras_vencendo.txt" TO WS-ORIGEM-NOME
           MOVE "N" TO WS-MODO-FILTRO
           PERFORM FILTRAR-ARQUIVO-SEQUENCIAL

           MOVE "data/exames_entrada.dat" TO WS-ORIGEM-NOME
           MOVE "D" TO WS-MODO-FILTRO
           PERFORM FILTRAR-ARQUIVO-SEQUENCIAL

           MOVE "data/exames_excecoes.txt" TO WS-ORIGEM-NOME
           MOVE "A" TO WS-MODO-FILTRO
           PERFORM FILTRAR-ARQUIVO-SEQUENCIAL

           MOVE "data/retorno_convenios.dat" TO WS-ORIGEM-NOME
           MOVE "R" TO WS-MODO-FILTRO
           PERFORM FILTRAR-ARQUIVO-SEQUENCIAL

           MOVE "data/retorno_convenios.ant" TO WS-ORIGEM-NOME
           MOVE "R" TO WS-MODO-FILTRO
           PERFORM FILTRAR-ARQUIVO-SEQUENCIAL

           MOVE "data/planos_nutricao.txt" TO WS-ORIGEM-NOME
           MOVE "N" TO WS-MODO-FILTRO
           PERFORM FILTRAR-ARQUIVO-SEQUENCIAL

           PERFORM REMOVER-EXAMES
           PERFORM ANONIMIZAR-GLOSAS
           PERFORM REMOVER-PLANO-NUTRICAO

           PERFORM REMOVER-CARTAS-PENDENTES
           PERFORM ANONIMIZAR-AGENDA

                   END-IF
                   MOVE ORIGEM-REC TO TEMP-REC
                   WRITE TEMP-REC
               WHEN "R"
                   IF ORIGEM-REC(12:10) = WS-ID
                       ADD 1 TO WS-QTD-TOCADOS
                       MOVE "ANONIMO" TO ORIGEM-REC(12:10)
                   END-IF
                   MOVE ORIGEM-REC TO TEMP-REC
                   WRITE TEMP-REC
               WHEN "D"
                   IF ORIGEM-REC(1:10) = WS-ID
                       ADD 1 TO WS-QTD-TOCADOS
           MOVE "agenda_consultas.dat" TO WS-ORIGEM-NOME
           PERFORM GRAVAR-LINHA-CERTIFICADO.

      *    Exames laboratoriais sao dado de saude: saem do historico
      *    (chave PM-ID + data da coleta, entao ficam juntos).
       REMOVER-EXAMES.
           MOVE 0 TO WS-QTD-TOCADOS
           OPEN I-O EXAME-LAB-FILE
           IF WS-EXAME-STATUS = "00"
               MOVE "N" TO WS-EOF-EXAME
               MOVE WS-ID TO LB-PM-ID
               MOVE 0 TO LB-DATA-COLETA
               START EXAME-LAB-FILE KEY IS >= LB-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-EXAME
               END-START
               PERFORM UNTIL FIM-EXAME
                   READ EXAME-LAB-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-EXAME
                       NOT AT END
                           IF LB-PM-ID = WS-ID
                               DELETE EXAME-LAB-FILE RECORD
                               ADD 1 TO WS-QTD-TOCADOS
                           ELSE
                               MOVE "S" TO WS-EOF-EXAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAME-LAB-FILE
           END-IF

           MOVE "exames_laboratorio.dat" TO WS-ORIGEM-NOME
           PERFORM GRAVAR-LINHA-CERTIFICADO.

      *    O plano nutricional e dado de saude: sai inteiro.
       REMOVER-PLANO-NUTRICAO.
           MOVE 0 TO WS-QTD-TOCADOS
           OPEN I-O PLANO-FILE
           IF WS-PLANO-STATUS = "00"
               MOVE WS-ID TO PN-PM-ID
               READ PLANO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE PLANO-FILE RECORD
                       ADD 1 TO WS-QTD-TOCADOS
               END-READ
               CLOSE PLANO-FILE
           END-IF

           MOVE "planos_nutricao.dat" TO WS-ORIGEM-NOME
           PERFORM GRAVAR-LINHA-CERTIFICADO.

      *    A glosa e registro financeiro e fica; so o paciente da
      *    chave vira ANONIMO (ANONIMO1..9 se ja houver outra glosa
      *    anonimizada na mesma data e convenio).
       ANONIMIZAR-GLOSAS.
           MOVE 0 TO WS-QTD-TOCADOS
           OPEN I-O GLOSA-FILE
           IF WS-GLOSA-STATUS = "00"
               MOVE "N" TO WS-EOF-GLOSA
               PERFORM UNTIL FIM-GLOSAS
                   READ GLOSA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-GLOSA
                       NOT AT END
                           IF GL-PACIENTE = WS-ID
                               PERFORM REGRAVAR-GLOSA-ANONIMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLOSA-FILE
           END-IF

           MOVE "glosas.dat" TO WS-ORIGEM-NOME
           PERFORM GRAVAR-LINHA-CERTIFICADO.

       REGRAVAR-GLOSA-ANONIMA.
           MOVE GLOSA-REC TO WS-GLOSA-SALVA
           DELETE GLOSA-FILE RECORD
           MOVE "N" TO WS-GLOSA-GRAVADA
           MOVE 0 TO WS-SUFIXO-ANONIMO
           PERFORM UNTIL WS-GLOSA-GRAVADA = "S"
               MOVE WS-GLOSA-SALVA TO GLOSA-REC
               MOVE "ANONIMO" TO GL-PACIENTE
               IF WS-SUFIXO-ANONIMO > 0
                   MOVE WS-SUFIXO-ANONIMO TO GL-PACIENTE(8:1)
               END-IF
               WRITE GLOSA-REC
                   INVALID KEY
                       IF WS-SUFIXO-ANONIMO = 9
                           MOVE "S" TO WS-GLOSA-GRAVADA
                       ELSE
                           ADD 1 TO WS-SUFIXO-ANONIMO
                       END-IF
                   NOT INVALID KEY
                       MOVE "S" TO WS-GLOSA-GRAVADA
                       ADD 1 TO WS-QTD-TOCADOS
               END-WRITE
           END-PERFORM.

       GRAVAR-LINHA-CERTIFICADO.
           MOVE SPACES TO CERTIFICADO-REC
           STRING "  " DELIMITED BY SIZE
