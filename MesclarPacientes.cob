       IDENTIFICATION DIVISION.
       PROGRAM-ID. MesclarPacientes.

      *    Juncao supervisionada de paciente duplicado (candidatos
      *    no relatorio noturno de DuplicadosPacientes): dado o PM-ID
      *    que sai (perdedor) e o que fica (sobrevivente), leva todo
      *    rastro do perdedor para o sobrevivente -
      *    historico de visitas, agenda de retornos, fila de
      *    reciclagem, entrada e historico de exames laboratoriais,
      *    agenda de consultas, visitas faturaveis, glosas de
      *    convenio e plano nutricional - e remove o perdedor do
      *    cadastro mestre (com jornal). O cadastro do sobrevivente
      *    fica como esta.
      *    Grava um certificado de juncao em
      *    data/mesclas_certificados.dat com o operador, cada
      *    arquivo tocado e a contagem de registros, no molde do
      *    certificado de eliminacao da LGPD (PurgarPaciente).
      *    Exame ou glosa do perdedor na mesma chave de um do
      *    sobrevivente (mesma data de coleta; mesma visita e
      *    convenio) fica o do sobrevivente e o conflito e contado
      *    no certificado; plano nutricional nos dois, fica o do
      *    sobrevivente, salvo se so o do perdedor estiver ativo.
      *    Recusa-se a rodar com o lote noturno em andamento, como
      *    PurgarPaciente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACIENTE-MASTER-FILE ASSIGN TO
                   "data/pacientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ORIGEM-FILE ASSIGN TO DYNAMIC WS-ORIGEM-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT TEMP-FILE ASSIGN TO "data/mescla_tmp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.

           SELECT AGENDA-FILE ASSIGN TO "data/agenda_consultas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
                   "data/mesclas_certificados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICADO-STATUS.

           COPY "RUNHSEL.CPY".

           COPY "JRNLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  PACIENTE-MASTER-FILE.
       COPY "PACREC.CPY".

       FD  ORIGEM-FILE.
       01  ORIGEM-REC           PIC X(200).

       FD  TEMP-FILE.
       01  TEMP-REC             PIC X(200).

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

       COPY "JRNLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "RUNHWS.CPY".
       COPY "JRNLWS.CPY".
       01 WS-MASTER-STATUS    PIC XX.
       01 WS-ORIGEM-STATUS    PIC XX.
       01 WS-TEMP-STATUS      PIC XX.
       01 WS-AGENDA-STATUS    PIC XX.
       01 WS-EXAME-STATUS     PIC XX.
       01 WS-GLOSA-STATUS     PIC XX.
       01 WS-PLANO-STATUS     PIC XX.
       01 WS-CERTIFICADO-STATUS PIC XX.
       01 WS-ID-PERDEDOR      PIC X(10).
       01 WS-ID-SOBREVIVENTE  PIC X(10).
       01 WS-NOME-SOBREVIVENTE PIC X(20).
       01 WS-REC-PERDEDOR     PIC X(200).
       01 WS-HOJE             PIC 9(8).
       01 WS-CONFIRMA         PIC X(1).
       01 WS-ACHOU-PACIENTE   PIC X(1).
           88 PACIENTE-ENCONTRADO VALUE "S".
       01 WS-ORIGEM-NOME      PIC X(44).
       01 WS-EOF-ORIGEM       PIC X(1).
           88 FIM-ORIGEM          VALUE "S".
       01 WS-EOF-TEMP         PIC X(1).
           88 FIM-TEMP            VALUE "S".
       01 WS-EOF-HIST         PIC X(1).
           88 FIM-HISTEXEC        VALUE "S".
       01 WS-EOF-AGENDA       PIC X(1).
           88 FIM-AGENDA          VALUE "S".
       01 WS-EOF-EXAME        PIC X(1).
           88 FIM-EXAME           VALUE "S".
       01 WS-EOF-GLOSA        PIC X(1).
           88 FIM-GLOSAS          VALUE "S".
      *    Modo de troca por arquivo: "A" troca o ID nas colunas
      *    1-10, "N" troca ID e nome nas colunas 1-30, "P" troca o
      *    ID nas colunas 9-18 (visita faturavel, que tem a data na
      *    frente).
       01 WS-MODO-TROCA       PIC X(1).
       01 WS-QTD-TOCADOS      PIC 9(6).
       01 WS-QTD-CONFLITOS    PIC 9(6).
       01 WS-LOTE-ATIVO       PIC X(1) VALUE "N".
           88 LOTE-ATIVO          VALUE "S".
      *    Passos com "I" sem "F" na data de hoje.
       01 WS-TABELA-PASSOS.
           05 WS-PX-ENT OCCURS 50 TIMES.
               10 PX-PROGRAMA      PIC X(20).
               10 PX-SALDO         PIC S9(3).
       01 WS-QTD-PASSOS       PIC 9(2) VALUE 0.
       01 WS-IDX-PX           PIC 9(2).
       01 WS-PX-CORRENTE      PIC 9(2).
      *    Chaves do perdedor a regravar nos indexados (a troca de
      *    chave e feita depois da varredura, fora do READ NEXT).
       01 WS-TABELA-CHAVES.
           05 WS-CH-ENT OCCURS 500 TIMES.
               10 CH-DATA          PIC 9(8).
               10 CH-CONVENIO      PIC 9(3).
       01 WS-QTD-CHAVES       PIC 9(3) VALUE 0.
       01 WS-IDX-CH           PIC 9(3).
       01 WS-QTD-NAO-LIDAS    PIC 9(6) VALUE 0.
       01 WS-PONTEIRO         PIC 9(3).
       01 WS-EXAME-SALVO      PIC X(80).
       01 WS-GLOSA-SALVA      PIC X(80).
       01 WS-PLANO-SALVO      PIC X(120).
       01 WS-SITUACAO-PERDEDOR PIC X(1).
       01 WS-SESSAO-OP        PIC X(1).
       01 WS-OPERADOR         PIC X(10).
       01 WS-TERMINAL         PIC X(8).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           PERFORM VERIFICAR-LOTE-ATIVO
           IF LOTE-ATIVO
               DISPLAY "Lote noturno em andamento - juncao "
                       "recusada. Tente apos o fechamento."
               GOBACK
           END-IF

           DISPLAY "ID do paciente que SAI (duplicado): "
           ACCEPT WS-ID-PERDEDOR
           DISPLAY "ID do paciente que FICA: "
           ACCEPT WS-ID-SOBREVIVENTE

           IF WS-ID-PERDEDOR = WS-ID-SOBREVIVENTE
               DISPLAY "Os dois IDs sao iguais - nada a juntar."
               GOBACK
           END-IF

           OPEN I-O PACIENTE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Cadastro de pacientes nao disponivel ("
                       WS-MASTER-STATUS ")."
               GOBACK
           END-IF

           MOVE WS-ID-SOBREVIVENTE TO PM-ID
           PERFORM LER-PACIENTE
           IF NOT PACIENTE-ENCONTRADO
               DISPLAY "Paciente que fica nao cadastrado."
               CLOSE PACIENTE-MASTER-FILE
               GOBACK
           END-IF
           MOVE PM-NOME TO WS-NOME-SOBREVIVENTE
           DISPLAY "FICA: " PM-ID " " PM-NOME " " PM-NASCIMENTO
                   " " PM-SEXO

           MOVE WS-ID-PERDEDOR TO PM-ID
           PERFORM LER-PACIENTE
           IF NOT PACIENTE-ENCONTRADO
               DISPLAY "Paciente que sai nao cadastrado."
               CLOSE PACIENTE-MASTER-FILE
               GOBACK
           END-IF
           DISPLAY "SAI:  " PM-ID " " PM-NOME " " PM-NASCIMENTO
                   " " PM-SEXO

           DISPLAY "Confirma a juncao definitiva (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Juncao cancelada."
               CLOSE PACIENTE-MASTER-FILE
               GOBACK
           END-IF

           MOVE "L" TO WS-SESSAO-OP
           CALL "SessaoCorp" USING WS-SESSAO-OP WS-OPERADOR
               WS-TERMINAL
           END-CALL

           PERFORM ABRIR-CERTIFICADO
           MOVE SPACES TO CERTIFICADO-REC
           STRING WS-HOJE DELIMITED BY SIZE
                  " CERTIFICADO DE JUNCAO ID=" DELIMITED BY SIZE
                  WS-ID-PERDEDOR DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  WS-ID-SOBREVIVENTE DELIMITED BY SIZE
                  " OPERADOR=" DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SIZE
                  INTO CERTIFICADO-REC
           END-STRING
           WRITE CERTIFICADO-REC

           PERFORM REMOVER-PERDEDOR-DO-CADASTRO
           CLOSE PACIENTE-MASTER-FILE

           MOVE "data/imc_historico.dat" TO WS-ORIGEM-NOME
           MOVE "A" TO WS-MODO-TROCA
           PERFORM TROCAR-ARQUIVO-SEQUENCIAL

           MOVE "data/imc_retornos.dat" TO WS-ORIGEM-NOME
           MOVE "N" TO WS-MODO-TROCA
           PERFORM TROCAR-ARQUIVO-SEQUENCIAL

           MOVE "data/imc_recicla.dat" TO WS-ORIGEM-NOME
           MOVE "A" TO WS-MODO-TROCA
           PERFORM TROCAR-ARQUIVO-SEQUENCIAL

           MOVE "data/visitas_faturaveis.dat" TO WS-ORIGEM-NOME
           MOVE "P" TO WS-MODO-TROCA
           PERFORM TROCAR-ARQUIVO-SEQUENCIAL

           MOVE "data/exames_entrada.dat" TO WS-ORIGEM-NOME
           MOVE "A" TO WS-MODO-TROCA
           PERFORM TROCAR-ARQUIVO-SEQUENCIAL

           PERFORM TROCAR-AGENDA
           PERFORM TROCAR-EXAMES
           PERFORM TROCAR-GLOSAS
           PERFORM TROCAR-PLANO-NUTRICAO

           CLOSE CERTIFICADO-FILE

           DISPLAY "Juncao concluida - certificado gravado."

           STRING "JUNCAO ID=" DELIMITED BY SIZE
                  WS-ID-PERDEDOR DELIMITED BY SIZE
                  " PARA=" DELIMITED BY SIZE
                  WS-ID-SOBREVIVENTE DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE "juncao de pacientes concluida" TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

      *    Lote ativo = algum passo de hoje com registro "I" ainda
      *    sem o "F" correspondente no historico de execucao.
       VERIFICAR-LOTE-ATIVO.
           MOVE "N" TO WS-EOF-HIST
           OPEN INPUT HISTEXEC-FILE
           IF WS-HISTEXEC-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-HIST
           END-IF

           PERFORM UNTIL FIM-HISTEXEC
               READ HISTEXEC-FILE
                   AT END
                       MOVE "S" TO WS-EOF-HIST
                   NOT AT END
                       IF HX-DATA = WS-HOJE
                           PERFORM CONTABILIZAR-PASSO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HISTEXEC-STATUS = "00" OR WS-HISTEXEC-STATUS = "10"
               CLOSE HISTEXEC-FILE
           END-IF

           PERFORM VARYING WS-IDX-PX FROM 1 BY 1
                   UNTIL WS-IDX-PX > WS-QTD-PASSOS
               IF PX-SALDO(WS-IDX-PX) > 0
                   MOVE "S" TO WS-LOTE-ATIVO
               END-IF
           END-PERFORM.

       CONTABILIZAR-PASSO.
           MOVE 0 TO WS-PX-CORRENTE
           PERFORM VARYING WS-IDX-PX FROM 1 BY 1
                   UNTIL WS-IDX-PX > WS-QTD-PASSOS
               IF PX-PROGRAMA(WS-IDX-PX) = HX-PROGRAMA
                   MOVE WS-IDX-PX TO WS-PX-CORRENTE
               END-IF
           END-PERFORM
           IF WS-PX-CORRENTE = 0 AND WS-QTD-PASSOS < 50
               ADD 1 TO WS-QTD-PASSOS
               MOVE WS-QTD-PASSOS TO WS-PX-CORRENTE
               MOVE HX-PROGRAMA TO PX-PROGRAMA(WS-PX-CORRENTE)
               MOVE 0 TO PX-SALDO(WS-PX-CORRENTE)
           END-IF
           IF WS-PX-CORRENTE > 0
               IF HX-TIPO = "I"
                   ADD 1 TO PX-SALDO(WS-PX-CORRENTE)
               ELSE
                   SUBTRACT 1 FROM PX-SALDO(WS-PX-CORRENTE)
               END-IF
           END-IF.

       LER-PACIENTE.
           MOVE "N" TO WS-ACHOU-PACIENTE
           READ PACIENTE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-PACIENTE
           END-READ.

       ABRIR-CERTIFICADO.
           OPEN EXTEND CERTIFICADO-FILE
           IF WS-CERTIFICADO-STATUS = "35"
               OPEN OUTPUT CERTIFICADO-FILE
           END-IF.

      *    O registro do perdedor ja esta na area (ultimo lido);
      *    a exclusao vai ao jornal para a recuperacao por
      *    AplicarJornal.
       REMOVER-PERDEDOR-DO-CADASTRO.
           MOVE 0 TO WS-QTD-TOCADOS
           MOVE PACIENTE-MASTER-REC TO WS-REC-PERDEDOR
           DELETE PACIENTE-MASTER-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-QTD-TOCADOS
                   MOVE "D" TO WS-JR-OPERACAO
                   MOVE WS-REC-PERDEDOR TO WS-JR-ANTES
                   MOVE SPACES TO WS-JR-DEPOIS
                   PERFORM GRAVAR-JORNAL-PACIENTES
           END-DELETE

           MOVE "pacientes_master.dat" TO WS-ORIGEM-NOME
           MOVE 0 TO WS-QTD-CONFLITOS
           PERFORM GRAVAR-LINHA-CERTIFICADO.

      *    Regrava o arquivo sequencial via temporario, trocando o
      *    ID do perdedor pelo do sobrevivente conforme o modo.
       TROCAR-ARQUIVO-SEQUENCIAL.
           MOVE 0 TO WS-QTD-TOCADOS
           MOVE 0 TO WS-QTD-CONFLITOS
           MOVE 0 TO WS-QTD-NAO-LIDAS
           MOVE "N" TO WS-EOF-ORIGEM

           OPEN INPUT ORIGEM-FILE
           IF WS-ORIGEM-STATUS NOT = "00"
               PERFORM GRAVAR-LINHA-CERTIFICADO
           ELSE
               OPEN OUTPUT TEMP-FILE

               PERFORM UNTIL FIM-ORIGEM
                   READ ORIGEM-FILE
                       AT END
                           MOVE "S" TO WS-EOF-ORIGEM
                       NOT AT END
                           PERFORM TROCAR-UMA-LINHA
                   END-READ
               END-PERFORM

               CLOSE ORIGEM-FILE
               CLOSE TEMP-FILE

               PERFORM COPIAR-TEMP-DE-VOLTA
               PERFORM GRAVAR-LINHA-CERTIFICADO
           END-IF.

       TROCAR-UMA-LINHA.
           EVALUATE WS-MODO-TROCA
               WHEN "P"
                   IF ORIGEM-REC(9:10) = WS-ID-PERDEDOR
                       ADD 1 TO WS-QTD-TOCADOS
                       MOVE WS-ID-SOBREVIVENTE TO ORIGEM-REC(9:10)
                   END-IF
               WHEN "N"
                   IF ORIGEM-REC(1:10) = WS-ID-PERDEDOR
                       ADD 1 TO WS-QTD-TOCADOS
                       MOVE WS-ID-SOBREVIVENTE TO ORIGEM-REC(1:10)
                       MOVE WS-NOME-SOBREVIVENTE TO ORIGEM-REC(11:20)
                   END-IF
               WHEN OTHER
                   IF ORIGEM-REC(1:10) = WS-ID-PERDEDOR
                       ADD 1 TO WS-QTD-TOCADOS
                       MOVE WS-ID-SOBREVIVENTE TO ORIGEM-REC(1:10)
                   END-IF
           END-EVALUATE
           MOVE ORIGEM-REC TO TEMP-REC
           WRITE TEMP-REC.

       COPIAR-TEMP-DE-VOLTA.
           MOVE "N" TO WS-EOF-TEMP
           OPEN INPUT TEMP-FILE
           OPEN OUTPUT ORIGEM-FILE

           PERFORM UNTIL FIM-TEMP
               READ TEMP-FILE
                   AT END
                       MOVE "S" TO WS-EOF-TEMP
                   NOT AT END
                       MOVE TEMP-REC TO ORIGEM-REC
                       WRITE ORIGEM-REC
               END-READ
           END-PERFORM

           CLOSE TEMP-FILE
           CLOSE ORIGEM-FILE

           OPEN OUTPUT TEMP-FILE
           CLOSE TEMP-FILE.

       TROCAR-AGENDA.
           MOVE 0 TO WS-QTD-TOCADOS
           MOVE 0 TO WS-QTD-CONFLITOS
           MOVE 0 TO WS-QTD-NAO-LIDAS
           MOVE "N" TO WS-EOF-AGENDA
           OPEN I-O AGENDA-FILE
           IF WS-AGENDA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-AGENDA
           END-IF

           PERFORM UNTIL FIM-AGENDA
               READ AGENDA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-AGENDA
                   NOT AT END
                       IF AG-PACIENTE = WS-ID-PERDEDOR
                           MOVE WS-ID-SOBREVIVENTE TO AG-PACIENTE
                           MOVE WS-NOME-SOBREVIVENTE TO AG-NOME
                           REWRITE AGENDA-REC
                           ADD 1 TO WS-QTD-TOCADOS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-AGENDA-STATUS = "00" OR WS-AGENDA-STATUS = "10"
               CLOSE AGENDA-FILE
           END-IF

           MOVE "agenda_consultas.dat" TO WS-ORIGEM-NOME
           PERFORM GRAVAR-LINHA-CERTIFICADO.

      *    Historico de exames: a chave comeca pelo PM-ID, entao os
      *    exames do perdedor ficam juntos; cada um e excluido e
      *    regravado na chave do sobrevivente.
       TROCAR-EXAMES.
           MOVE 0 TO WS-QTD-TOCADOS
           MOVE 0 TO WS-QTD-CONFLITOS
           MOVE 0 TO WS-QTD-CHAVES
           MOVE 0 TO WS-QTD-NAO-LIDAS
           OPEN I-O EXAME-LAB-FILE
           IF WS-EXAME-STATUS = "00"
               MOVE "N" TO WS-EOF-EXAME
               MOVE WS-ID-PERDEDOR TO LB-PM-ID
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
                           IF LB-PM-ID = WS-ID-PERDEDOR
                               PERFORM GUARDAR-CHAVE-EXAME
                           ELSE
                               MOVE "S" TO WS-EOF-EXAME
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM VARYING WS-IDX-CH FROM 1 BY 1
                       UNTIL WS-IDX-CH > WS-QTD-CHAVES
                   PERFORM REGRAVAR-EXAME
               END-PERFORM
               CLOSE EXAME-LAB-FILE
           END-IF

           MOVE "exames_laboratorio.dat" TO WS-ORIGEM-NOME
           PERFORM GRAVAR-LINHA-CERTIFICADO.

       GUARDAR-CHAVE-EXAME.
           IF WS-QTD-CHAVES < 500
               ADD 1 TO WS-QTD-CHAVES
               MOVE LB-DATA-COLETA TO CH-DATA(WS-QTD-CHAVES)
               MOVE 0 TO CH-CONVENIO(WS-QTD-CHAVES)
           ELSE
               ADD 1 TO WS-QTD-NAO-LIDAS
           END-IF.

       REGRAVAR-EXAME.
           MOVE WS-ID-PERDEDOR TO LB-PM-ID
           MOVE CH-DATA(WS-IDX-CH) TO LB-DATA-COLETA
           READ EXAME-LAB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EXAME-LAB-REC TO WS-EXAME-SALVO
                   DELETE EXAME-LAB-FILE RECORD
                   MOVE WS-EXAME-SALVO TO EXAME-LAB-REC
                   MOVE WS-ID-SOBREVIVENTE TO LB-PM-ID
                   WRITE EXAME-LAB-REC
                       INVALID KEY
                           ADD 1 TO WS-QTD-CONFLITOS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-TOCADOS
                   END-WRITE
           END-READ.

      *    Glosas: o paciente esta no meio da chave, entao a
      *    varredura e completa.
       TROCAR-GLOSAS.
           MOVE 0 TO WS-QTD-TOCADOS
           MOVE 0 TO WS-QTD-CONFLITOS
           MOVE 0 TO WS-QTD-CHAVES
           MOVE 0 TO WS-QTD-NAO-LIDAS
           OPEN I-O GLOSA-FILE
           IF WS-GLOSA-STATUS = "00"
               MOVE "N" TO WS-EOF-GLOSA
               PERFORM UNTIL FIM-GLOSAS
                   READ GLOSA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-GLOSA
                       NOT AT END
                           IF GL-PACIENTE = WS-ID-PERDEDOR
                               PERFORM GUARDAR-CHAVE-GLOSA
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM VARYING WS-IDX-CH FROM 1 BY 1
                       UNTIL WS-IDX-CH > WS-QTD-CHAVES
                   PERFORM REGRAVAR-GLOSA
               END-PERFORM
               CLOSE GLOSA-FILE
           END-IF

           MOVE "glosas.dat" TO WS-ORIGEM-NOME
           PERFORM GRAVAR-LINHA-CERTIFICADO.

       GUARDAR-CHAVE-GLOSA.
           IF WS-QTD-CHAVES < 500
               ADD 1 TO WS-QTD-CHAVES
               MOVE GL-DATA TO CH-DATA(WS-QTD-CHAVES)
               MOVE GL-CONVENIO TO CH-CONVENIO(WS-QTD-CHAVES)
           ELSE
               ADD 1 TO WS-QTD-NAO-LIDAS
           END-IF.

       REGRAVAR-GLOSA.
           MOVE CH-DATA(WS-IDX-CH) TO GL-DATA
           MOVE WS-ID-PERDEDOR TO GL-PACIENTE
           MOVE CH-CONVENIO(WS-IDX-CH) TO GL-CONVENIO
           READ GLOSA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GLOSA-REC TO WS-GLOSA-SALVA
                   DELETE GLOSA-FILE RECORD
                   MOVE WS-GLOSA-SALVA TO GLOSA-REC
                   MOVE WS-ID-SOBREVIVENTE TO GL-PACIENTE
                   WRITE GLOSA-REC
                       INVALID KEY
                           ADD 1 TO WS-QTD-CONFLITOS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-TOCADOS
                   END-WRITE
           END-READ.

      *    Um plano por paciente: o do perdedor passa para o
      *    sobrevivente que nao tem plano, ou que so tem plano
      *    encerrado enquanto o do perdedor esta ativo; nos demais
      *    casos fica o do sobrevivente (conflito no certificado).
       TROCAR-PLANO-NUTRICAO.
           MOVE 0 TO WS-QTD-TOCADOS
           MOVE 0 TO WS-QTD-CONFLITOS
           MOVE 0 TO WS-QTD-NAO-LIDAS
           OPEN I-O PLANO-FILE
           IF WS-PLANO-STATUS = "00"
               MOVE WS-ID-PERDEDOR TO PN-PM-ID
               READ PLANO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM REGRAVAR-PLANO-NUTRICAO
               END-READ
               CLOSE PLANO-FILE
           END-IF

           MOVE "planos_nutricao.dat" TO WS-ORIGEM-NOME
           PERFORM GRAVAR-LINHA-CERTIFICADO.

       REGRAVAR-PLANO-NUTRICAO.
           MOVE PLANO-NUTRI-REC TO WS-PLANO-SALVO
           MOVE PN-SITUACAO TO WS-SITUACAO-PERDEDOR
           DELETE PLANO-FILE RECORD
           MOVE WS-ID-SOBREVIVENTE TO PN-PM-ID
           READ PLANO-FILE
               INVALID KEY
                   MOVE WS-PLANO-SALVO TO PLANO-NUTRI-REC
                   MOVE WS-ID-SOBREVIVENTE TO PN-PM-ID
                   WRITE PLANO-NUTRI-REC
                   END-WRITE
                   ADD 1 TO WS-QTD-TOCADOS
               NOT INVALID KEY
                   IF PN-SITUACAO NOT = "A"
                           AND WS-SITUACAO-PERDEDOR = "A"
                       MOVE WS-PLANO-SALVO TO PLANO-NUTRI-REC
                       MOVE WS-ID-SOBREVIVENTE TO PN-PM-ID
                       REWRITE PLANO-NUTRI-REC
                       ADD 1 TO WS-QTD-TOCADOS
                   ELSE
                       ADD 1 TO WS-QTD-CONFLITOS
                   END-IF
           END-READ.

      *    Alem da contagem, a linha leva os conflitos de chave e
      *    as chaves alem da tabela de 500 (ficam no perdedor -
      *    rodar a juncao de novo leva o restante).
       GRAVAR-LINHA-CERTIFICADO.
           MOVE SPACES TO CERTIFICADO-REC
           MOVE 1 TO WS-PONTEIRO
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORIGEM-NOME) DELIMITED BY SIZE
                  " registros=" DELIMITED BY SIZE
                  WS-QTD-TOCADOS DELIMITED BY SIZE
                  INTO CERTIFICADO-REC
                  WITH POINTER WS-PONTEIRO
           END-STRING
           IF WS-QTD-CONFLITOS > 0
               STRING " conflitos=" DELIMITED BY SIZE
                      WS-QTD-CONFLITOS DELIMITED BY SIZE
                      INTO CERTIFICADO-REC
                      WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF
           IF WS-QTD-NAO-LIDAS > 0
               STRING " nao movidos=" DELIMITED BY SIZE
                      WS-QTD-NAO-LIDAS DELIMITED BY SIZE
                      INTO CERTIFICADO-REC
                      WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF
           WRITE CERTIFICADO-REC.

           COPY "JRNLGRAV.CPY" REPLACING
               ROTINA-NOME BY GRAVAR-JORNAL-PACIENTES
               MESTRE-NOME BY "pacientes".

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "MesclarPacientes"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
