       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterReclamacoes.

      *    Registro das reclamacoes da ouvidoria sobre o banco, a
      *    clinica e a escola, que antes corriam por e-mail (a
      *    contestacao de saque continua em ManterDisputas): a
      *    abertura grava canal, subsistema, referencia do cliente
      *    (CPF, PM-ID ou matricula do aluno, conferida no cadastro
      *    do subsistema), categoria e descricao; o prazo sai da
      *    tabela de categorias (data/reclamacoes_categorias.dat) em
      *    dias uteis do CalendarioCorp e o responsavel inicial e o
      *    da categoria. Depois a reclamacao e designada a outro
      *    responsavel, anotada e encerrada com a resposta dada ao
      *    cliente - cada passo com linha no historico
      *    (data/reclamacoes_notas.dat). O aging noturno
      *    (ReclamacoesAging) cobra as perto do prazo e as vencidas;
      *    a estatistica mensal por categoria sai em
      *    EstatisticaOuvidoria.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMACAO-FILE ASSIGN TO "data/reclamacoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-ID
               FILE STATUS IS WS-RECLAMACAO-STATUS.

           SELECT NOTA-FILE ASSIGN TO "data/reclamacoes_notas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTA-STATUS.

           SELECT CATEGORIA-FILE ASSIGN TO
                   "data/reclamacoes_categorias.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATEGORIA-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "data/clientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CPF
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT PACIENTE-MASTER-FILE ASSIGN TO
                   "data/pacientes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PACIENTE-STATUS.

           SELECT ALUNO-FILE ASSIGN TO "data/idadeenota_alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALUNO-ID
               FILE STATUS IS WS-ALUNO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMACAO-FILE.
       COPY "RECLREC.CPY".

       FD  NOTA-FILE.
       COPY "RNOTREC.CPY".

       FD  CATEGORIA-FILE.
       COPY "RCATREC.CPY".

       FD  CLIENTE-FILE.
       COPY "CLIREC.CPY".

       FD  PACIENTE-MASTER-FILE.
       COPY "PACREC.CPY".

       FD  ALUNO-FILE.
       COPY "ALUNOREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "DUTILWS.CPY".
       01 WS-RECLAMACAO-STATUS PIC XX.
       01 WS-NOTA-STATUS     PIC XX.
       01 WS-CATEGORIA-STATUS PIC XX.
       01 WS-CLIENTE-STATUS  PIC XX.
       01 WS-PACIENTE-STATUS PIC XX.
       01 WS-ALUNO-STATUS    PIC XX.
       01 OPCAO              PIC X(1).
       01 WS-ID              PIC 9(6).
       01 WS-HOJE            PIC 9(8).
       01 WS-AGORA           PIC 9(8).
       01 WS-SESSOP          PIC X(1).
       01 WS-OPERADOR        PIC X(10).
       01 WS-TERMINAL        PIC X(8).
       01 MENSAGEM           PIC X(40).
       01 WS-ACHOU-RECLAMACAO PIC X(1).
           88 RECLAMACAO-ENCONTRADA VALUE "S".
       01 WS-ACHOU-CATEGORIA PIC X(1).
           88 CATEGORIA-ENCONTRADA  VALUE "S".
       01 WS-ACHOU-REFERENCIA PIC X(1).
           88 REFERENCIA-ENCONTRADA VALUE "S".
       01 WS-EOF-NOTA        PIC X(1).
           88 FIM-NOTAS          VALUE "S".
       01 WS-NOTA-TIPO       PIC X(1).
       01 WS-NOTA-TEXTO      PIC X(60).
       01 WS-RESPONSAVEL     PIC X(10).
       01 WS-PRAZO-UTEIS     PIC 9(3).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           MOVE "L" TO WS-SESSOP
           CALL "SessaoCorp" USING WS-SESSOP WS-OPERADOR WS-TERMINAL
           END-CALL
           IF WS-OPERADOR = "-"
               MOVE SPACES TO WS-OPERADOR
           END-IF

           OPEN I-O RECLAMACAO-FILE
           IF WS-RECLAMACAO-STATUS = "35"
               OPEN OUTPUT RECLAMACAO-FILE
               CLOSE RECLAMACAO-FILE
               OPEN I-O RECLAMACAO-FILE
           END-IF

           DISPLAY "Reclamacoes - (A)brir, (D)esignar, a(N)otar, "
                   "(E)ncerrar ou (C)onsultar? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "A"
               WHEN "a"
                   PERFORM ABRIR-RECLAMACAO
               WHEN "D"
               WHEN "d"
                   PERFORM DESIGNAR-RECLAMACAO
               WHEN "N"
               WHEN "n"
                   PERFORM ANOTAR-RECLAMACAO
               WHEN "E"
               WHEN "e"
                   PERFORM ENCERRAR-RECLAMACAO
               WHEN "C"
               WHEN "c"
                   PERFORM CONSULTAR-RECLAMACAO
               WHEN OTHER
                   MOVE "Opcao invalida." TO MENSAGEM
                   DISPLAY MENSAGEM
           END-EVALUATE

           CLOSE RECLAMACAO-FILE

           STRING "OPCAO=" DELIMITED BY SIZE
                  OPCAO DELIMITED BY SIZE
                  " RECLAMACAO=" DELIMITED BY SIZE
                  WS-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-ENTRADA
           END-STRING
           MOVE MENSAGEM TO WS-AUDIT-SAIDA
           PERFORM REGISTRAR-AUDITORIA

           GOBACK.

      *    Abertura: a categoria define o prazo (dias uteis somados
      *    a data de hoje), o responsavel inicial e se o prazo e
      *    regulamentar; reclamacao recebida pelo regulador e sempre
      *    regulamentar, qualquer que seja a categoria.
       ABRIR-RECLAMACAO.
           DISPLAY "Numero da reclamacao (6 digitos): "
           ACCEPT WS-ID

           PERFORM LER-RECLAMACAO
           IF RECLAMACAO-ENCONTRADA
               MOVE "Reclamacao ja cadastrada." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           MOVE WS-ID TO RQ-ID
           DISPLAY "Canal - (T)elefone, (E)-mail, (A)gencia, (S)ite "
                   "ou (R)egulador: "
           ACCEPT RQ-CANAL
           IF RQ-CANAL NOT = "T" AND RQ-CANAL NOT = "E"
                   AND RQ-CANAL NOT = "A" AND RQ-CANAL NOT = "S"
                   AND RQ-CANAL NOT = "R"
               MOVE "Canal invalido." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           DISPLAY "Subsistema - (B)anco, (C)linica ou (E)scola: "
           ACCEPT RQ-SUBSISTEMA
           EVALUATE RQ-SUBSISTEMA
               WHEN "B"
                   DISPLAY "CPF do cliente: "
               WHEN "C"
                   DISPLAY "Codigo do paciente (PM-ID): "
               WHEN "E"
                   DISPLAY "Matricula do aluno: "
               WHEN OTHER
                   MOVE "Subsistema invalido." TO MENSAGEM
                   DISPLAY MENSAGEM
                   GOBACK
           END-EVALUATE
           ACCEPT RQ-REFERENCIA

           PERFORM CONFERIR-REFERENCIA
           IF NOT REFERENCIA-ENCONTRADA
               MOVE "Cliente nao cadastrado." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           DISPLAY "Categoria (4 letras): "
           ACCEPT RQ-CATEGORIA
           PERFORM LER-CATEGORIA
           IF NOT CATEGORIA-ENCONTRADA
               MOVE "Categoria inexistente." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           DISPLAY "Descricao: "
           ACCEPT RQ-DESCRICAO

           MOVE CQ-PRAZO-UTEIS TO WS-PRAZO-UTEIS
           PERFORM CALCULAR-PRAZO
           MOVE CQ-REGULATORIO TO RQ-REGULATORIO
           IF RQ-CANAL = "R"
               MOVE "S" TO RQ-REGULATORIO
           END-IF
           MOVE CQ-RESPONSAVEL TO RQ-RESPONSAVEL
           MOVE WS-OPERADOR TO RQ-ABERTO-POR
           MOVE WS-HOJE TO RQ-DATA-ABERTURA
           MOVE 0 TO RQ-DATA-ENCERRAMENTO
           MOVE 0 TO RQ-QTD-NOTAS
           MOVE "A" TO RQ-SITUACAO
           MOVE "A" TO WS-NOTA-TIPO
           MOVE RQ-DESCRICAO TO WS-NOTA-TEXTO
           PERFORM GRAVAR-NOTA
           WRITE RECLAMACAO-REC

           DISPLAY "Prazo: " RQ-PRAZO "  Responsavel: "
                   RQ-RESPONSAVEL
           MOVE "Reclamacao aberta." TO MENSAGEM
           DISPLAY MENSAGEM.

       DESIGNAR-RECLAMACAO.
           PERFORM LER-RECLAMACAO-ABERTA
           IF MENSAGEM NOT = SPACES
               GOBACK
           END-IF

           DISPLAY "Responsavel atual: " RQ-RESPONSAVEL
           DISPLAY "Novo responsavel: "
           ACCEPT WS-RESPONSAVEL
           IF WS-RESPONSAVEL = SPACES
               MOVE "Responsavel nao informado." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           MOVE WS-RESPONSAVEL TO RQ-RESPONSAVEL
           MOVE "D" TO WS-NOTA-TIPO
           MOVE SPACES TO WS-NOTA-TEXTO
           STRING "Designada a " DELIMITED BY SIZE
                  WS-RESPONSAVEL DELIMITED BY SIZE
                  INTO WS-NOTA-TEXTO
           END-STRING
           PERFORM GRAVAR-NOTA
           REWRITE RECLAMACAO-REC
           MOVE "Reclamacao designada." TO MENSAGEM
           DISPLAY MENSAGEM.

       ANOTAR-RECLAMACAO.
           PERFORM LER-RECLAMACAO-ABERTA
           IF MENSAGEM NOT = SPACES
               GOBACK
           END-IF

           DISPLAY "Anotacao: "
           ACCEPT WS-NOTA-TEXTO
           IF WS-NOTA-TEXTO = SPACES
               MOVE "Anotacao em branco." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           MOVE "N" TO WS-NOTA-TIPO
           PERFORM GRAVAR-NOTA
           REWRITE RECLAMACAO-REC
           MOVE "Anotacao registrada." TO MENSAGEM
           DISPLAY MENSAGEM.

      *    Encerramento exige o texto da resposta dada ao cliente -
      *    e o que a ouvidoria apresenta ao regulador.
       ENCERRAR-RECLAMACAO.
           PERFORM LER-RECLAMACAO-ABERTA
           IF MENSAGEM NOT = SPACES
               GOBACK
           END-IF

           DISPLAY "Resposta dada ao cliente: "
           ACCEPT WS-NOTA-TEXTO
           IF WS-NOTA-TEXTO = SPACES
               MOVE "Resposta nao informada." TO MENSAGEM
               DISPLAY MENSAGEM
               GOBACK
           END-IF

           MOVE "E" TO WS-NOTA-TIPO
           PERFORM GRAVAR-NOTA
           MOVE "E" TO RQ-SITUACAO
           MOVE WS-HOJE TO RQ-DATA-ENCERRAMENTO
           REWRITE RECLAMACAO-REC
           IF RQ-DATA-ENCERRAMENTO > RQ-PRAZO
               MOVE "Reclamacao encerrada fora do prazo." TO MENSAGEM
           ELSE
               MOVE "Reclamacao encerrada no prazo." TO MENSAGEM
           END-IF
           DISPLAY MENSAGEM.

       CONSULTAR-RECLAMACAO.
           DISPLAY "Numero da reclamacao: "
           ACCEPT WS-ID

           PERFORM LER-RECLAMACAO
           IF RECLAMACAO-ENCONTRADA
               DISPLAY "Reclamacao: " RQ-ID "  Canal: " RQ-CANAL
                       "  Subsistema: " RQ-SUBSISTEMA
               DISPLAY "Cliente: " RQ-REFERENCIA
                       "  Categoria: " RQ-CATEGORIA
               DISPLAY "Descricao: " RQ-DESCRICAO
               DISPLAY "Responsavel: " RQ-RESPONSAVEL
                       "  Aberta por: " RQ-ABERTO-POR
               DISPLAY "Abertura: " RQ-DATA-ABERTURA
                       "  Prazo: " RQ-PRAZO
                       "  Regulatoria: " RQ-REGULATORIO
               DISPLAY "Situacao: " RQ-SITUACAO
                       "  Encerramento: " RQ-DATA-ENCERRAMENTO
               PERFORM LISTAR-HISTORICO
               MOVE "Consulta efetuada." TO MENSAGEM
           ELSE
               MOVE "Reclamacao inexistente." TO MENSAGEM
               DISPLAY MENSAGEM
           END-IF.

       LISTAR-HISTORICO.
           MOVE "N" TO WS-EOF-NOTA
           OPEN INPUT NOTA-FILE
           IF WS-NOTA-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-NOTA
           END-IF

           PERFORM UNTIL FIM-NOTAS
               READ NOTA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-NOTA
                   NOT AT END
                       IF RA-ID = RQ-ID
                           DISPLAY RA-DATA " " RA-TIPO " "
                                   RA-OPERADOR " " RA-TEXTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-NOTA-STATUS = "00" OR WS-NOTA-STATUS = "10"
               CLOSE NOTA-FILE
           END-IF.

      *    Designar, anotar e encerrar so valem para reclamacao
      *    aberta; MENSAGEM volta em branco quando pode seguir.
       LER-RECLAMACAO-ABERTA.
           MOVE SPACES TO MENSAGEM
           DISPLAY "Numero da reclamacao: "
           ACCEPT WS-ID

           PERFORM LER-RECLAMACAO
           IF NOT RECLAMACAO-ENCONTRADA
               MOVE "Reclamacao inexistente." TO MENSAGEM
               DISPLAY MENSAGEM
           ELSE
               IF RQ-SITUACAO NOT = "A"
                   MOVE "Reclamacao ja encerrada." TO MENSAGEM
                   DISPLAY MENSAGEM
               END-IF
           END-IF.

       LER-RECLAMACAO.
           MOVE "N" TO WS-ACHOU-RECLAMACAO
           MOVE WS-ID TO RQ-ID
           READ RECLAMACAO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-RECLAMACAO
           END-READ.

      *    A referencia tem de existir no cadastro do subsistema:
      *    clientes por CPF, pacientes por PM-ID, alunos pela
      *    matricula.
       CONFERIR-REFERENCIA.
           MOVE "N" TO WS-ACHOU-REFERENCIA
           EVALUATE RQ-SUBSISTEMA
               WHEN "B"
                   IF RQ-REFERENCIA IS NUMERIC
                       OPEN INPUT CLIENTE-FILE
                       IF WS-CLIENTE-STATUS = "00"
                           MOVE RQ-REFERENCIA TO CL-CPF
                           READ CLIENTE-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE "S" TO WS-ACHOU-REFERENCIA
                           END-READ
                           CLOSE CLIENTE-FILE
                       END-IF
                   END-IF
               WHEN "C"
                   OPEN INPUT PACIENTE-MASTER-FILE
                   IF WS-PACIENTE-STATUS = "00"
                       MOVE RQ-REFERENCIA TO PM-ID
                       READ PACIENTE-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "S" TO WS-ACHOU-REFERENCIA
                       END-READ
                       CLOSE PACIENTE-MASTER-FILE
                   END-IF
               WHEN OTHER
                   OPEN INPUT ALUNO-FILE
                   IF WS-ALUNO-STATUS = "00"
                       MOVE RQ-REFERENCIA TO AL-ALUNO-ID
                       READ ALUNO-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "S" TO WS-ACHOU-REFERENCIA
                       END-READ
                       CLOSE ALUNO-FILE
                   END-IF
           END-EVALUATE.

       LER-CATEGORIA.
           MOVE "N" TO WS-ACHOU-CATEGORIA
           OPEN INPUT CATEGORIA-FILE
           IF WS-CATEGORIA-STATUS = "00"
               PERFORM UNTIL CATEGORIA-ENCONTRADA
                       OR WS-CATEGORIA-STATUS NOT = "00"
                   READ CATEGORIA-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CQ-CATEGORIA = RQ-CATEGORIA
                               MOVE "S" TO WS-ACHOU-CATEGORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEGORIA-FILE
           END-IF.

       GRAVAR-NOTA.
           ACCEPT WS-AGORA FROM TIME
           OPEN EXTEND NOTA-FILE
           IF WS-NOTA-STATUS = "35"
               OPEN OUTPUT NOTA-FILE
           END-IF
           MOVE RQ-ID TO RA-ID
           MOVE WS-HOJE TO RA-DATA
           MOVE WS-AGORA TO RA-HORA
           MOVE WS-OPERADOR TO RA-OPERADOR
           MOVE WS-NOTA-TIPO TO RA-TIPO
           MOVE WS-NOTA-TEXTO TO RA-TEXTO
           WRITE NOTA-RECL-REC
           CLOSE NOTA-FILE
           ADD 1 TO RQ-QTD-NOTAS.

           COPY "DUTILSOM.CPY" REPLACING
               ROTINA-NOME    BY CALCULAR-PRAZO
               DATA-INICIAL   BY WS-HOJE
               QTD-DIAS       BY WS-PRAZO-UTEIS
               DATA-RESULTADO BY RQ-PRAZO.

           COPY "AUDITLOG.CPY" REPLACING
               ROTINA-NOME   BY REGISTRAR-AUDITORIA
               PROGRAMA-NOME BY "ManterReclamacoes"
               ENTRADA-CHAVE BY WS-AUDIT-ENTRADA
               SAIDA-CHAVE   BY WS-AUDIT-SAIDA.
