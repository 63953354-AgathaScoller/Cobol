      *    listando as contas vinculadas (CM-CPF no cadastro de
      *    contas). E o cadastro que agrega as contas de uma mesma
      *    pessoa para o limite diario e os relatorios de compliance.
      *    A consulta lista tambem as contas conjuntas em que a
      *    pessoa e segundo titular ou representante legal (arquivo
      *    de titulares data/contas_titulares.dat), com o papel.
      *    A opcao de revisao registra a revisao cadastral (KYC)
      *    feita pelo compliance com a data de hoje, zerando a
      *    pendencia apontada pela reavaliacao mensal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "data/contas_titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CHAVE
               FILE STATUS IS WS-TITULAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-FILE.
       COPY "CONTAREC.CPY".

       FD  TITULAR-FILE.
       COPY "TITULREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       01 WS-EOF-CONTA      PIC X VALUE "N".
           88 FIM-CONTAS         VALUE "S".
       01 WS-QTD-CONTAS     PIC 9(3) VALUE 0.
       01 WS-TITULAR-STATUS PIC XX.
       01 WS-EOF-TITULAR    PIC X VALUE "N".
           88 FIM-TITULARES      VALUE "S".
       01 WS-DESC-PAPEL     PIC X(13).
       01 WS-HOJE           PIC 9(8).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-CLIENTE-FILE

           DISPLAY "Cadastro de clientes - (I)ncluir, (A)lterar, "
                   "(C)onsultar ou (R)evisao KYC? "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN "C"
               WHEN "c"
                   PERFORM CONSULTAR-CLIENTE
               WHEN "R"
               WHEN "r"
                   PERFORM REGISTRAR-REVISAO
               WHEN OTHER
                   MOVE "Opcao invalida." TO MENSAGEM
                   DISPLAY MENSAGEM
               MOVE WS-CPF TO CL-CPF
               MOVE WS-NOME TO CL-NOME
               MOVE WS-RISCO TO CL-RISCO
      *        A ficha de abertura vale como primeira revisao.
               ACCEPT WS-HOJE FROM DATE YYYYMMDD
               MOVE WS-HOJE TO CL-DATA-REVISAO
               WRITE CLIENTE-REC
               MOVE "Cliente incluido." TO MENSAGEM
           END-IF
               DISPLAY "CPF: " CL-CPF
               DISPLAY "Nome: " CL-NOME
               DISPLAY "Risco: " CL-RISCO
               IF CL-DATA-REVISAO IS NUMERIC AND CL-DATA-REVISAO > 0
                   DISPLAY "Ultima revisao KYC: " CL-DATA-REVISAO
               ELSE
                   DISPLAY "Ultima revisao KYC: nunca revisado"
               END-IF
               PERFORM LISTAR-CONTAS-DO-CLIENTE
               MOVE "Consulta efetuada." TO MENSAGEM
           ELSE
               DISPLAY MENSAGEM
           END-IF.

      *    Revisao cadastral concluida pelo compliance: so grava a
      *    data. A troca de risco, quando houver, segue pela
      *    alteracao ou pela mudanca pendente do lote.
       REGISTRAR-REVISAO.
           DISPLAY "CPF: "
           ACCEPT WS-CPF

           PERFORM LER-CLIENTE
           IF CLIENTE-ENCONTRADO
               ACCEPT WS-HOJE FROM DATE YYYYMMDD
               MOVE WS-HOJE TO CL-DATA-REVISAO
               REWRITE CLIENTE-REC
               MOVE "Revisao KYC registrada." TO MENSAGEM
           ELSE
               MOVE "Cliente inexistente." TO MENSAGEM
           END-IF

           DISPLAY MENSAGEM.

       LISTAR-CONTAS-DO-CLIENTE.
           MOVE 0 TO WS-QTD-CONTAS
           MOVE "N" TO WS-EOF-CONTA
                       IF CM-CPF = WS-CPF
                           DISPLAY "  Conta " CM-CONTA " situacao "
                                   CM-SITUACAO " tier " CM-TIER
                                   " titular principal"
                           ADD 1 TO WS-QTD-CONTAS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONTA-STATUS = "00" OR WS-CONTA-STATUS = "10"
               PERFORM LISTAR-CONTAS-CONJUNTAS
               CLOSE CONTA-FILE
           END-IF

           DISPLAY "Contas vinculadas: " WS-QTD-CONTAS.

      *    Contas em que o CPF aparece no arquivo de titulares sem
      *    ser o principal (o "P" ja saiu pelo CM-CPF acima).
       LISTAR-CONTAS-CONJUNTAS.
           MOVE "N" TO WS-EOF-TITULAR
           OPEN INPUT TITULAR-FILE
           IF WS-TITULAR-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-TITULAR
           END-IF

           PERFORM UNTIL FIM-TITULARES
               READ TITULAR-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-TITULAR
                   NOT AT END
                       IF TT-CPF = WS-CPF AND TT-PAPEL NOT = "P"
                           PERFORM MOSTRAR-CONTA-CONJUNTA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TITULAR-STATUS = "00" OR WS-TITULAR-STATUS = "10"
               CLOSE TITULAR-FILE
           END-IF.

       MOSTRAR-CONTA-CONJUNTA.
           IF TT-PAPEL = "R"
               MOVE "repres. legal" TO WS-DESC-PAPEL
           ELSE
               MOVE "2o titular" TO WS-DESC-PAPEL
           END-IF
           MOVE TT-CONTA TO CM-CONTA
           READ CONTA-FILE
               INVALID KEY
                   DISPLAY "  Conta " TT-CONTA " fora do cadastro "
                           WS-DESC-PAPEL
               NOT INVALID KEY
                   DISPLAY "  Conta " CM-CONTA " situacao "
                           CM-SITUACAO " tier " CM-TIER " "
                           WS-DESC-PAPEL
           END-READ
           ADD 1 TO WS-QTD-CONTAS.

       LER-CLIENTE.
           MOVE "N" TO WS-ACHOU-CLIENTE
           MOVE WS-CPF TO CL-CPF
