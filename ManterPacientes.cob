
           COPY "JRNLSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  PACIENTE-MASTER-FILE.

       COPY "JRNLFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITWS.CPY".
       COPY "JRNLWS.CPY".
                   DISPLAY "Convenio nao cadastrado - particular."
                   MOVE 0 TO PM-CONVENIO
               END-IF
           END-IF

      *    Carteirinha do convenio: a validade e conferida na
      *    marcacao (AgendaClinica) e no faturamento da visita
      *    (CalculadoraIMC); particular nao tem carteirinha.
           IF PM-CONVENIO = 0
               MOVE SPACES TO PM-CARTEIRA
               MOVE 0 TO PM-VALIDADE-CARTEIRA
           ELSE
               DISPLAY "Numero da carteirinha: "
               ACCEPT PM-CARTEIRA
               DISPLAY "Validade da carteirinha (AAAAMMDD): "
               ACCEPT PM-VALIDADE-CARTEIRA
               IF PM-VALIDADE-CARTEIRA NOT NUMERIC
                   MOVE 0 TO PM-VALIDADE-CARTEIRA
               END-IF
           END-IF

      *    CPF liga o paciente aos outros cadastros da mesma pessoa
      *    na consulta por pessoa; sem CPF (menor sem documento)
      *    fica zero.
           DISPLAY "CPF (11 digitos, 0 = nao informado): "
           ACCEPT PM-CPF
           IF PM-CPF NOT NUMERIC
               MOVE 0 TO PM-CPF
           END-IF.

       VALIDAR-CONVENIO.
               DISPLAY "Nascimento: " PM-NASCIMENTO
               DISPLAY "Sexo: " PM-SEXO
               DISPLAY "Convenio: " PM-CONVENIO
               IF PM-CONVENIO IS NUMERIC AND PM-CONVENIO NOT = 0
                   DISPLAY "Carteirinha: " PM-CARTEIRA
                   DISPLAY "Validade: " PM-VALIDADE-CARTEIRA
               END-IF
               IF PM-CPF IS NUMERIC AND PM-CPF NOT = 0
                   DISPLAY "CPF: " PM-CPF
               END-IF
               MOVE "Consulta efetuada." TO MENSAGEM
           ELSE
               MOVE "Paciente nao cadastrado." TO MENSAGEM
