      *    ver o saldo de diretor:
      *      - nomes de clientes, pacientes, alunos e empregados
      *        trocados por um pool sintetico ciclico;
      *      - numero da carteirinha de convenio e CPF dos
      *        pacientes apagados (a validade fica, para o treino
      *        da agenda);
      *      - saldos e limites perturbados (90% do valor mais um
      *        ruido derivado da chave);
      *      - SENHADIG de todos os usuarios trocado pelo digest da
       FD  TREINO-CONTA-FILE.
       01  TREINO-CONTA-REC.
           05 TN-CONTA          PIC 9(6).
           05 TN-RESTO          PIC X(69).

       FD  TREINO-PAC-FILE.
       01  TREINO-PAC-REC.
           05 TP-ID             PIC X(10).
           05 TP-RESTO          PIC X(71).

       FD  TREINO-ALUNO-FILE.
       01  TREINO-ALUNO-REC.
       FD  TREINO-EMP-FILE.
       01  TREINO-EMP-REC.
           05 TE-ID             PIC X(10).
           05 TE-RESTO          PIC X(49).

       FD  TREINO-ESC-FILE.
       01  TREINO-ESC-REC.
                           PERFORM PROXIMO-NOME-SINTETICO
                           MOVE WS-NOME-POOL(WS-IDX-NOME) TO
                               PM-NOME
                           MOVE SPACES TO PM-CARTEIRA
                           MOVE 0 TO PM-CPF
                           MOVE PACIENTE-MASTER-REC TO
                               TREINO-PAC-REC
                           WRITE TREINO-PAC-REC
