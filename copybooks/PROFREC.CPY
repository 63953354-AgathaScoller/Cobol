      *    periodo vivem em ATRIREC.CPY e respondem "quem corrige a
      *    TURMA01".
      *    PF-SITUACAO: "A" ativo, "D" desligado.
      *    PF-EMPREGADO-ID: cadastro do professor em empregados.dat,
      *    para as licencas e ferias de afastamentos.dat valerem na
      *    cobertura das aulas (CoberturaAulas); branco = sem
      *    vinculo.
      *    PF-HORAS-MAXIMAS: teto de horas semanais atribuidas no
      *    periodo (CargaProfessores, sugestao de substituto); zero
      *    = sem teto.
      *    Mestre ainda no layout anterior (42 posicoes) e convertido
      *    uma vez por ConverterMastersEscola, com os campos novos em
      *    branco ou zero como descrito acima.
       01  PROFESSOR-REC.
           05 PF-ID             PIC X(6).
           05 PF-NOME           PIC X(20).
           05 PF-QUALIFICACAO   PIC X(15).
           05 PF-SITUACAO       PIC X(1).
           05 PF-EMPREGADO-ID   PIC X(10).
           05 PF-HORAS-MAXIMAS  PIC 9(2).
