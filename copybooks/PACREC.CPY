      *    (CONVREC.CPY, data/convenios.dat); zero = particular.
      *    Alimenta o faturamento das visitas processadas pelo lote
      *    de IMC.
      *    PM-CARTEIRA / PM-VALIDADE-CARTEIRA: numero e validade
      *    (AAAAMMDD) da carteirinha do convenio. Registros antigos
      *    chegam com validade zero (nao informada); a regra de
      *    elegibilidade esta em CARTCHK.CPY.
      *    PM-CPF: CPF do paciente, que liga o paciente a mesma
      *    pessoa nos outros cadastros (clientes do banco,
      *    responsaveis de alunos, clientes da oficina) na consulta
      *    por pessoa (ConsultaPessoa). Zero em registros antigos
      *    ainda nao informados.
      *    Mestre ainda no layout anterior (42 posicoes) e convertido
      *    uma vez por ConverterMastersClinica, com os campos novos em
      *    branco ou zero como descrito acima.
       01  PACIENTE-MASTER-REC.
           05 PM-ID             PIC X(10).
           05 PM-NOME           PIC X(20).
           05 PM-NASCIMENTO     PIC 9(8).
           05 PM-SEXO           PIC X(1).
           05 PM-CONVENIO       PIC 9(3).
           05 PM-CARTEIRA       PIC X(20).
           05 PM-VALIDADE-CARTEIRA PIC 9(8).
           05 PM-CPF            PIC 9(11).
