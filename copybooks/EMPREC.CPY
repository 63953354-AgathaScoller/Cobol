      *    cadastro ou ja foi desligado e erro, nao cai mais na
      *    regra padrao de fim de semana.
      *    EM-DESLIGAMENTO zerado = empregado ativo.
      *    EM-AGENCIA: agencia de lotacao (mesmo dominio de
      *    TM-AGENCIA), que decide quais feriados municipais
      *    (feriados_locais.dat) valem para o empregado no ponto e
      *    na escala; zero = so os feriados nacionais.
      *    Mestre ainda no layout anterior (56 posicoes) e convertido
      *    uma vez por ConverterMastersCorp, com os campos novos em
      *    branco ou zero como descrito acima.
       01  EMPREGADO-REC.
           05 EM-ID             PIC X(10).
           05 EM-NOME           PIC X(20).
           05 EM-DEPARTAMENTO   PIC X(10).
           05 EM-ADMISSAO       PIC 9(8).
           05 EM-DESLIGAMENTO   PIC 9(8).
           05 EM-AGENCIA        PIC 9(3).
