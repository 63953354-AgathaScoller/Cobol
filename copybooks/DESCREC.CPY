      *    registro). Percentual de 0 a 100 aplicado sobre
      *    CU-MENSALIDADE na geracao das mensalidades; mantido em
      *    PagamentosEscola.
      *    DA-TIPO: tipo da bolsa, que escolhe a regra de renovacao
      *    em data/bolsa_regras.dat - "M" merito, "S" social, "F"
      *    funcionario/irmao; registro antigo (espaco) segue a regra
      *    padrao.
      *    Revisao de fim de periodo (RevisarBolsas, depois do
      *    fechamento do periodo letivo): DA-PERIODO-REVISAO e o
      *    ultimo periodo revisado (impede revisar duas vezes),
      *    DA-RESULTADO-REVISAO "R" renovada, "D" reduzida ou "C"
      *    cancelada, e DA-PCT-ANTERIOR o percentual antes dela.
      *    Bolsa cancelada fica com DA-PCT-DESCONTO zero. Campos
      *    novos chegam em branco (tipo, resultado) ou zero nos
      *    registros antigos.
      *    Mestre ainda no layout anterior (13 posicoes) e convertido
      *    uma vez por ConverterMastersEscola, com os campos novos em
      *    branco ou zero como descrito acima.
       01  DESCONTO-REC.
           05 DA-ALUNO-ID       PIC X(10).
           05 DA-PCT-DESCONTO   PIC 9(3).
           05 DA-TIPO           PIC X(1).
           05 DA-PERIODO-REVISAO PIC 9(6).
           05 DA-RESULTADO-REVISAO PIC X(1).
           05 DA-PCT-ANTERIOR   PIC 9(3).
           05 DA-DATA-REVISAO   PIC 9(8).
