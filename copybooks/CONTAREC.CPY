      *    juros diarios lancados pelo passo noturno JurosCheque.
      *    Mantido em ManterContas apenas com autorizacao de
      *    supervisor.
      *    Mestre ainda no layout anterior (56 posicoes) e convertido
      *    uma vez por ConverterMastersBanco, com os campos novos em
      *    branco ou zero como descrito acima.
       01  CONTA-MASTER-REC.
           05 CM-CONTA          PIC 9(6).
           05 CM-NOME           PIC X(20).
      *    vinculados - sem vinculo, limites e relatorios seguem
      *    enxergando so a conta.
           05 CM-CPF            PIC 9(11).
      *    CM-PRODUTO: "C" conta corrente (espaco nos registros
      *    anteriores ao campo vale corrente), "P" poupanca. A
      *    poupanca nao tem cheque especial nem talao, tem franquia
      *    mensal de saques propria (data/tarifas.dat) e recebe o
      *    rendimento mensal no dia de aniversario CM-DIA-ANIVERSARIO
      *    (dia da abertura; aberturas em 29, 30 ou 31 aniversariam
      *    no dia 1, como manda a regra da poupanca), lancado pelo
      *    passo noturno RendimentoPoupanca. CM-MES-RENDIMENTO
      *    (AAAAMM) guarda o ultimo mes creditado, para o passo nao
      *    creditar duas vezes nem perder o aniversario que caiu em
      *    fim de semana ou feriado.
           05 CM-PRODUTO        PIC X(1).
           05 CM-DIA-ANIVERSARIO PIC 9(2).
           05 CM-MES-RENDIMENTO PIC 9(6).
      *    CM-REGRA-ASSINATURA: "C" = conta conjunta, saque, debito e
      *    cheque acima de CM-VALOR-CONJUNTA exigem dois titulares
      *    do arquivo de titulares (TITULREC.CPY) assinando juntos;
      *    "I" (ou espaco, nos registros anteriores ao campo) =
      *    qualquer titular sozinho. Mantida em ManterContas.
           05 CM-REGRA-ASSINATURA PIC X(1).
           05 CM-VALOR-CONJUNTA PIC 9(7)V99.
