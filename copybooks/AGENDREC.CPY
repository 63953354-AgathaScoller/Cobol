      *    AG-CHAVE = data + vaga). Inclua com COPY "AGENDREC.CPY"
      *    logo apos o FD do arquivo.
      *    Marcada/cancelada em AgendaClinica, com a capacidade por
      *    prestador; o fechamento do dia (FaltasClinica) cruza as
      *    vagas marcadas com a entrada processada pelo lote de IMC
      *    e marca presenca ou falta, gerando a lista de faltosos e
      *    de reagendamento.
      *    AG-SITUACAO: "A" agendada, "C" cancelada, "P" presente,
      *    "F" falta.
      *    AG-PRESTADOR: PV-ID do prestador da consulta (cadastro de
      *    prestadores); marcacoes antigas vem em branco. A vaga e
      *    numerada no dia, a capacidade e contada por prestador.
      *    Mestre ainda no layout anterior (42 posicoes) e convertido
      *    uma vez por ConverterMastersClinica, com os campos novos em
      *    branco ou zero como descrito acima.
       01  AGENDA-REC.
           05 AG-CHAVE.
               10 AG-DATA       PIC 9(8).
           05 AG-PACIENTE       PIC X(10).
           05 AG-NOME           PIC X(20).
           05 AG-SITUACAO       PIC X(1).
           05 AG-PRESTADOR      PIC X(10).
