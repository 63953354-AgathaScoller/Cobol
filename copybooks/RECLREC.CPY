      *    Layout do registro de reclamacao da ouvidoria
      *    (data/reclamacoes.dat, INDEXED, chave RQ-ID). Inclua com
      *    COPY "RECLREC.CPY" logo apos o FD do arquivo.
      *    Aberto, designado, anotado e encerrado em
      *    ManterReclamacoes; cada passo deixa uma linha no
      *    historico (RNOTREC.CPY). O prazo e fixado na abertura
      *    pela categoria (RCATREC.CPY): abertura mais CQ-PRAZO-UTEIS
      *    dias uteis do CalendarioCorp.
      *    RQ-CANAL: "T" telefone, "E" e-mail, "A" agencia/balcao,
      *    "S" site, "R" orgao regulador (BACEN, PROCON, ANS).
      *    RQ-SUBSISTEMA: "B" banco (RQ-REFERENCIA = CPF), "C"
      *    clinica (PM-ID), "E" escola (matricula do aluno).
      *    RQ-REGULATORIO: "S" quando a categoria tem prazo
      *    regulamentar ou a reclamacao chegou pelo regulador; a
      *    vencida entra como alerta critico no console.
      *    RQ-SITUACAO: "A" aberta, "E" encerrada.
       01  RECLAMACAO-REC.
           05 RQ-ID             PIC 9(6).
           05 RQ-CANAL          PIC X(1).
           05 RQ-SUBSISTEMA     PIC X(1).
           05 RQ-REFERENCIA     PIC X(11).
           05 RQ-CATEGORIA      PIC X(4).
           05 RQ-DESCRICAO      PIC X(60).
           05 RQ-RESPONSAVEL    PIC X(10).
           05 RQ-ABERTO-POR     PIC X(10).
           05 RQ-DATA-ABERTURA  PIC 9(8).
           05 RQ-PRAZO          PIC 9(8).
           05 RQ-REGULATORIO    PIC X(1).
           05 RQ-SITUACAO       PIC X(1).
           05 RQ-DATA-ENCERRAMENTO PIC 9(8).
           05 RQ-QTD-NOTAS      PIC 9(3).
