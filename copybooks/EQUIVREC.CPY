      *    Layout do registro de aproveitamento de estudos
      *    (data/equivalencias.dat, INDEXED, chave composta EQ-CHAVE
      *    = aluno + curso da escola). Inclua com COPY "EQUIVREC.CPY"
      *    logo apos o FD do arquivo. Registrado pela secretaria e
      *    decidido pela coordenacao em ManterEquivalencias: o curso
      *    concluido em outra instituicao (EQ-INSTITUICAO,
      *    EQ-CURSO-ORIGEM, com a nota e a data de conclusao de
      *    origem) vale pelo curso EQ-CURSO-COD da escola.
      *    Equivalencia APROVADA conta como aprovacao no curso para
      *    o pre-requisito de ManterMatriculas, para a conclusao de
      *    EmitirCertificados e sai no HistoricoEscolar como
      *    "Aproveitamento".
      *    EQ-SITUACAO: "P" pendente, "A" aprovada, "R" rejeitada.
      *    EQ-COORDENADOR: operador da sessao que decidiu.
       01  EQUIVALENCIA-REC.
           05 EQ-CHAVE.
               10 EQ-ALUNO-ID   PIC X(10).
               10 EQ-CURSO-COD  PIC X(6).
           05 EQ-INSTITUICAO    PIC X(30).
           05 EQ-CURSO-ORIGEM   PIC X(20).
           05 EQ-NOTA           PIC 9(2)V99.
           05 EQ-DATA-CONCLUSAO PIC 9(8).
           05 EQ-DATA-REGISTRO  PIC 9(8).
           05 EQ-REGISTRADO-POR PIC X(10).
           05 EQ-SITUACAO       PIC X(1).
           05 EQ-COORDENADOR    PIC X(10).
           05 EQ-DATA-DECISAO   PIC 9(8).
