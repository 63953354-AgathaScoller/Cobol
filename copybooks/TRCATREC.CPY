      *    Layout do catalogo de treinamentos obrigatorios
      *    (data/treinamentos.dat, INDEXED, chave TI-CODIGO). Inclua
      *    com COPY "TRCATREC.CPY" logo apos o FD do arquivo.
      *    Mantido em ManterTreinamentos; lido por
      *    VencimentoTreinos.
      *    TI-VALIDADE-MESES: meses de validade da certificacao a
      *    partir da conclusao (zero = nao vence).
      *    TI-PERFIS: letras de US-PERFIL (usuarios.dat) cujo login
      *    exige a certificacao valida, ex.: "C" caixa; em branco o
      *    treinamento so e acompanhado no relatorio (ex.: primeiros
      *    socorros da clinica).
      *    TI-PROGRAMA: programas da matriz de permissoes
      *    (PE-PROGRAMA) suspensos para o usuario enquanto a
      *    certificacao exigida pelo perfil estiver vencida.
       01  TREINAMENTO-REC.
           05 TI-CODIGO         PIC X(6).
           05 TI-DESCRICAO      PIC X(30).
           05 TI-VALIDADE-MESES PIC 9(3).
           05 TI-PERFIS         PIC X(4).
           05 TI-PROGRAMA       PIC X(20) OCCURS 4 TIMES.
