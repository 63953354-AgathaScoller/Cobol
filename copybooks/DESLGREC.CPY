      *    Layout do controle de desligamentos ja tratados
      *    (data/desligamentos.dat, INDEXED, chave DL-EM-ID). Inclua
      *    com COPY "DESLGREC.CPY" logo apos o FD do arquivo.
      *    Gravado pelo passo noturno DesligarUsuarios quando o
      *    desligamento do empregado (EM-DESLIGAMENTO) chega e os
      *    logins vinculados sao bloqueados: o mesmo desligamento
      *    nao volta ao relatorio nas noites seguintes. Um novo
      *    desligamento (readmissao seguida de outra saida, com
      *    outra data) e tratado de novo.
      *    DL-PENDENCIAS: sessoes abertas e mudancas pendentes em
      *    nome dos logins, listadas para tratamento manual.
       01  DESLIGAMENTO-REC.
           05 DL-EM-ID          PIC X(10).
           05 DL-DATA-DESLIG    PIC 9(8).
           05 DL-DATA-PROC      PIC 9(8).
           05 DL-QTD-LOGINS     PIC 9(3).
           05 DL-PENDENCIAS     PIC 9(4).
