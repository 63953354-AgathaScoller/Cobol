      *    Layout do registro de contato do aluno
      *    (data/alunos_contato.dat, INDEXED, chave AC-ALUNO-ID).
      *    Inclua com COPY "ALCONREC.CPY" logo apos o FD do arquivo.
      *    Arquivo companheiro do cadastro de alunos (ALUNOREC.CPY),
      *    mantido junto com ele por ManterAlunos.
       01  ALUNO-CONTATO-REC.
           05 AC-ALUNO-ID       PIC X(10).
           05 AC-ENDERECO       PIC X(40).
           05 AC-CIDADE         PIC X(20).
           05 AC-UF             PIC X(2).
           05 AC-CEP            PIC 9(8).
           05 AC-TELEFONE       PIC X(15).
           05 AC-EMAIL          PIC X(40).
