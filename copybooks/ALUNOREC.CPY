      *    Layout do registro do cadastro de alunos
      *    (data/idadeenota_alunos.dat, INDEXED, chave AL-ALUNO-ID).
      *    Inclua com COPY "ALUNOREC.CPY" logo apos o FD do arquivo.
      *    Mantido por ManterAlunos. O registro nao cresce
      *    (ConverterAlunos detecta a conversao pelo tamanho e os
      *    programas mais antigos declaram o mesmo layout no proprio
      *    FD): atributo novo do aluno vai para arquivo companheiro -
      *    contato em ALCONREC.CPY, responsaveis em RESPREC.CPY,
      *    desconto em DESCREC.CPY.
       01  ALUNO-REC.
           05 AL-ALUNO-ID      PIC X(10).
           05 AL-NOME          PIC X(20).
           05 AL-NASCIMENTO    PIC 9(8).
