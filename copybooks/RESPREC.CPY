      *    Layout do registro de responsavel pelo aluno
      *    (data/responsaveis.dat, INDEXED, chave composta
      *    RP-CHAVE = aluno + sequencia). Inclua com
      *    COPY "RESPREC.CPY" logo apos o FD do arquivo.
      *    Mantido por ManterAlunos: aluno menor de idade (pela
      *    AL-NASCIMENTO) precisa ter pelo menos um responsavel.
      *    RP-FINANCEIRO: "S" no responsavel financeiro - um so por
      *    aluno; e o nome dele que sai na cobranca (mensalidades,
      *    inadimplencia) e no envio do certificado (rotina
      *    RESPFIN.CPY). Aluno sem responsavel financeiro responde
      *    por si.
       01  RESPONSAVEL-REC.
           05 RP-CHAVE.
               10 RP-ALUNO-ID   PIC X(10).
               10 RP-SEQ        PIC 9(2).
           05 RP-NOME           PIC X(20).
           05 RP-CPF            PIC 9(11).
           05 RP-PARENTESCO     PIC X(10).
           05 RP-TELEFONE       PIC X(15).
           05 RP-EMAIL          PIC X(40).
           05 RP-FINANCEIRO     PIC X(1).
