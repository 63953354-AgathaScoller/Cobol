      *    Layout da tabela de conflitos de segregacao de funcoes
      *    (data/conflitos_sod.dat, INDEXED, chave os dois lados do
      *    par). Inclua com COPY "SODFD.CPY" dentro da FILE SECTION.
      *    Cada linha diz que quem tem a acao CF-ACAO-1 no programa
      *    CF-PROGRAMA-1 nao pode ter tambem a acao CF-ACAO-2 no
      *    programa CF-PROGRAMA-2 (por exemplo, propor em
      *    PropostasConta e aprovar no mesmo programa, ou pedir
      *    mudanca em ManterTiers e aprova-la em AprovarMudancas).
      *    Acao "*" = qualquer acao do programa. Mantida pela
      *    seguranca em AdminUsuarios (opcao S, so administrador);
      *    lida pelo relatorio RelatorioSegregacao e pela concessao
      *    de permissao em AdminUsuarios, que recusa a segunda metade
      *    de um par.
       FD  CONFLITO-FILE.
       01  CONFLITO-REC.
           05 CF-CHAVE.
               10 CF-PROGRAMA-1 PIC X(20).
               10 CF-ACAO-1     PIC X(1).
               10 CF-PROGRAMA-2 PIC X(20).
               10 CF-ACAO-2     PIC X(1).
           05 CF-DESCRICAO      PIC X(30).
           05 CF-RESPONSAVEL    PIC X(10).
           05 CF-DATA-INCLUSAO  PIC 9(8).
