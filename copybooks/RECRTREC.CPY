      *    Layout da linha da campanha de recertificacao de acessos
      *    (data/recertificacao.dat, INDEXED, chave RX-CHAVE). Inclua
      *    com COPY "RECRTREC.CPY" logo apos o FD do arquivo.
      *    A campanha trimestral (RX-CAMPANHA = AAAAT, ano e
      *    trimestre) e aberta pelo passo noturno RecertificarAcessos
      *    com uma linha por usuario de data/usuarios.dat (RX-TIPO
      *    "P": o perfil, RX-PROGRAMA em branco) e uma linha por
      *    permissao individual concedida ao usuario em
      *    data/permissoes.dat (RX-TIPO "G": o programa e as acoes).
      *    Cada linha vai para o gestor do departamento do usuario
      *    (RX-GESTOR), que certifica ou revoga em
      *    ManterRecertificacao ate RX-PRAZO; a linha ainda pendente
      *    depois do prazo e revogada pelo passo noturno. Revogar o
      *    perfil bloqueia o usuario (US-BLOQUEADO "S"); revogar uma
      *    permissao grava PE-PERMITIDO "N" na linha do usuario.
      *    RX-GESTOR "*ADMIN": linha sem gestor possivel (o proprio
      *    usuario e o gestor padrao) - decide qualquer administrador
      *    que nao seja o usuario da linha.
      *    RX-SITUACAO: "P" pendente, "C" certificada, "R" revogada
      *    pelo gestor, "A" revogada automaticamente no prazo.
       01  RECERTIFICACAO-REC.
           05 RX-CHAVE.
               10 RX-CAMPANHA   PIC 9(5).
               10 RX-USUARIO    PIC X(10).
               10 RX-PROGRAMA   PIC X(20).
           05 RX-TIPO           PIC X(1).
           05 RX-GESTOR         PIC X(10).
           05 RX-DEPARTAMENTO   PIC X(10).
           05 RX-PERFIL         PIC X(1).
           05 RX-ACOES          PIC X(10).
           05 RX-ULTIMO-LOGIN   PIC 9(8).
           05 RX-DATA-ABERTURA  PIC 9(8).
           05 RX-PRAZO          PIC 9(8).
           05 RX-SITUACAO       PIC X(1).
           05 RX-DATA-DECISAO   PIC 9(8).
           05 RX-DECIDIDO-POR   PIC X(10).
