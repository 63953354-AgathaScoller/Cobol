      *    Layout da suspensao de permissao por treinamento vencido
      *    (data/suspensoes_treino.dat, INDEXED, chave composta
      *    SS-CHAVE = usuario + programa, a mesma da linha da matriz
      *    de permissoes). Inclua com COPY "SUSTRREC.CPY" logo apos
      *    o FD do arquivo.
      *    Gravado por VencimentoTreinos ao suspender a linha do
      *    usuario na matriz (PE-PERMITIDO "N"), guardando como a
      *    linha estava; ManterTreinamentos devolve a linha original
      *    (ou apaga a linha criada so para a suspensao) quando o RH
      *    registra a renovacao de SS-CODIGO, e apaga a suspensao.
      *    SS-HAVIA-LINHA: "S" o usuario ja tinha linha propria na
      *    matriz (SS-PERMITIDO-ANT/SS-ACOES-ANT), "N" a linha foi
      *    criada pela suspensao.
       01  SUSPENSAO-TREINO-REC.
           05 SS-CHAVE.
               10 SS-USUARIO    PIC X(10).
               10 SS-PROGRAMA   PIC X(20).
           05 SS-CODIGO         PIC X(6).
           05 SS-DATA           PIC 9(8).
           05 SS-HAVIA-LINHA    PIC X(1).
           05 SS-PERMITIDO-ANT  PIC X(1).
           05 SS-ACOES-ANT      PIC X(10).
