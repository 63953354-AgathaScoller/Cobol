      *    PERMCHK.CPY procura nesta ordem. PE-PERMITIDO "S"/"N";
      *    PE-ACOES lista as letras de opcao permitidas ("*" =
      *    todas). Mantida em AdminUsuarios; sem o arquivo, os
      *    programas seguem abertos como antes da matriz. A
      *    recertificacao trimestral (RecertificarAcessos e
      *    ManterRecertificacao) grava "N" na linha revogada.
       FD  PERMISSAO-FILE.
       01  PERMISSAO-REC.
           05 PE-CHAVE.
