      *    humano - mudanca de texto de relatorio nao quebra mais o
      *    resumo. CT-TOTAL-CHAVE e o total de negocio do passo (soma
      *    aprovada, media etc.); CT-RECICLADOS conta os registros
      *    que entraram pela fila de reciclagem de rejeitados;
      *    CT-DOCUMENTOS conta os documentos do passo que processa
      *    varios arquivos numa execucao (zero nos demais).
       FD  CONTROLE-FILE.
       01  CONTROLE-REC.
           05 CT-PROGRAMA       PIC X(20).
           05 CT-REJEITADOS     PIC 9(8).
           05 CT-RECICLADOS     PIC 9(8).
           05 CT-TOTAL-CHAVE    PIC 9(10)V99.
           05 CT-DOCUMENTOS     PIC 9(8).
