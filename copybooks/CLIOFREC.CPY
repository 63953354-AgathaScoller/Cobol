      *    Layout do cadastro de clientes da oficina
      *    (data/clientes_oficina.dat, INDEXED, chave CO-CODIGO).
      *    Inclua com COPY "CLIOFREC.CPY" logo apos o FD do arquivo.
      *    Mantido por ManterClientesOficina; PD-CLIENTE-COD no
      *    pedido (PEDIDREC.CPY) aponta para ca, de modo que o mesmo
      *    cliente nao apareca com cinco grafias no faturamento.
      *    CO-TIPO-PESSOA: "F" fisica (CPF nas 11 posicoes da
      *    direita de CO-DOCUMENTO) ou "J" juridica (CNPJ).
      *    CO-PRAZO-DIAS: prazo de pagamento em dias corridos a
      *    partir da emissao da fatura (zero = a vista).
       01  CLIENTE-OFICINA-REC.
           05 CO-CODIGO         PIC 9(6).
           05 CO-NOME           PIC X(20).
           05 CO-TIPO-PESSOA    PIC X(1).
           05 CO-DOCUMENTO      PIC 9(14).
           05 CO-ENDERECO       PIC X(40).
           05 CO-CIDADE         PIC X(20).
           05 CO-UF             PIC X(2).
           05 CO-CEP            PIC 9(8).
           05 CO-PRAZO-DIAS     PIC 9(3).
           05 CO-DATA-CADASTRO  PIC 9(8).
