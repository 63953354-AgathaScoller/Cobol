      *    Layout da fatura da oficina
      *    (data/faturas_oficina.dat, INDEXED, chave composta
      *    FT-CHAVE = cliente + pedido, de modo que as faturas de um
      *    cliente saiam juntas na leitura sequencial). Inclua com
      *    COPY "FATOFREC.CPY" logo apos o FD do arquivo.
      *    Emitida por PedidosOficina quando o pedido e entregue:
      *    FT-VALOR = preco cotado do pedido, FT-VENCIMENTO = emissao
      *    + prazo do cliente (CLIOFREC.CPY), levado ao dia util.
      *    Os pagamentos entram por RecebimentosOficina (parcial
      *    acumula em FT-VALOR-PAGO); o aging sai em AgingOficina e
      *    o bloqueio de orcamento em ClassificarTriangulo.
      *    FT-SITUACAO: "A" aberta, "Q" quitada.
       01  FATURA-REC.
           05 FT-CHAVE.
               10 FT-CLIENTE    PIC 9(6).
               10 FT-PEDIDO     PIC 9(6).
           05 FT-EMISSAO        PIC 9(8).
           05 FT-VENCIMENTO     PIC 9(8).
           05 FT-VALOR          PIC 9(7)V99.
           05 FT-VALOR-PAGO     PIC 9(7)V99.
           05 FT-DATA-PAGTO     PIC 9(8).
           05 FT-SITUACAO       PIC X(1).
