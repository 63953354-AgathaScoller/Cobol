      *    Layout do registro de visita faturavel da clinica
      *    (data/visitas_faturaveis.dat, LINE SEQUENTIAL, uma linha
      *    por paciente processado pelo lote de IMC). Inclua com
      *    COPY "VISFREC.CPY" logo apos o FD do arquivo.
      *    FaturarConvenios fecha o mes por convenio a partir daqui;
      *    RetornoConvenios marca cada visita com o retorno do
      *    convenio:
      *      VF-SITUACAO  " " aguardando retorno, "P" paga, "G"
      *                   glosada (nada pago), "C" paga em parte;
      *      VF-VALOR-PAGO acumulado dos retornos (reapresentacao
      *                   paga depois soma aqui);
      *      VF-GLOSA-COD codigo de glosa do ultimo retorno.
      *    Linhas gravadas antes dessas colunas chegam com espacos
      *    nelas: valem "aguardando retorno", pago zero.
       01  FATURAVEL-REC.
           05 VF-DATA           PIC 9(8).
           05 VF-PACIENTE       PIC X(10).
           05 VF-CONVENIO       PIC 9(3).
           05 VF-VALOR          PIC 9(5)V99.
           05 VF-SITUACAO       PIC X(1).
           05 VF-VALOR-PAGO     PIC 9(5)V99.
           05 VF-GLOSA-COD      PIC X(3).
           05 VF-DATA-RETORNO   PIC 9(8).
