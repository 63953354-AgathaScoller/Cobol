      *    Campos compartilhados da validacao da linha digitavel do
      *    boleto de cobranca. Inclua com COPY "BOLETOWS.CPY" na
      *    WORKING-STORAGE, junto com a rotina BOLETOCK.CPY.
      *    Saidas da rotina: banco beneficiario (tres primeiros
      *    digitos da linha), vencimento (zero quando o boleto nao
      *    tem vencimento) e valor impresso no boleto (zero quando o
      *    valor e informado pelo pagador).
       01 WS-BOL-BANCO       PIC 9(3).
       01 WS-BOL-VENCIMENTO  PIC 9(8).
       01 WS-BOL-VALOR-X     PIC X(10).
       01 WS-BOL-VALOR       REDEFINES WS-BOL-VALOR-X
                             PIC 9(8)V99.
       01 WS-BOL-FATOR       PIC 9(4).
       01 WS-BOL-INT-VENC    PIC 9(8).
       01 WS-BOL-INT-REF     PIC 9(8).
       01 WS-BOL-CODIGO      PIC X(44).
       01 WS-BOL-CAMPO       PIC 9(1).
       01 WS-BOL-INICIO      PIC 9(2).
       01 WS-BOL-TAMANHO     PIC 9(2).
       01 WS-BOL-POS         PIC 9(2).
       01 WS-BOL-IDX         PIC 9(2).
       01 WS-BOL-DIGITO      PIC 9(1).
       01 WS-BOL-PESO        PIC 9(1).
       01 WS-BOL-PRODUTO     PIC 9(2).
       01 WS-BOL-SOMA        PIC 9(4).
       01 WS-BOL-DV-CALC     PIC 9(2).
