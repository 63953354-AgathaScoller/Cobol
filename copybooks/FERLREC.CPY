      *    Layout do registro de feriado municipal por agencia
      *    (data/feriados_locais.dat, INDEXED, chave composta
      *    FL-CHAVE = agencia + data). Inclua com COPY "FERLREC.CPY"
      *    logo apos o FD do arquivo. Mantido por
      *    ManterFeriadosLocais: feriados municipais e aniversarios
      *    de cidade que valem so para a agencia FL-AGENCIA (mesmo
      *    dominio de TM-AGENCIA e EM-AGENCIA), somados aos
      *    feriados nacionais de feriados.dat. Lido pelas operacoes
      *    por agencia de CalendarioCorp ("L" e "F").
       01  FERIADO-LOCAL-REC.
           05 FL-CHAVE.
               10 FL-AGENCIA    PIC 9(3).
               10 FL-DATA       PIC 9(8).
           05 FL-NOME           PIC X(20).
