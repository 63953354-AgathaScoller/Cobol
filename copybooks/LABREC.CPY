      *    Layout do registro do historico de exames laboratoriais da
      *    clinica (data/exames_laboratorio.dat, INDEXED, chave
      *    composta LB-CHAVE = PM-ID + data da coleta). Inclua com
      *    COPY "LABREC.CPY" logo apos o FD do arquivo.
      *    Alimentado pelo passo ImportarExames a partir do arquivo
      *    diario do laboratorio parceiro (mesmo layout de LB-CHAVE
      *    a LB-TRIGLICERIDES, uma linha por coleta); RiscoCardio
      *    pontua o exame mais recente do paciente. Valores em
      *    mg/dL; zero = exame nao pedido na coleta.
       01  EXAME-LAB-REC.
           05 LB-CHAVE.
               10 LB-PM-ID      PIC X(10).
               10 LB-DATA-COLETA PIC 9(8).
           05 LB-GLICEMIA       PIC 9(3).
           05 LB-COLESTEROL     PIC 9(3).
           05 LB-HDL            PIC 9(3).
           05 LB-TRIGLICERIDES  PIC 9(4).
           05 LB-DATA-IMPORT    PIC 9(8).
