      *    Campos compartilhados da checagem de segregacao de
      *    funcoes. Inclua com COPY "SODWS.CPY" na WORKING-STORAGE,
      *    junto com a rotina SODCHK.CPY (que tambem le a matriz de
      *    permissoes: o programa precisa de PERMSEL/PERMFD e do
      *    WS-PERMISSAO-STATUS de PERMWS.CPY ou proprio).
      *    O chamador carrega a tabela (rotina de carga), poe o
      *    usuario e o perfil em WS-SOD-USUARIO/WS-SOD-PERFIL e o
      *    par em WS-SOD-IDX; o resultado sai em WS-SOD-CONFLITO.
      *    WS-SOD-NOVA-*: linha da matriz ainda nao gravada que deve
      *    valer no lugar da do arquivo (concessao em curso);
      *    HIGH-VALUES na chave = nenhuma.
       01 WS-CONFLITO-STATUS PIC XX.
       01 WS-SOD-TABELA.
           05 WS-SOD-ITEM OCCURS 200 TIMES.
               10 WS-SOD-PROGRAMA-1 PIC X(20).
               10 WS-SOD-ACAO-1    PIC X(1).
               10 WS-SOD-PROGRAMA-2 PIC X(20).
               10 WS-SOD-ACAO-2    PIC X(1).
               10 WS-SOD-DESCRICAO PIC X(30).
       01 WS-SOD-QTD         PIC 9(3) VALUE 0.
       01 WS-SOD-IDX         PIC 9(3).
       01 WS-SOD-EOF         PIC X(1).
       01 WS-SOD-USUARIO     PIC X(10).
       01 WS-SOD-PERFIL      PIC X(10).
       01 WS-SOD-CONFLITO    PIC X(1).
           88 SOD-EM-CONFLITO    VALUE "S".
       01 WS-SOD-NOVA-CHAVE.
           05 WS-SOD-NOVA-SUJEITO PIC X(10) VALUE HIGH-VALUES.
           05 WS-SOD-NOVA-PROGRAMA PIC X(20) VALUE HIGH-VALUES.
       01 WS-SOD-NOVA-PERMITIDO PIC X(1).
       01 WS-SOD-NOVA-ACOES  PIC X(10).
       01 WS-SOD-SUJEITO     PIC X(10).
       01 WS-SOD-PROGRAMA    PIC X(20).
       01 WS-SOD-ACAO        PIC X(1).
       01 WS-SOD-TEM         PIC X(1).
       01 WS-SOD-ACHADA      PIC X(1).
       01 WS-SOD-PERMITIDO   PIC X(1).
       01 WS-SOD-ACOES       PIC X(10).
       01 WS-SOD-TALLY       PIC 9(2).
