      *    Campos compartilhados da busca do responsavel financeiro
      *    do aluno. Inclua com COPY "RESPFWS.CPY" na
      *    WORKING-STORAGE, junto com a rotina RESPFIN.CPY. O
      *    programa poe "S" em WS-RF-ALUNO-ABERTO e
      *    WS-RF-RESP-ABERTO quando o OPEN do arquivo devolveu "00"
      *    (o status muda a cada READ e nao serve de indicador).
       01 WS-ALUNO-STATUS       PIC XX.
       01 WS-RESPONSAVEL-STATUS PIC XX.
       01 WS-RF-EOF             PIC X(1).
       01 WS-RF-ALUNO-ABERTO    PIC X(1) VALUE "N".
       01 WS-RF-RESP-ABERTO     PIC X(1) VALUE "N".
