      *    Layout do registro de estado do orquestrador do lote
      *    noturno (data/orquestrador_estado.dat, LINE SEQUENTIAL,
      *    um por passo do plano), gravado por OrquestradorLote ao
      *    fim da noite e lido no restart e pela cronica noturna
      *    (CronicaNoturna), que lista os passos nao devidos.
      *    ES-RESULTADO: "OK", "FALHA", "PULADO" (a jusante de
      *    falha) ou "NAODEV" (fora da regra de calendario).
      *    ES-DATA: data da execucao do orquestrador.
       01  ESTADO-REC.
           05 ES-PASSO          PIC X(8).
           05 ES-RESULTADO      PIC X(6).
           05 ES-RETORNO        PIC 9(4).
           05 ES-DATA           PIC 9(8).
           05 ES-PROGRAMA       PIC X(20).
           05 ES-REGRA          PIC X(1).
           05 ES-REGRA-PARM     PIC X(4).
