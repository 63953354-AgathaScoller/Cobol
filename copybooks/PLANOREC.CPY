      *    que PARMCARD.CPY le).
      *    JP-PRE-1/JP-PRE-2: nomes dos passos pre-requisito
      *    (espacos = sem pre-requisito).
      *    JP-REGRA/JP-REGRA-PARM: regra de calendario do passo
      *    (espacos = todo dia; ver PLANRGRA.CPY). Passo fora do dia
      *    fica como nao devido e nao segura os dependentes. Em
      *    JP-PARM-VALOR, "&MES" e "&MESANT" viram o AAAAMM do mes
      *    da data de negocio e do mes anterior.
       01  PLANO-REC.
           05 JP-PASSO          PIC X(8).
           05 JP-PROGRAMA       PIC X(20).
           05 JP-PRE-1          PIC X(8).
           05 JP-PRE-2          PIC X(8).
           05 JP-META-MINUTOS   PIC 9(3).
           05 JP-REGRA          PIC X(1).
           05 JP-REGRA-PARM     PIC X(4).
