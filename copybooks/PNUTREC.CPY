      *    Layout do plano de cuidado nutricional do paciente
      *    (data/planos_nutricao.dat, INDEXED, chave PN-PM-ID - um
      *    plano por paciente). Mantido por ManterPlanoNutri; cada
      *    visita registrada por ClassificarIMC e medida contra o
      *    plano ativo pelo subprograma AvaliarPlanoNutri, que guarda
      *    a ultima avaliacao e quantas visitas seguidas o paciente
      *    ficou atras da meta.
      *    PN-TIPO-META "P" = peso alvo em kg (PN-PESO-ALVO), "I" =
      *    IMC alvo (PN-IMC-ALVO; o peso alvo sai da altura medida
      *    na visita). PN-NUTRICIONISTA e o EM-ID do cadastro de
      *    empregados.
      *    PN-SITUACAO: A ativo, E encerrado.
      *    PN-ULT-AVALIACAO: espaco = sem visita desde o inicio,
      *    N no prazo, A atrasado, C meta atingida.
       01  PLANO-NUTRI-REC.
           05 PN-PM-ID           PIC X(10).
           05 PN-NUTRICIONISTA   PIC X(10).
           05 PN-DATA-INICIO     PIC 9(8).
           05 PN-PESO-INICIAL    PIC 9(3)V99.
           05 PN-TIPO-META       PIC X(1).
           05 PN-PESO-ALVO       PIC 9(3)V99.
           05 PN-IMC-ALVO        PIC 9(2)V99.
           05 PN-DATA-ALVO       PIC 9(8).
           05 PN-SITUACAO        PIC X(1).
           05 PN-DATA-ENCERRAMENTO PIC 9(8).
           05 PN-QTD-VISITAS     PIC 9(3).
           05 PN-ULT-VISITA      PIC 9(8).
           05 PN-ULT-PESO        PIC 9(3)V99.
           05 PN-ULT-ESPERADO    PIC 9(3)V99.
           05 PN-ULT-AVALIACAO   PIC X(1).
           05 PN-VISITAS-ATRASO  PIC 9(2).
