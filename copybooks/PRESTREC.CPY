      *    Layout do registro do cadastro de prestadores da clinica
      *    (data/prestadores.dat, INDEXED, chave PV-ID). Inclua com
      *    COPY "PRESTREC.CPY" logo apos o FD do arquivo. Mantido por
      *    ManterPrestadores; PV-ID e o EM-ID do cadastro de
      *    empregados, entao os afastamentos do empregado
      *    (data/afastamentos.dat) bloqueiam a agenda do prestador.
      *    AgendaClinica marca cada consulta contra um prestador,
      *    nos dias da semana que ele atende e ate a capacidade
      *    diaria dele (zero = capacidade padrao de
      *    data/agenda_parm.dat).
      *    PV-DIAS-SEMANA: uma posicao por dia, segunda a domingo,
      *    "S" = atende.
      *    PV-SITUACAO: "A" ativo, "I" inativo.
       01  PRESTADOR-REC.
           05 PV-ID             PIC X(10).
           05 PV-NOME           PIC X(20).
           05 PV-ESPECIALIDADE  PIC X(15).
           05 PV-CONSELHO       PIC X(15).
           05 PV-DIAS-SEMANA    PIC X(7).
           05 PV-CAPACIDADE     PIC 9(3).
           05 PV-SITUACAO       PIC X(1).
