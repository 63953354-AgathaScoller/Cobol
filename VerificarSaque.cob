               LOCK MODE IS MANUAL
               FILE STATUS IS WS-LIMITE-STATUS.

           SELECT RECICLA-FILE ASSIGN TO "data/saque_recicla.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECICLA-STATUS.
               RECORD KEY IS LC-CPF
               FILE STATUS IS WS-LIM-CLI-STATUS.

      *    Titulares de conta conjunta (ManterContas): assinatura
      *    conjunta acima do valor da conta e limite diario por CPF
      *    de cada titular.
           SELECT TITULAR-FILE ASSIGN TO "data/contas_titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CHAVE
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT INTER-SAIDA-FILE ASSIGN TO
                   "data/intercambio_saida.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTER-SAIDA-STATUS.

      *    Pagamentos de conta aprovados (para a liquidacao por banco
      *    beneficiario) e boletos recusados na conferencia da linha
      *    digitavel, devolvidos ao arquivo de rejeitados da critica
      *    para o escriturario corrigir e reciclar (CorrigirRejeitados).
           SELECT BOLETO-PAGO-FILE ASSIGN TO "data/boletos_pagos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLETO-PAGO-STATUS.

           SELECT REJEITO-FILE ASSIGN TO
                   "data/saque_transacoes_rej.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJEITO-STATUS.

      *    Retorno do debito automatico de mensalidade escolar (tipo
      *    "M"), lido pelo passo BaixarDebitosEscola.
           SELECT DEBITO-RET-FILE ASSIGN TO
                   "data/debito_escola_ret.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBITO-RET-STATUS.

      *    Regras de velocidade antifraude mantidas pelo operador
      *    (ManterRegrasFraude) e fila de saques retidos para
      *    revisao de supervisor (RevisarFraude).

           COPY "SPOOLSEL.CPY".

           COPY "AVISOSEL.CPY".

           COPY "RUNHSEL.CPY".

           COPY "CTLSEL.CPY".

           COPY "DNEGSEL.CPY".

           COPY "DISTSEL.CPY".

       DATA DIVISION.
       FILE SECTION.
      *    SEQ-REC: numero de sequencia unico da transacao, usado
      *    em data/intercambio_saida.dat). Espaco no tipo e tratado
      *    como saque. Arquivos no layout antigo nao tem a coluna de
      *    banco, que so e lida para o tipo "E".
      *    "B" = pagamento de conta (boleto): LINHA-DIGITAVEL-REC traz
      *    a linha digitavel de 47 digitos, conferida (DVs modulo
      *    10/11, vencimento e valor) antes do debito; o pagamento
      *    aprovado vai para data/boletos_pagos.dat, de onde o passo
      *    LiquidarBoletos monta a liquidacao por banco beneficiario.
      *    A coluna so e lida para o tipo "B". Boleto com valor
      *    impresso e debitado por esse valor; VALOR-REC, quando
      *    informado, tem de ser igual a ele (zero paga o valor
      *    impresso).
      *    "M" = debito automatico de mensalidade escolar, gerado
      *    pelo passo GerarDebitosEscola: VALOR-REC traz o valor da
      *    parcela e a coluna da linha digitavel leva a referencia
      *    (chave MN-CHAVE nas posicoes 1-22); o debito usa saldo
      *    mais limite de cheque especial menos bloqueios judiciais
      *    e o desfecho, aprovado ou negado, vai para
      *    data/debito_escola_ret.dat.
      *    VALOR-REC: valor com centavos, 9(8)V99 (colunas 19-28).
      *    Saque continua em multiplos de R$ 10 dentro da faixa do
      *    tier; deposito, transferencia e pagamento aceitam
      *    centavos e valores acima de R$ 9.999.
      *    ASSINANTE-1-REC/ASSINANTE-2-REC: CPFs de quem assinou o
      *    pedido de debito, conferidos so quando a conta e conjunta
      *    (CM-REGRA-ASSINATURA "C") e o valor passa de
      *    CM-VALOR-CONJUNTA; layout antigo sem as colunas le zero.
       FD  SAQUE-FILE.
       01  SAQUE-REC.
           05 SEQ-REC           PIC 9(8).
           05 AGENCIA-REC       PIC 9(3).
           05 TIPO-REC          PIC X(1).
           05 CONTA-REC         PIC 9(6).
           05 VALOR-REC         PIC 9(8)V99.
           05 CONTA-DESTINO-REC PIC 9(6).
           05 BANCO-DESTINO-REC PIC 9(3).
           05 LINHA-DIGITAVEL-REC PIC X(47).
           05 ASSINANTE-1-REC   PIC 9(11).
           05 ASSINANTE-2-REC   PIC 9(11).

       FD  SAQUE-REPORT.
       01  REPORT-LINE         PIC X(60).
           05 LD-MES            PIC 9(6).
           05 LD-QTD-MES        PIC 9(4).

      *    Fila de reciclagem: registros rejeitados e corrigidos pelo
      *    escriturario (CorrigirRejeitados) entram aqui, no mesmo
      *    layout de SAQUE-REC, e o lote os processa antes da entrada
      *    normal, marcando-os no relatorio e contando em separado.
       FD  RECICLA-FILE.
       01  RECICLA-REC          PIC X(106).

       FD  PROCESSADA-FILE.
       01  PROCESSADA-REC.
      *    debito/credito por transacao aprovada, registros de resumo
      *    do dia e um trailer de controle com contagem e hash total,
      *    para a contabilidade ingerir o dia sem redigitacao.
      *    Os lancamentos da clinica, escola e oficina entram depois,
      *    no passo ConsolidarGL.
       FD  GL-FILE.
       COPY "GLREC.CPY".

       FD  TARIFA-FILE.
      *    TAR-FRANQUIA-POUP: franquia mensal de saques da conta
      *    poupanca (CM-PRODUTO "P"); cartao antigo sem a coluna
      *    mantem o padrao de WORKING-STORAGE.
       01  TARIFA-REC.
           05 TAR-FRANQUIA      PIC 9(2).
           05 TAR-VALOR         PIC 9(3)V99.
           05 TAR-FRANQUIA-POUP PIC 9(2).

       FD  BLOQUEIO-FILE.
       COPY "BLOQREC.CPY".
           05 LC-DATA           PIC 9(8).
           05 LC-TOTAL-DIA      PIC 9(8)V99.

       FD  TITULAR-FILE.
       COPY "TITULREC.CPY".

       FD  INTER-SAIDA-FILE.
       COPY "INTERREC.CPY".

       FD  BOLETO-PAGO-FILE.
       COPY "BOLPGREC.CPY".

      *    Mesmo formato da critica de entrada (EditarEntradas):
      *    registro original, " | " e o motivo.
       FD  REJEITO-FILE.
       01  REJEITO-REC          PIC X(240).

       FD  DEBITO-RET-FILE.
       COPY "DEBRTREC.CPY".

       FD  FRAUDE-PARM-FILE.
       01  FRAUDE-PARM-REC.
           05 FP-MAX-HORA       PIC 9(2).

       COPY "SPOOLFD.CPY".

       COPY "AVISOFD.CPY".

       COPY "RUNHFD.CPY".

       COPY "CTLFD.CPY".

       COPY "DNEGFD.CPY".

       COPY "DISTFD.CPY".

       WORKING-STORAGE SECTION.
       COPY "SPOOLWS.CPY".
       COPY "RUNHWS.CPY".
       COPY "CTLWS.CPY".
           COPY "MSGCOM.CPY".
           COPY "DISTWS.CPY".
           COPY "FERRWS.CPY".
           COPY "DNEGWS.CPY".
      *    Linha do log datado de auditoria; a gravacao, com o elo
      *    da cadeia, e feita pela CadeiaAuditoria.
       01 WS-AUDIT-NOME    PIC X(44).
       01 WS-AUDIT-STATUS  PIC XX.
       01 AUDIT-REC        PIC X(160) VALUE SPACES.
       01 WS-AGORA         PIC 9(8).
       01 CONTA       PIC 9(6).
       01 VALOR       PIC 9(8)V99.
       01 WS-VALOR-EDIT    PIC Z(7)9.99.
       01 CONTA-DESTINO PIC 9(6).
      *    Agencia da transacao corrente; no modo interativo e a
      *    agencia deste terminal, no lote vem da coluna do registro.
           88 TRANSACAO-DEPOSITO      VALUE "D".
           88 TRANSACAO-TRANSFERENCIA VALUE "T".
           88 TRANSACAO-EXTERNA       VALUE "E".
           88 TRANSACAO-PAGAMENTO     VALUE "B".
           88 TRANSACAO-MENSALIDADE   VALUE "M".
       01 MENSAGEM    PIC X(30).
       01 MODO-EXECUCAO    PIC X(1).
       01 WS-SAQUE-STATUS  PIC XX.
      *    VALUES valem quando data/tarifas.dat ainda nao existe.
       01 WS-TARIFA-FRANQUIA   PIC 9(2) VALUE 4.
       01 WS-TARIFA-VALOR      PIC 9(3)V99 VALUE 2.50.
       01 WS-FRANQUIA-POUPANCA PIC 9(2) VALUE 2.
       01 WS-FRANQUIA-CONTA    PIC 9(2).
      *    Limite de cheque especial que vale para a conta corrente
      *    da transacao: a poupanca nunca entra no negativo, tenha o
      *    que tiver gravado em CM-LIMITE-CHEQUE.
       01 WS-LIMITE-CHEQUE-CONTA PIC 9(6)V99 VALUE 0.
      *    Rendimentos de poupanca do dia (RendimentoPoupanca, antes
      *    do lote), levados ao GL e a reconciliacao.
       01 WS-QTD-RENDIMENTOS   PIC 9(8) VALUE 0.
       01 WS-SOMA-RENDIMENTOS  PIC 9(8)V99 VALUE 0.
       01 WS-MSG-TARIFA        PIC X(8) VALUE SPACES.
       01 WS-MES-HOJE          PIC 9(6).
       01 WS-GL-QTD-REGS       PIC 9(8) VALUE 0.
       01 WS-QTD-EXT-NEG      PIC 9(8) VALUE 0.
       01 WS-QTD-EXT-REC      PIC 9(8) VALUE 0.
       01 WS-SOMA-EXT-REC     PIC 9(8)V99 VALUE 0.
      *    Pagamento de contas (boletos): totais do dia e motivo da
      *    conferencia da linha digitavel. Boleto recusado na
      *    conferencia volta para o arquivo de rejeitados sem marcar
      *    a sequencia como processada, para a correcao reciclada
      *    nao ser pulada na noite seguinte.
       01 WS-BOLETO-PAGO-STATUS PIC XX.
       01 WS-REJEITO-STATUS   PIC XX.
       01 WS-QTD-PAGAMENTOS   PIC 9(8) VALUE 0.
       01 WS-SOMA-PAGAMENTOS  PIC 9(8)V99 VALUE 0.
       01 WS-QTD-PAG-NEGADOS  PIC 9(8) VALUE 0.
       01 WS-QTD-BOL-REJEITADOS PIC 9(8) VALUE 0.
       01 WS-MOTIVO-BOLETO    PIC X(30).
       01 WS-BOLETO-REJEITADO PIC X(1) VALUE "N".
           88 BOLETO-REJEITADO    VALUE "S".
           COPY "BOLETOWS.CPY".
      *    Debito automatico de mensalidade: valor exato da parcela
      *    (com centavos), tirado da referencia da transacao.
       01 WS-DEBITO-RET-STATUS PIC XX.
       01 WS-VALOR-MENSALIDADE PIC 9(5)V99.
      *    Pagamento de boleto: valor impresso no boleto (com
      *    centavos) ou, no boleto sem valor, o informado no lote.
       01 WS-VALOR-PAGAMENTO  PIC 9(8)V99 VALUE 0.
       01 WS-VALOR-PAG-EDIT   PIC Z(7)9.99.
       01 WS-VALOR-DEBITADO   PIC 9(8)V99.
       01 WS-VALOR-ASSINATURA PIC 9(8)V99.
      *    Regras de velocidade antifraude; os VALUES valem quando
      *    data/fraude_regras.dat ainda nao existe.
       01 WS-FRAUDE-PARM-STATUS PIC XX.
       01 WS-TERMINAL-MST-STATUS PIC XX.
       01 WS-TERMINAL-EM-SERVICO PIC X(1).
           88 TERMINAL-EM-SERVICO    VALUE "S".
           COPY "TITULWS.CPY".
           COPY "AVISOWS.CPY".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-DATA-NEGOCIO
           MOVE WS-HOJE TO WS-AV-DATA-NEG

           STRING "data/auditoria_saque_" DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
               GOBACK
           END-IF

           MOVE VALOR TO WS-VALOR-EDIT
           DISPLAY "Conta " CONTA ", saque R$ "
                   FUNCTION TRIM(WS-VALOR-EDIT)
                   " - confirma (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *    Cada linha do relatorio vai tambem, com a agencia da
      *    transacao, para o arquivo de distribuicao (DISTFD.CPY)
      *    de onde DistribuirAgencias tira a copia de cada agencia.
           MOVE "data/saque_relatorio_dist.dat" TO WS-DIST-NOME
           IF WS-REGISTROS-A-PULAR > 0
               OPEN EXTEND SAQUE-REPORT
               OPEN EXTEND GL-FILE
               OPEN EXTEND DIST-AG-FILE
               IF WS-DIST-STATUS = "35"
                   OPEN OUTPUT DIST-AG-FILE
               END-IF
           ELSE
               OPEN OUTPUT SAQUE-REPORT
               OPEN OUTPUT GL-FILE
               OPEN OUTPUT DIST-AG-FILE
           END-IF

      *    WS-REPORT-STATUS e WS-GL-STATUS eram declarados e nunca
                                  INTO REPORT-LINE
                           END-STRING
                           WRITE REPORT-LINE
                           PERFORM DISTRIBUIR-LINHA-SAQUE
                           IF SAQUE-APROVADO
                               PERFORM GRAVAR-GL-PAR
                           END-IF
                           IF NOT BOLETO-REJEITADO
                               PERFORM REGISTRAR-SEQUENCIA
                           END-IF
                       END-IF
                       ADD 1 TO WS-REGISTROS-PROCESSADOS
                       IF FUNCTION MOD(WS-REGISTROS-PROCESSADOS,

           CLOSE SAQUE-FILE
           CLOSE SAQUE-REPORT
           IF WS-DIST-STATUS = "00"
               CLOSE DIST-AG-FILE
           END-IF

      *    Registra a geracao no catalogo de spool (copia numerada
      *    e roteamento ao departamento destinatario).
      *    contagem/hash parciais sobre um arquivo com os detalhes de
      *    todos os segmentos enganaria a validacao do razao.
           IF WS-REGISTROS-A-PULAR = 0
               PERFORM LANCAR-GL-RENDIMENTOS
               PERFORM GRAVAR-GL-RESUMO-TRAILER
           ELSE
               DISPLAY "GL sem resumo/trailer: lote retomado de "
           DISPLAY "Lote processado. Relatorio gravado."
           DISPLAY "Transacoes ja processadas (puladas): "
                   WS-QTD-PULADAS
           IF WS-QTD-BOL-REJEITADOS > 0
               DISPLAY "Boletos devolvidos aos rejeitados: "
                       WS-QTD-BOL-REJEITADOS
           END-IF

      *    Registro de totais de controle em layout fixo para o
      *    resumo operacional (interface de maquina, nao raspagem).
           MOVE WS-REGISTROS-PROCESSADOS TO CT-LIDOS
           COMPUTE CT-GRAVADOS = WS-QTD-APROVADOS
               + WS-QTD-DEPOSITOS + WS-QTD-TRANSFERENCIAS
               + WS-QTD-OVERRIDES + WS-QTD-PAGAMENTOS
           COMPUTE CT-REJEITADOS = WS-QTD-NEGADOS
               + WS-QTD-DEP-NEGADOS + WS-QTD-TRF-NEGADAS
               + WS-QTD-PAG-NEGADOS
           MOVE WS-QTD-RECICLADOS TO CT-RECICLADOS
           MOVE WS-SOMA-APROVADO TO CT-TOTAL-CHAVE
           PERFORM GRAVAR-CONTROLE-TOTAIS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTD-NEGADOS > 0 OR WS-QTD-DEP-NEGADOS > 0
                       OR WS-QTD-TRF-NEGADAS > 0
                       OR WS-QTD-PAG-NEGADOS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           MOVE 0 TO WS-REGISTROS-A-PULAR
           PERFORM GRAVAR-CHECKPOINT.

       DISTRIBUIR-LINHA-SAQUE.
           MOVE "D" TO DA-TIPO
           MOVE AGENCIA TO DA-AGENCIA
           MOVE CONTA TO DA-CONTA
           MOVE VALOR TO DA-VALOR
           PERFORM GRAVAR-DISTRIBUICAO.

      *    Le a fila de reciclagem antes da entrada normal: cada
      *    registro corrigido passa pelo mesmo caminho de uma
      *    transacao do arquivo (inclusive a protecao de sequencia),
                                  INTO REPORT-LINE
                           END-STRING
                           WRITE REPORT-LINE
                           PERFORM DISTRIBUIR-LINHA-SAQUE
                           IF SAQUE-APROVADO
                               PERFORM GRAVAR-GL-PAR
                           END-IF
                           IF NOT BOLETO-REJEITADO
                               PERFORM REGISTRAR-SEQUENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE VALOR-REC TO VALOR
           MOVE CONTA-DESTINO-REC TO CONTA-DESTINO
           MOVE SPACES TO WS-NOTAS-MSG
           MOVE "N" TO WS-BOLETO-REJEITADO
           IF ASSINANTE-1-REC IS NUMERIC
               MOVE ASSINANTE-1-REC TO WS-ASSINANTE-1
           ELSE
               MOVE 0 TO WS-ASSINANTE-1
           END-IF
           IF ASSINANTE-2-REC IS NUMERIC
               MOVE ASSINANTE-2-REC TO WS-ASSINANTE-2
           ELSE
               MOVE 0 TO WS-ASSINANTE-2
           END-IF

           EVALUATE TRUE
               WHEN TRANSACAO-DEPOSITO
                   PERFORM PROCESSAR-DEPOSITO
               WHEN TRANSACAO-PAGAMENTO
                   PERFORM PROCESSAR-PAGAMENTO
               WHEN TRANSACAO-MENSALIDADE
                   PERFORM PROCESSAR-DEBITO-MENSALIDADE
               WHEN TRANSACAO-TRANSFERENCIA
                   PERFORM PROCESSAR-TRANSFERENCIA
               WHEN TRANSACAO-EXTERNA
                   MOVE "S" TO WS-APROVADO
                   ADD VALOR TO CM-SALDO
                   PERFORM GRAVAR-CONTA-MASTER
                   MOVE VALOR TO WS-VALOR-EDIT
                   STRING "Deposito de R$ " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-VALOR-EDIT)
                              DELIMITED BY SIZE
                          INTO MENSAGEM
                   END-STRING
           END-EVALUATE
           MOVE "N" TO WS-APROVADO
           PERFORM CARREGAR-CONTA-MASTER
           PERFORM CALCULAR-BLOQUEIOS-CONTA
           MOVE VALOR TO WS-VALOR-ASSINATURA
           PERFORM VERIFICAR-ASSINATURAS

           EVALUATE TRUE
               WHEN CONTA-INEXISTENTE
                   MOVE "Conta encerrada." TO MENSAGEM
               WHEN VALOR = 0
                   MOVE "Valor de transf. invalido." TO MENSAGEM
               WHEN NOT ASSINATURA-OK
                   MOVE "Exige assinatura conjunta." TO MENSAGEM
               WHEN CM-SALDO - WS-TOTAL-BLOQUEADO < VALOR
                   IF WS-TOTAL-BLOQUEADO > 0 AND CM-SALDO >= VALOR
                       MOVE "Valor bloq. judicialmente." TO MENSAGEM
           MOVE "N" TO WS-APROVADO
           PERFORM CARREGAR-CONTA-MASTER
           PERFORM CALCULAR-BLOQUEIOS-CONTA
           MOVE VALOR TO WS-VALOR-ASSINATURA
           PERFORM VERIFICAR-ASSINATURAS

           EVALUATE TRUE
               WHEN CONTA-INEXISTENTE
                   MOVE "Valor de transf. invalido." TO MENSAGEM
               WHEN WS-BANCO-DESTINO = 0
                   MOVE "Banco destino invalido." TO MENSAGEM
               WHEN NOT ASSINATURA-OK
                   MOVE "Exige assinatura conjunta." TO MENSAGEM
               WHEN CM-SALDO - WS-TOTAL-BLOQUEADO < VALOR
                   MOVE "Saldo insuficiente." TO MENSAGEM
               WHEN OTHER
                   PERFORM GRAVAR-CONTA-MASTER
                   PERFORM GRAVAR-REMESSA-SAIDA
                   MOVE "S" TO WS-APROVADO
                   MOVE VALOR TO WS-VALOR-EDIT
                   STRING "TED R$ " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-VALOR-EDIT)
                              DELIMITED BY SIZE
                          " bco " DELIMITED BY SIZE
                          WS-BANCO-DESTINO DELIMITED BY SIZE
                          INTO MENSAGEM

           PERFORM REGISTRAR-AUDITORIA.

      *    Pagamento de conta: confere a linha digitavel (DVs,
      *    vencimento e valor) antes de tocar no saldo; boleto que
      *    nao confere e recusado e devolvido ao arquivo de
      *    rejeitados com o motivo. O debito segue a regra da
      *    transferencia (saldo livre de bloqueio judicial, sem
      *    cheque especial) e o pagamento aprovado vai para o
      *    arquivo de boletos pagos do dia.
       PROCESSAR-PAGAMENTO.
           MOVE "N" TO WS-APROVADO
           MOVE SPACES TO MENSAGEM
           PERFORM CARREGAR-CONTA-MASTER
           PERFORM CALCULAR-BLOQUEIOS-CONTA
           PERFORM CONFERIR-BOLETO
           IF WS-BOL-VALOR > 0
               MOVE WS-BOL-VALOR TO WS-VALOR-PAGAMENTO
           ELSE
               MOVE VALOR TO WS-VALOR-PAGAMENTO
           END-IF
           MOVE WS-VALOR-PAGAMENTO TO WS-VALOR-ASSINATURA
           PERFORM VERIFICAR-ASSINATURAS

           EVALUATE TRUE
               WHEN CONTA-INEXISTENTE
                   MOVE "Conta inexistente." TO MENSAGEM
               WHEN CONTA-ENCERRADA
                   MOVE "Conta encerrada." TO MENSAGEM
               WHEN CONTA-DORMENTE
                   MOVE "Conta dormente." TO MENSAGEM
      *    Boleto recusado pela conferencia vai para os rejeitados
      *    com o motivo antes do teste de valor: a recusa deixa o
      *    valor do boleto zerado.
               WHEN WS-MOTIVO-BOLETO NOT = SPACES
                   MOVE WS-MOTIVO-BOLETO TO MENSAGEM
                   PERFORM GRAVAR-REJEITO-BOLETO
               WHEN WS-VALOR-PAGAMENTO = 0
                   MOVE "Valor de pagamento invalido." TO MENSAGEM
               WHEN NOT ASSINATURA-OK
                   MOVE "Exige assinatura conjunta." TO MENSAGEM
               WHEN CM-SALDO - WS-TOTAL-BLOQUEADO < WS-VALOR-PAGAMENTO
                   IF WS-TOTAL-BLOQUEADO > 0 AND
                           CM-SALDO >= WS-VALOR-PAGAMENTO
                       MOVE "Valor bloq. judicialmente." TO MENSAGEM
                   ELSE
                       MOVE "Saldo insuficiente." TO MENSAGEM
                   END-IF
               WHEN OTHER
                   SUBTRACT WS-VALOR-PAGAMENTO FROM CM-SALDO
                   PERFORM GRAVAR-CONTA-MASTER
                   PERFORM GRAVAR-BOLETO-PAGO
                   MOVE "S" TO WS-APROVADO
                   MOVE WS-VALOR-PAGAMENTO TO WS-VALOR-PAG-EDIT
                   STRING "Boleto R$ " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-VALOR-PAG-EDIT)
                              DELIMITED BY SIZE
                          " bco " DELIMITED BY SIZE
                          WS-BOL-BANCO DELIMITED BY SIZE
                          INTO MENSAGEM
                   END-STRING
           END-EVALUATE

           PERFORM REGISTRAR-AUDITORIA.

       GRAVAR-BOLETO-PAGO.
           OPEN EXTEND BOLETO-PAGO-FILE
           IF WS-BOLETO-PAGO-STATUS = "35"
               OPEN OUTPUT BOLETO-PAGO-FILE
           END-IF
           MOVE WS-HOJE TO BP-DATA
           MOVE SEQ-REC TO BP-SEQ
           MOVE AGENCIA TO BP-AGENCIA
           MOVE CONTA TO BP-CONTA
           MOVE WS-BOL-BANCO TO BP-BANCO
           MOVE LINHA-DIGITAVEL-REC TO BP-LINHA
           MOVE WS-BOL-VENCIMENTO TO BP-VENCIMENTO
           MOVE WS-VALOR-PAGAMENTO TO BP-VALOR
           WRITE BOLETO-PAGO-REC
           CLOSE BOLETO-PAGO-FILE.

       GRAVAR-REJEITO-BOLETO.
           OPEN EXTEND REJEITO-FILE
           IF WS-REJEITO-STATUS = "35"
               OPEN OUTPUT REJEITO-FILE
           END-IF
           MOVE SPACES TO REJEITO-REC
           STRING SAQUE-REC DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOTIVO-BOLETO) DELIMITED BY SIZE
                  INTO REJEITO-REC
           END-STRING
           WRITE REJEITO-REC
           CLOSE REJEITO-FILE
           MOVE "S" TO WS-BOLETO-REJEITADO
           ADD 1 TO WS-QTD-BOL-REJEITADOS.

      *    Debito automatico de mensalidade escolar: conta ativa,
      *    assinatura conjunta quando exigida e valor dentro do
      *    saldo mais o limite de cheque especial, descontados os
      *    bloqueios judiciais (o mesmo crivo do debito das
      *    parcelas de emprestimo). O valor sai da conta do cliente
      *    para a conta de recebimentos da escola no razao; o
      *    desfecho vai para o retorno do debito nos dois casos.
       PROCESSAR-DEBITO-MENSALIDADE.
           MOVE "N" TO WS-APROVADO
           MOVE SPACES TO MENSAGEM
           MOVE VALOR TO WS-VALOR-MENSALIDADE
           PERFORM CARREGAR-CONTA-MASTER
           PERFORM CALCULAR-BLOQUEIOS-CONTA
           MOVE WS-VALOR-MENSALIDADE TO WS-VALOR-ASSINATURA
           PERFORM VERIFICAR-ASSINATURAS

           EVALUATE TRUE
               WHEN CONTA-INEXISTENTE
                   MOVE "Conta inexistente." TO MENSAGEM
               WHEN CONTA-ENCERRADA
                   MOVE "Conta encerrada." TO MENSAGEM
               WHEN CONTA-DORMENTE
                   MOVE "Conta dormente." TO MENSAGEM
               WHEN WS-VALOR-MENSALIDADE = 0
                   MOVE "Valor de debito invalido." TO MENSAGEM
               WHEN NOT ASSINATURA-OK
                   MOVE "Exige assinatura conjunta." TO MENSAGEM
               WHEN CM-SALDO + CM-LIMITE-CHEQUE - WS-TOTAL-BLOQUEADO
                       < WS-VALOR-MENSALIDADE
                   IF WS-TOTAL-BLOQUEADO > 0 AND
                           CM-SALDO + CM-LIMITE-CHEQUE
                               >= WS-VALOR-MENSALIDADE
                       MOVE "Valor bloq. judicialmente." TO MENSAGEM
                   ELSE
                       MOVE "Saldo insuficiente." TO MENSAGEM
                   END-IF
               WHEN OTHER
                   SUBTRACT WS-VALOR-MENSALIDADE FROM CM-SALDO
                   PERFORM GRAVAR-CONTA-MASTER
                   PERFORM AVISAR-SALDO-NEGATIVO
                   MOVE "S" TO WS-APROVADO
                   MOVE WS-VALOR-MENSALIDADE TO WS-VALOR-EDIT
                   STRING "Deb. mensalidade R$ " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-VALOR-EDIT)
                              DELIMITED BY SIZE
                          INTO MENSAGEM
                   END-STRING
           END-EVALUATE

           PERFORM GRAVAR-RETORNO-DEBITO
           PERFORM REGISTRAR-AUDITORIA.

       GRAVAR-RETORNO-DEBITO.
           OPEN EXTEND DEBITO-RET-FILE
           IF WS-DEBITO-RET-STATUS = "35"
               OPEN OUTPUT DEBITO-RET-FILE
           END-IF
           MOVE WS-HOJE TO DR-DATA
           MOVE SEQ-REC TO DR-SEQ
           MOVE CONTA TO DR-CONTA
           MOVE LINHA-DIGITAVEL-REC(1:22) TO DR-REFERENCIA
           MOVE WS-VALOR-MENSALIDADE TO DR-VALOR
           IF SAQUE-APROVADO
               MOVE "A" TO DR-RESULTADO
           ELSE
               MOVE "N" TO DR-RESULTADO
           END-IF
           MOVE MENSAGEM TO DR-MOTIVO
           WRITE DEBITO-RETORNO-REC
           CLOSE DEBITO-RET-FILE.

       GRAVAR-REMESSA-SAIDA.
           OPEN EXTEND INTER-SAIDA-FILE
           IF WS-INTER-SAIDA-STATUS = "35"
                       SUBTRACT VALOR FROM CM-SALDO
                       PERFORM GRAVAR-CONTA-MASTER
                       MOVE "S" TO WS-APROVADO
      *                Conta destino fixa nas colunas 12 a 17 (o
      *                credito do destino e apurado dali pelo
      *                MOVSENT.CPY) e valor depois; ate 29
      *                caracteres mesmo no valor maximo, sem chegar
      *                a coluna 30 (marca de terminal no movimento).
                       MOVE VALOR TO WS-VALOR-EDIT
                       STRING "Transf. p/ " DELIMITED BY SIZE
                              CONTA-DESTINO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-VALOR-EDIT)
                                  DELIMITED BY SIZE
                              INTO MENSAGEM
                       END-STRING
                   END-IF
                   ELSE
                       ADD 1 TO WS-QTD-EXT-NEG
                   END-IF
               WHEN TRANSACAO-PAGAMENTO
                   IF SAQUE-APROVADO
                       ADD 1 TO WS-QTD-PAGAMENTOS
                       ADD WS-VALOR-PAGAMENTO TO WS-SOMA-PAGAMENTOS
                   ELSE
                       ADD 1 TO WS-QTD-PAG-NEGADOS
                   END-IF
      *    Debito de mensalidade entra com os pagamentos de conta
      *    (mesmo resumo BOLETOS do GL), pelo valor exato.
               WHEN TRANSACAO-MENSALIDADE
                   IF SAQUE-APROVADO
                       ADD 1 TO WS-QTD-PAGAMENTOS
                       ADD WS-VALOR-MENSALIDADE TO WS-SOMA-PAGAMENTOS
                   ELSE
                       ADD 1 TO WS-QTD-PAG-NEGADOS
                   END-IF
               WHEN OTHER
                   IF SAQUE-APROVADO
                       ADD 1 TO WS-QTD-APROVADOS
               MOVE WS-RECON-STATUS TO WS-ERR-STATUS-ALVO
               PERFORM TRATAR-ERRO-ARQUIVO

               MOVE "data/saque_reconciliacao_dist.dat"
                   TO WS-DIST-NOME
               OPEN OUTPUT DIST-AG-FILE

               MOVE "Reconciliacao de fim de dia - VerificarSaque" TO
                   RECON-LINE
               WRITE RECON-LINE
               MOVE "C" TO DA-TIPO
               PERFORM GRAVAR-DISTRIBUICAO-RECON

               MOVE SPACES TO RECON-LINE
               STRING "Total de transacoes: " DELIMITED BY SIZE
               END-STRING
               WRITE RECON-LINE

               MOVE SPACES TO RECON-LINE
               STRING "Pagtos contas: " DELIMITED BY SIZE
                      WS-QTD-PAGAMENTOS DELIMITED BY SIZE
                      " Soma: " DELIMITED BY SIZE
                      WS-SOMA-PAGAMENTOS DELIMITED BY SIZE
                      " Neg: " DELIMITED BY SIZE
                      WS-QTD-PAG-NEGADOS DELIMITED BY SIZE
                      INTO RECON-LINE
               END-STRING
               WRITE RECON-LINE

               MOVE SPACES TO RECON-LINE
               STRING "Rendimentos poupanca: " DELIMITED BY SIZE
                      WS-QTD-RENDIMENTOS DELIMITED BY SIZE
                      "  Soma: " DELIMITED BY SIZE
                      WS-SOMA-RENDIMENTOS DELIMITED BY SIZE
                      INTO RECON-LINE
               END-STRING
               WRITE RECON-LINE

               MOVE SPACES TO RECON-LINE
               STRING "Maior saque aprovado: " DELIMITED BY SIZE
                      WS-MAIOR-APROVADO DELIMITED BY SIZE
               PERFORM GRAVAR-SECOES-POR-AGENCIA

               CLOSE RECONCILIACAO-REPORT
               IF WS-DIST-STATUS = "00"
                   CLOSE DIST-AG-FILE
               END-IF
           ELSE
               DISPLAY "Reconciliacao nao regravada: lote retomado de "
                       "checkpoint, totais nao cobririam o dia inteiro."
               MOVE 0 TO AG-SOMA-TRF(WS-AG-CORRENTE)
           END-IF

      *    Pagamentos de conta e debitos de mensalidade ficam so no
      *    total do dia (a linha da agencia e de caixa: saques,
      *    depositos e transferencias).
           IF WS-AG-CORRENTE > 0
               EVALUATE TRUE
                   WHEN TRANSACAO-PAGAMENTO
                   WHEN TRANSACAO-MENSALIDADE
                       CONTINUE
                   WHEN TRANSACAO-DEPOSITO
                       IF SAQUE-APROVADO
                           ADD 1 TO AG-QTD-DEP(WS-AG-CORRENTE)
                  INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           MOVE AG-CODIGO(WS-IDX-AG) TO DA-AGENCIA
           PERFORM GRAVAR-DISTRIBUICAO-RECON
           PERFORM MONTAR-LINHA-SAQUES-AG
           WRITE RECON-LINE
      *    O total da agencia na copia separada e o dos saques
      *    aprovados, que e o que a tesouraria confere no caixa.
           MOVE AG-CODIGO(WS-IDX-AG) TO DA-AGENCIA
           MOVE AG-SOMA-APROV(WS-IDX-AG) TO DA-VALOR
           PERFORM GRAVAR-DISTRIBUICAO-RECON
           PERFORM MONTAR-LINHA-DEP-TRF-AG
           WRITE RECON-LINE
           MOVE AG-CODIGO(WS-IDX-AG) TO DA-AGENCIA
           PERFORM GRAVAR-DISTRIBUICAO-RECON

           MOVE SPACES TO WS-RECON-AG-NOME
           STRING "data/saque_reconciliacao_" DELIMITED BY SIZE
           MOVE WS-HOJE TO GL-DATA
           MOVE AGENCIA TO GL-AGENCIA
           MOVE VALOR TO GL-VALOR
           IF TRANSACAO-MENSALIDADE
               MOVE WS-VALOR-MENSALIDADE TO GL-VALOR
           END-IF
           IF TRANSACAO-PAGAMENTO
               MOVE WS-VALOR-PAGAMENTO TO GL-VALOR
           END-IF
           MOVE 0 TO GL-QTD-REGS

           EVALUATE TRUE
                   MOVE 0 TO GL-CONTA
                   MOVE "INTERBAN" TO GL-CONTA-RAZAO
                   PERFORM GRAVAR-GL-REGISTRO
      *    Pagamento de conta: credito na conta transitoria de
      *    liquidacao de boletos, baixada quando a liquidacao por
      *    banco beneficiario e liquidada.
               WHEN TRANSACAO-PAGAMENTO
                   MOVE "D" TO GL-DC
                   MOVE CONTA TO GL-CONTA
                   MOVE "CLIENTES" TO GL-CONTA-RAZAO
                   PERFORM GRAVAR-GL-REGISTRO
                   MOVE "C" TO GL-DC
                   MOVE 0 TO GL-CONTA
                   MOVE "LIQBOLET" TO GL-CONTA-RAZAO
                   PERFORM GRAVAR-GL-REGISTRO
      *    Debito automatico de mensalidade: credito na conta de
      *    recebimentos da escola.
               WHEN TRANSACAO-MENSALIDADE
                   MOVE "D" TO GL-DC
                   MOVE CONTA TO GL-CONTA
                   MOVE "CLIENTES" TO GL-CONTA-RAZAO
                   PERFORM GRAVAR-GL-REGISTRO
                   MOVE "C" TO GL-DC
                   MOVE 0 TO GL-CONTA
                   MOVE "ESCOLA" TO GL-CONTA-RAZAO
                   PERFORM GRAVAR-GL-REGISTRO
               WHEN OTHER
                   MOVE "D" TO GL-DC
                   MOVE CONTA TO GL-CONTA
           ADD 1 TO WS-GL-QTD-REGS
           ADD GL-VALOR TO WS-GL-HASH-TOTAL.

      *    Rendimentos de poupanca creditados hoje pelo passo
      *    RendimentoPoupanca (movimento "P", agencia 0): um par por
      *    lancamento, despesa de rendimento a debito e a conta do
      *    cliente a credito, para o razao enxergar o credito que nao
      *    passou pelo arquivo de transacoes.
       LANCAR-GL-RENDIMENTOS.
           MOVE 0 TO WS-QTD-RENDIMENTOS
           MOVE 0 TO WS-SOMA-RENDIMENTOS
           MOVE "N" TO WS-EOF-MOVIMENTO

           OPEN INPUT MOVIMENTO-FILE
           IF WS-MOVIMENTO-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-MOVIMENTO
           END-IF

           PERFORM UNTIL FIM-MOVIMENTO
               READ MOVIMENTO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-MOVIMENTO
                   NOT AT END
                       IF MV-DATA = WS-HOJE AND
                               MV-RESULTADO = "A" AND MV-TIPO = "P"
                           ADD 1 TO WS-QTD-RENDIMENTOS
                           ADD MV-VALOR TO WS-SOMA-RENDIMENTOS
                           PERFORM GRAVAR-GL-PAR-RENDIMENTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MOVIMENTO-STATUS = "00" OR
                   WS-MOVIMENTO-STATUS = "10"
               CLOSE MOVIMENTO-FILE
           END-IF.

       GRAVAR-GL-PAR-RENDIMENTO.
           MOVE "D" TO GL-TIPO-REG
           MOVE WS-HOJE TO GL-DATA
           MOVE MV-AGENCIA TO GL-AGENCIA
           MOVE MV-VALOR TO GL-VALOR
           MOVE 0 TO GL-QTD-REGS
           MOVE "D" TO GL-DC
           MOVE 0 TO GL-CONTA
           MOVE "DESPPOUP" TO GL-CONTA-RAZAO
           PERFORM GRAVAR-GL-REGISTRO
           MOVE "C" TO GL-DC
           MOVE MV-CONTA TO GL-CONTA
           MOVE "CLIENTES" TO GL-CONTA-RAZAO
           PERFORM GRAVAR-GL-REGISTRO.

      *    Registros de resumo do dia por tipo e o trailer de
      *    controle do lote (contagem de registros e hash total dos
      *    valores), que o sistema de razao usa para validar a carga.
           MOVE WS-SOMA-EXT-ENV TO GL-VALOR
           PERFORM GRAVAR-GL-REGISTRO

           MOVE "RENDPOUP" TO GL-CONTA-RAZAO
           MOVE WS-SOMA-RENDIMENTOS TO GL-VALOR
           PERFORM GRAVAR-GL-REGISTRO

           MOVE "BOLETOS" TO GL-CONTA-RAZAO
           MOVE WS-SOMA-PAGAMENTOS TO GL-VALOR
           PERFORM GRAVAR-GL-REGISTRO

           MOVE "T" TO GL-TIPO-REG
           MOVE SPACE TO GL-DC
           MOVE WS-HOJE TO GL-DATA
           MOVE SPACES TO MENSAGEM

           PERFORM CARREGAR-CONTA-MASTER
           MOVE VALOR TO WS-VALOR-ASSINATURA
           PERFORM VERIFICAR-ASSINATURAS

      *    Conta fora do cadastro ou encerrada nega com mensagem
      *    propria no relatorio; so contas ativas seguem para a
      *    reativacao em ManterContas.
               WHEN CONTA-DORMENTE
                   MOVE "Conta dormente." TO MENSAGEM
      *    Conta conjunta acima do valor da regra: dois titulares
      *    assinam juntos (nao ha override de supervisor).
               WHEN NOT ASSINATURA-OK
                   MOVE "Exige assinatura conjunta." TO MENSAGEM
               WHEN OTHER
                   PERFORM SELECIONAR-LIMITES-TIER
                   PERFORM SELECIONAR-REGRAS-PRODUTO
                   PERFORM CALCULAR-BLOQUEIOS-CONTA
                   PERFORM VALIDAR-FAIXA-VALOR
                   IF FUNCTION MOD(VALOR * 100, 1000) = 0
                           AND WS-VALOR-VALIDO = "S"
                       PERFORM CARREGAR-TOTAL-DIA
                       PERFORM CARREGAR-TOTAL-CLIENTE
      *    O saldo disponivel inclui o limite de cheque especial
      *    autorizado da conta: o saque pode deixar o saldo negativo
      *    ate -CM-LIMITE-CHEQUE (juros lancados pelo passo noturno
      *    JurosCheque). Na poupanca o limite e zero.
                           IF CM-SALDO + WS-LIMITE-CHEQUE-CONTA
                                   - WS-TOTAL-BLOQUEADO >= VALOR
      *    Regras de velocidade antifraude antes de debitar: regra
      *    disparada retem o saque para revisao de supervisor em
                               END-IF
                           ELSE
                               IF WS-TOTAL-BLOQUEADO > 0 AND
                                       CM-SALDO + WS-LIMITE-CHEQUE-CONTA
                                       >= VALOR
                                   MOVE "Valor bloq. judicialmente."
                                       TO MENSAGEM
           END-IF

           IF SAQUE-APROVADO
               MOVE VALOR TO WS-VALOR-EDIT
               STRING "Saque de R$ " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VALOR-EDIT) DELIMITED BY SIZE
                      " liberado." DELIMITED BY SIZE
                      INTO MENSAGEM
               END-STRING
               PERFORM GRAVAR-TOTAL-DIA
               SUBTRACT VALOR FROM CM-SALDO
               PERFORM GRAVAR-CONTA-MASTER
               PERFORM AVISAR-SALDO-NEGATIVO
               PERFORM BAIXAR-NOTAS-GAVETA
           ELSE
               IF MENSAGEM = SPACES
                   NOT AT END
                       MOVE TAR-FRANQUIA TO WS-TARIFA-FRANQUIA
                       MOVE TAR-VALOR TO WS-TARIFA-VALOR
                       IF TAR-FRANQUIA-POUP IS NUMERIC
                           MOVE TAR-FRANQUIA-POUP TO
                               WS-FRANQUIA-POUPANCA
                       END-IF
               END-READ
               CLOSE TARIFA-FILE
           END-IF.
           MOVE WS-TT-MINIMO(WS-TIER-ACHADO) TO WS-VALOR-MINIMO
           MOVE WS-TT-MAXIMO(WS-TIER-ACHADO) TO WS-VALOR-MAXIMO.

      *    Regras do produto da conta: a poupanca nao tem cheque
      *    especial e tem franquia mensal de saques propria.
       SELECIONAR-REGRAS-PRODUTO.
           IF CM-PRODUTO = "P"
               MOVE 0 TO WS-LIMITE-CHEQUE-CONTA
               MOVE WS-FRANQUIA-POUPANCA TO WS-FRANQUIA-CONTA
           ELSE
               MOVE CM-LIMITE-CHEQUE TO WS-LIMITE-CHEQUE-CONTA
               MOVE WS-TARIFA-FRANQUIA TO WS-FRANQUIA-CONTA
           END-IF.

       CARREGAR-CONTA-MASTER.
           MOVE CONTA TO CM-CONTA
           READ CONTA-FILE
      *    Refaz a aprovacao pulando apenas a checagem de limite
      *    diario; saldo e notas da gaveta continuam obrigatorios.
       APLICAR-OVERRIDE.
           IF CM-SALDO + WS-LIMITE-CHEQUE-CONTA
                   - WS-TOTAL-BLOQUEADO >= VALOR
               PERFORM CALCULAR-NOTAS
               IF NOTAS-DISPONIVEIS
                   PERFORM GRAVAR-TOTAL-DIA
                   SUBTRACT VALOR FROM CM-SALDO
                   PERFORM GRAVAR-CONTA-MASTER
                   PERFORM AVISAR-SALDO-NEGATIVO
                   PERFORM BAIXAR-NOTAS-GAVETA
                   ADD 1 TO WS-QTD-OVERRIDES
                   ADD VALOR TO WS-SOMA-OVERRIDES

       REGISTRAR-AUDITORIA-OVERRIDE.
           ACCEPT WS-AGORA FROM TIME
           MOVE VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO AUDIT-REC
           STRING WS-HOJE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  " CONTA=" DELIMITED BY SIZE
                  CONTA DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VALOR-EDIT) DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  WS-MOTIVO-OVERRIDE DELIMITED BY SIZE
                  INTO AUDIT-REC
           END-STRING
           CALL "CadeiaAuditoria" USING WS-AUDIT-NOME AUDIT-REC
               WS-AUDIT-STATUS
           END-CALL.

      *    Movimento em layout fixo para os relatorios de compliance
      *    e o extrato do cliente, gravado para toda transacao
           MOVE AGENCIA TO MV-AGENCIA
           MOVE CONTA TO MV-CONTA
           MOVE VALOR TO MV-VALOR
           IF TRANSACAO-MENSALIDADE
               MOVE WS-VALOR-MENSALIDADE TO MV-VALOR
           END-IF
           IF TRANSACAO-PAGAMENTO
               MOVE WS-VALOR-PAGAMENTO TO MV-VALOR
           END-IF
           EVALUATE TRUE
               WHEN SAQUE-APROVADO
                   MOVE "A" TO MV-RESULTADO
           IF MODO-EXECUCAO = "I" OR MODO-EXECUCAO = "i"
               MOVE "T" TO MV-MOTIVO(30:1)
           END-IF
      *    Terminal e operador da transacao: so o modo interativo
      *    passa por um caixa; o lote grava os dois em branco.
           MOVE SPACES TO MV-TERMINAL
           MOVE SPACES TO MV-OPERADOR
           IF MODO-EXECUCAO = "I" OR MODO-EXECUCAO = "i"
               MOVE WS-TERMINAL-ID TO MV-TERMINAL
               MOVE "L" TO WS-SESSAO-OP
               CALL "SessaoCorp" USING WS-SESSAO-OP WS-SESSAO-OPERADOR
                   WS-SESSAO-TERMINAL
               END-CALL
               IF WS-SESSAO-OPERADOR NOT = "-"
                   MOVE WS-SESSAO-OPERADOR TO MV-OPERADOR
               END-IF
           END-IF
           WRITE MOVIMENTO-REC
           CLOSE MOVIMENTO-FILE.

       REGISTRAR-AUDITORIA.
           PERFORM GRAVAR-MOVIMENTO
           ACCEPT WS-AGORA FROM TIME
           MOVE MV-VALOR TO WS-VALOR-EDIT
           MOVE "L" TO WS-SESSAO-OP
           CALL "SessaoCorp" USING WS-SESSAO-OP WS-SESSAO-OPERADOR
               WS-SESSAO-TERMINAL
           END-CALL
           MOVE SPACES TO AUDIT-REC
           STRING WS-HOJE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  " CONTA=" DELIMITED BY SIZE
                  CONTA DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VALOR-EDIT) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  MENSAGEM DELIMITED BY SIZE
                  INTO AUDIT-REC
           END-STRING
           CALL "CadeiaAuditoria" USING WS-AUDIT-NOME AUDIT-REC
               WS-AUDIT-STATUS
           END-CALL.

      *    Quebra o valor liberado em notas de R$50, R$20 e R$10,
      *    limitado ao que existe na gaveta do terminal: parte da

      *    Gravado so na aprovacao de saque: alem do total do dia,
      *    conta o saque no mes para a apuracao de tarifa, e marca a
      *    transacao como tarifada quando passou da franquia (a do
      *    produto da conta: poupanca tem a sua).
       GRAVAR-TOTAL-DIA.
           MOVE CONTA TO LD-CONTA
           MOVE WS-HOJE TO LD-DATA
           MOVE AGENCIA TO LD-AGENCIA
           ADD 1 TO LD-QTD-MES
           IF LD-QTD-MES > WS-FRANQUIA-CONTA
               MOVE " TARIFA" TO WS-MSG-TARIFA
           END-IF
           REWRITE LIMITE-DIARIO-REC

           PERFORM GRAVAR-TOTAL-CLIENTE.

      *    Total diario agregado por titular: a conta conta contra
      *    o limite de cada titular ("P" e "S") do arquivo de
      *    titulares - ou so do CM-CPF, na conta de titular unico.
      *    Vale o maior total do dia entre eles: basta um titular
      *    sem folga para negar. Conta sem vinculo de cliente (CPF
      *    zero) fica de fora e vale so o limite por conta, como
      *    antes.
       CARREGAR-TOTAL-CLIENTE.
           MOVE 0 TO WS-TOTAL-DIA-CLIENTE
           PERFORM CARREGAR-TITULARES-CONTA
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TITULARES
               IF WS-TIT-PAPEL(WS-IDX-TIT) NOT = "R"
                   PERFORM LER-TOTAL-CPF
                   IF LC-TOTAL-DIA > WS-TOTAL-DIA-CLIENTE
                       MOVE LC-TOTAL-DIA TO WS-TOTAL-DIA-CLIENTE
                   END-IF
               END-IF
           END-PERFORM.

       LER-TOTAL-CPF.
           MOVE WS-TIT-CPF(WS-IDX-TIT) TO LC-CPF
           READ LIMITE-CLIENTE-FILE
               INVALID KEY
                   MOVE WS-TIT-CPF(WS-IDX-TIT) TO LC-CPF
                   MOVE WS-HOJE TO LC-DATA
                   MOVE 0 TO LC-TOTAL-DIA
               NOT INVALID KEY
                   IF LC-DATA NOT = WS-HOJE
                       MOVE WS-HOJE TO LC-DATA
                       MOVE 0 TO LC-TOTAL-DIA
                   END-IF
           END-READ.

      *    Usa a tabela de titulares montada na avaliacao do saque.
       GRAVAR-TOTAL-CLIENTE.
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TITULARES
               IF WS-TIT-PAPEL(WS-IDX-TIT) NOT = "R"
                   PERFORM LER-TOTAL-CPF
                   ADD VALOR TO LC-TOTAL-DIA
                   REWRITE LIMITE-CLIENTE-REC
                       INVALID KEY
                           WRITE LIMITE-CLIENTE-REC
                   END-REWRITE
               END-IF
           END-PERFORM.

      *    Regra de assinatura da conta: na conjunta ("C"), valor
      *    acima de CM-VALOR-CONJUNTA so passa com dois titulares
      *    distintos assinando. WS-VALOR-ASSINATURA e o valor que
      *    sera debitado: VALOR no saque e nas transferencias, o
      *    valor conferido do boleto no pagamento e o da parcela no
      *    debito de mensalidade. No lote os CPFs vem nas colunas
      *    ASSINANTE do registro; no terminal o caixa digita os dois
      *    documentos conferidos no balcao.
       VERIFICAR-ASSINATURAS.
           MOVE "S" TO WS-ASSINATURA-OK
           IF NOT CONTA-INEXISTENTE AND NOT CONTA-ENCERRADA
                   AND CM-REGRA-ASSINATURA = "C"
                   AND WS-VALOR-ASSINATURA > CM-VALOR-CONJUNTA
               PERFORM CARREGAR-TITULARES-CONTA
               IF MODO-EXECUCAO = "I" OR MODO-EXECUCAO = "i"
                   DISPLAY "Conta conjunta: valor exige dois "
                           "titulares."
                   DISPLAY "CPF do 1o titular: "
                   ACCEPT WS-ASSINANTE-1
                   DISPLAY "CPF do 2o titular: "
                   ACCEPT WS-ASSINANTE-2
               END-IF
               PERFORM CONFERIR-ASSINATURA-CONJUNTA
           END-IF.

      *    Saque ou debito de mensalidade com o cheque especial que
      *    leva a conta do saldo positivo (ou zero) para o negativo:
      *    aviso ao cliente.
       AVISAR-SALDO-NEGATIVO.
           MOVE VALOR TO WS-VALOR-DEBITADO
           IF TRANSACAO-MENSALIDADE
               MOVE WS-VALOR-MENSALIDADE TO WS-VALOR-DEBITADO
           END-IF
           IF CM-SALDO < 0 AND CM-SALDO + WS-VALOR-DEBITADO >= 0
               MOVE CONTA TO WS-AV-CONTA
               MOVE "N" TO WS-AV-TIPO
               MOVE CM-SALDO TO WS-AV-VALOR
               IF TRANSACAO-MENSALIDADE
                   MOVE "Mensalidade escolar" TO WS-AV-REFERENCIA
               ELSE
                   MOVE "Saque" TO WS-AV-REFERENCIA
               END-IF
               PERFORM GRAVAR-AVISO-CLIENTE
           END-IF.

           COPY "TITULCAR.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-TITULARES-CONTA
               CAMPO-CONTA BY CONTA
               CAMPO-CPF   BY CM-CPF.

           COPY "ASSINCHK.CPY" REPLACING
               ROTINA-NOME BY CONFERIR-ASSINATURA-CONJUNTA.

           COPY "RANGECHK.CPY" REPLACING
               ROTINA-NOME  BY VALIDAR-FAIXA-VALOR
               CAMPO-VALOR  BY VALOR
               FAIXA-MAXIMA BY WS-VALOR-MAXIMO
               FLAG-VALIDO  BY WS-VALOR-VALIDO.

           COPY "BOLETOCK.CPY" REPLACING
               ROTINA-NOME     BY CONFERIR-BOLETO
               LINHA-BOLETO    BY LINHA-DIGITAVEL-REC
               DATA-REFERENCIA BY WS-HOJE
               VALOR-PAGO      BY VALOR
               MOTIVO-SAIDA    BY WS-MOTIVO-BOLETO.

           COPY "DNEGLER.CPY" REPLACING
               ROTINA-NOME BY CARREGAR-DATA-NEGOCIO
               CAMPO-DATA  BY WS-HOJE.

           COPY "DISTGRV.CPY" REPLACING
               ROTINA-NOME  BY GRAVAR-DISTRIBUICAO
               LINHA-ORIGEM BY REPORT-LINE.

           COPY "DISTGRV.CPY" REPLACING
               ROTINA-NOME  BY GRAVAR-DISTRIBUICAO-RECON
               LINHA-ORIGEM BY RECON-LINE.

           COPY "FERRLOG.CPY" REPLACING
               ROTINA-NOME   BY TRATAR-ERRO-ARQUIVO
               PROGRAMA-NOME BY "VerificarSaque".
               ROTINA-NOME   BY REGISTRAR-SPOOL
               ROTINA-COPIA  BY COPIAR-SPOOL
               PROGRAMA-NOME BY "VerificarSaque".

           COPY "AVISOGRV.CPY" REPLACING
               ROTINA-NOME   BY GRAVAR-AVISO-CLIENTE
               PROGRAMA-NOME BY "VerificarSaque".
