      *    "C" lancamento de disputa (credito provisorio na abertura
      *    e estorno na negativa, gravado por ManterDisputas),
      *    "Q" cheque apresentado (pago ou devolvido, gravado por
      *    ProcessarCheques com o codigo de devolucao no motivo),
      *    "P" rendimento mensal da poupanca (passo noturno
      *    RendimentoPoupanca, levado ao GL pelo lote do dia),
      *    "L" emprestimo pessoal (liberacao do valor em
      *    ManterEmprestimos; parcela debitada ou recusada por falta
      *    de saldo no passo noturno DebitarParcelas),
      *    "B" pagamento de conta (boleto) debitado pelo lote,
      *    "M" debito de mensalidade escolar (debito automatico
      *    gerado por GerarDebitosEscola e debitado pelo lote),
      *    "K" cheque de outro banco depositado (credito em float) ou
      *    devolvido pela compensacao (estorno, com o codigo de
      *    motivo), gravado pelo passo noturno CompensarCheques,
      *    "F" tarifa de saques do mes cobrada no encerramento da
      *    conta e "X" saldo final pago ao titular no encerramento
      *    (ambos gravados por ManterContas).
      *    MV-RESULTADO: "A" aprovada, "N" negada, "R" retida para
      *    revisao antifraude (saldo NAO debitado; a liberacao ou o
      *    bloqueio definitivo sai por RevisarFraude).
      *    MV-MOTIVO coluna 30 = "T": transacao aprovada no
      *    terminal (modo interativo), que nao gera lancamento de
      *    GL - a conferencia do razao a deixa de fora.
      *    MV-VALOR em reais e centavos, com sinal separado na
      *    frente ("+"/"-"); o sentido do lancamento continua dado
      *    pelo MV-TIPO, entao o valor e gravado positivo.
      *    MV-TERMINAL: terminal de caixa da transacao (TM-TERMINAL)
      *    e MV-OPERADOR: operador logado (US-USER-ID, SessaoCorp);
      *    ambos em branco no que e gravado pelo lote.
      *    Registro de 87 posicoes; o layout anterior (61 posicoes,
      *    MV-VALOR PIC 9(4) em reais inteiros) e convertido uma vez
      *    por ConverterMovimento, online e segmentos mensais.
       01  MOVIMENTO-REC.
           05 MV-DATA           PIC 9(8).
           05 MV-HORA           PIC 9(8).
           05 MV-TIPO           PIC X(1).
           05 MV-CONTA          PIC 9(6).
           05 MV-VALOR          PIC S9(9)V99
                                SIGN IS LEADING SEPARATE.
           05 MV-RESULTADO      PIC X(1).
           05 MV-MOTIVO         PIC X(30).
           05 MV-AGENCIA        PIC 9(3).
           05 MV-TERMINAL       PIC X(8).
           05 MV-OPERADOR       PIC X(10).
