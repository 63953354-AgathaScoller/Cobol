      *    Rotina compartilhada de elegibilidade da carteirinha de
      *    convenio do paciente (PACREC.CPY ja lido). Inclua com
      *    COPY "CARTCHK.CPY" REPLACING substituindo as palavras
      *    abaixo pelos nomes reais do programa que a inclui:
      *      ROTINA-NOME     nome do paragrafo gerado (unico no
      *                      programa que o inclui)
      *      DATA-REFERENCIA data AAAAMMDD do atendimento
      *      FLAG-SITUACAO   campo PIC X(1) de saida:
      *                      "P" particular (sem convenio);
      *                      "N" validade nao informada;
      *                      "V" carteirinha valida na data;
      *                      "E" carteirinha vencida na data.
       ROTINA-NOME.
           IF PM-CONVENIO NOT NUMERIC
               MOVE "P" TO FLAG-SITUACAO
           ELSE
               IF PM-CONVENIO = 0
                   MOVE "P" TO FLAG-SITUACAO
               ELSE
                   IF PM-VALIDADE-CARTEIRA NOT NUMERIC
                       MOVE "N" TO FLAG-SITUACAO
                   ELSE
                       IF PM-VALIDADE-CARTEIRA = 0
                           MOVE "N" TO FLAG-SITUACAO
                       ELSE
                           IF PM-VALIDADE-CARTEIRA < DATA-REFERENCIA
                               MOVE "E" TO FLAG-SITUACAO
                           ELSE
                               MOVE "V" TO FLAG-SITUACAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
