      *    programa (aprovacao na ultima linha de
      *    turma_resultados.dat em TODOS os cursos das suas
      *    matriculas); o numero e sequencial
      *    (data/certificados_seq.dat), recomecado em AA0001 a cada
      *    ano pelo FechamentoAnual, e a segunda via reimprime com
      *    o MESMO numero deste registro.
       01  CERTIFICADO-REG.
           05 CE-ALUNO-ID       PIC X(10).
