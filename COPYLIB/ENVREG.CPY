      *REMARKS. LAYOUT DO REGISTRO DO ARQUIVO DE ENTREGAS DE NOTAS
      *         CADENV (SEQUENCIAL, CUMULATIVO), GRAVADO PELO EM01NOTA
      *         A CADA NOTA (N1 A N4) ACEITA NA CARGA: QUEM ENVIOU, EM
      *         QUE TURMA E DISCIPLINA (BRANCO = NOTA GERAL), PARA
      *         QUAL ALUNO E QUANDO FOI RECEBIDA. E DELE QUE A
      *         CONFERENCIA DE ENTREGA EM01CNOT SABE O QUE FALTA E O
      *         QUE CHEGOU DEPOIS DO PRAZO - UMA NOTA ZERO NO CADNDI
      *         NAO DIZ SE FOI LANCADA OU ESQUECIDA. O REGISTRO NUNCA
      *         E ALTERADO NEM EXCLUIDO. O PERIODO E O DO PARHIS NO
      *         MOMENTO DA CARGA (BRANCO SE NAO HAVIA PARHIS) E E POR
      *         ELE QUE A ANALISE EM01DPRF SABE QUEM DEU CADA
      *         DISCIPLINA EM CADA TURMA NOS PERIODOS JA FECHADOS.
       01 REG-ENV.
           02 PROFESSOR-ENV         PIC 9(03).
           02 TURMA-ENV             PIC X(03).
           02 DISCIPLINA-ENV        PIC X(03).
           02 CAMPO-ENV             PIC X(02).
           02 NUMERO-ENV            PIC 9(05).
           02 DATA-ENV              PIC 9(08).
           02 HORA-ENV              PIC 9(08).
           02 PERIODO-ENV           PIC X(06).
