      *REMARKS. LAYOUT DO REGISTRO DO ARQUIVO CUMULATIVO CADADI, COM
      *         UMA LINHA POR ADIANTAMENTO QUINZENAL PAGO PELO EM01ADIA:
      *         A MATRICULA, A COMPETENCIA (AAAAMM), O VALOR, A
      *         SITUACAO (A = EM ABERTO, Q = QUITADO), A DATA DO
      *         PAGAMENTO E A GERACAO DE CADLIQAD QUE LEVOU O CREDITO
      *         AO BANCO. O EM01LIQD DESCONTA NO LIQUIDO DO FIM DO MES
      *         OS ADIANTAMENTOS EM ABERTO E OS MARCA QUITADOS, COM A
      *         DATA E A GERACAO DE CADLIQ08 QUE OS DESCONTOU.
       01 REG-ADI.
           02 MATRICULA-ADI         PIC 9(05).
           02 COMPETENCIA-ADI       PIC 9(06).
           02 VALOR-ADI             PIC 9(05)V99.
           02 SITUACAO-ADI          PIC X(01).
           02 DATA-ADI              PIC 9(08).
           02 NOME-GER-ADI          PIC X(30).
           02 DATA-QUIT-ADI         PIC 9(08).
           02 NOME-GER-QUIT-ADI     PIC X(30).
