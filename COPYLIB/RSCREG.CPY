      *REMARKS. LAYOUT DO REGISTRO DO ARQUIVO CUMULATIVO CADRSC, COM
      *         UMA LINHA POR RESCISAO CALCULADA PELO EM01RESC: A
      *         MATRICULA, O TIPO DE DESLIGAMENTO (D = DISPENSA SEM
      *         JUSTA CAUSA, P = PEDIDO DE DEMISSAO, T = TERMINO DE
      *         CONTRATO), A DATA DO DESLIGAMENTO, AS VERBAS, OS
      *         DESCONTOS, O LIQUIDO E A GERACAO DE CADLIQRS QUE LEVA O
      *         CREDITO AO BANCO. O EM01RESC RECUSA UMA SEGUNDA
      *         RESCISAO DA MESMA MATRICULA, E O EM01PRES LISTA OS
      *         DESLIGADOS DO CADEMP AINDA SEM LINHA AQUI.
       01 REG-RSC.
           02 MATRICULA-RSC         PIC 9(05).
           02 TIPO-RSC              PIC X(01).
           02 DATA-DESLIG-RSC       PIC 9(08).
           02 SALDO-RSC             PIC 9(05)V99.
           02 DECIMO-RSC            PIC 9(05)V99.
           02 FERIAS-RSC            PIC 9(05)V99.
           02 AVISO-RSC             PIC 9(05)V99.
           02 DESCONTOS-RSC         PIC 9(05)V99.
           02 LIQUIDO-RSC           PIC 9(05)V99.
           02 NOME-GER-RSC          PIC X(30).
           02 DATA-PROC-RSC         PIC 9(08).
