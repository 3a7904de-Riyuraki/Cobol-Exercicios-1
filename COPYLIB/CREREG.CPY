      *REMARKS. LAYOUT DO REGISTRO DO CONTAS A RECEBER CADCRE
      *         (ARQUIVO INDEXADO PELA CHAVE COMPOSTA NUMERO DO ALUNO
      *         + COMPETENCIA AAAAMM), UMA PARTIDA EM ABERTO POR
      *         COBRANCA. CADA EXECUCAO DO EM01MENS ACRESCENTA A
      *         PARTIDA DA COMPETENCIA; O EM01INAD BAIXA OS PAGAMENTOS
      *         DO CADPAG DA PARTIDA MAIS ANTIGA PARA A MAIS NOVA,
      *         LANCA MULTA E JUROS NAS VENCIDAS E APURA OS SALDOS POR
      *         FAIXA DE ATRASO. O SALDO E SEMPRE VALOR ORIGINAL +
      *         MULTA + JUROS - VALOR PAGO; A SITUACAO E A=ABERTA OU
      *         Q=QUITADA. DATA-ENCARGO-CRE GUARDA ATE QUE DIA OS
      *         JUROS JA FORAM LANCADOS, PARA NAO COBRAR O MESMO DIA
      *         DUAS VEZES.
       01 REG-CRE.
           02 CHAVE-CRE.
             03 NUMERO-CRE          PIC 9(05).
             03 COMPETENCIA-CRE     PIC 9(06).
           02 NOME-CRE              PIC X(20).
           02 TURMA-CRE             PIC X(03).
           02 DATA-EMISSAO-CRE      PIC 9(08).
           02 DATA-VENCTO-CRE       PIC 9(08).
           02 VALOR-ORIGINAL-CRE    PIC 9(05)V99.
           02 MULTA-CRE             PIC 9(05)V99.
           02 JUROS-CRE             PIC 9(05)V99.
           02 VALOR-PAGO-CRE        PIC 9(05)V99.
           02 SALDO-CRE             PIC 9(05)V99.
           02 DATA-ENCARGO-CRE      PIC 9(08).
           02 DATA-ULT-PAGTO-CRE    PIC 9(08).
           02 SITUACAO-CRE          PIC X(01).
           02 GERACAO-CRE           PIC X(30).
