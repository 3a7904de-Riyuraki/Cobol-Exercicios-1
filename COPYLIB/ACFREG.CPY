      *REMARKS. LAYOUT DO REGISTRO DO ACUMULADO ANUAL DA FOLHA CADACF,
      *         COM UMA LINHA POR MATRICULA, COMPETENCIA (AAAAMM) E
      *         TIPO DE PAGAMENTO: O RENDIMENTO (BRUTO), O INSS E O
      *         IRRF RETIDOS E O LIQUIDO, COM O NOME DA GERACAO DE
      *         CREDITO DE ORIGEM E A DATA DA ATUALIZACAO. O TIPO USA
      *         OS CODIGOS DE FOLHA DO PARFOL: 08 = FOLHA MENSAL,
      *         GRAVADA PELO EM01APLI QUANDO A FOLHA DO MES E
      *         CONFIRMADA (A COMPETENCIA REPROCESSADA TEM AS LINHAS
      *         08 SUBSTITUIDAS, NUNCA SOMADAS DE NOVO); 13 = DECIMO
      *         TERCEIRO, GRAVADA PELO EM01DECI A CADA PARCELA E PELO
      *         EM01RESC NA RESCISAO; FE = FERIAS, PELO EM01FERI; RS =
      *         DEMAIS VERBAS DA RESCISAO, PELO EM01RESC. LINHA ANTIGA,
      *         GRAVADA ANTES DO TIPO EXISTIR, TEM O TIPO EM BRANCO E
      *         VALE COMO 08. LIDO PELO EM01INFR PARA O INFORME DE
      *         RENDIMENTOS E O RESUMO ANUAL DAS RETENCOES (O DECIMO
      *         TERCEIRO NUM QUADRO PROPRIO) E PELO EM01ORCA PARA O
      *         REALIZADO DA FOLHA.
       01 REG-ACF.
           02 MATRICULA-ACF         PIC 9(05).
           02 COMPETENCIA-ACF.
              03 ANO-ACF            PIC 9(04).
              03 MES-ACF            PIC 9(02).
           02 BRUTO-ACF             PIC 9(05)V99.
           02 INSS-ACF              PIC 9(05)V99.
           02 IRRF-ACF              PIC 9(05)V99.
           02 LIQUIDO-ACF           PIC 9(05)V99.
           02 NOME-GER-ACF          PIC X(30).
           02 DATA-ATU-ACF          PIC 9(08).
           02 TIPO-FOLHA-ACF        PIC X(02).
