      *REMARKS. LAYOUT DO REGISTRO DO ORCAMENTO DA FOLHA POR
      *         DEPARTAMENTO CADORC (ARQUIVO INDEXADO PELA CHAVE
      *         CHAVE-ORC = DEPARTAMENTO + ANO + MES), COM O VALOR DA
      *         FOLHA APROVADO PELA DIRECAO PARA O MES. MANTIDO PELO
      *         EM01MORC, QUE SO ACEITA DEPARTAMENTO CADASTRADO NO
      *         CADDEP, E LIDO PELO EM01ORCA NO CONFRONTO DO ORCADO
      *         COM O REALIZADO. A DATA DA ULTIMA ALTERACAO FICA NO
      *         PROPRIO REGISTRO.
       01 REG-ORC.
           02 CHAVE-ORC.
              03 DEPTO-ORC          PIC X(04).
              03 ANO-ORC            PIC 9(04).
              03 MES-ORC            PIC 9(02).
           02 VALOR-ORC             PIC 9(07)V99.
           02 DATA-ALT-ORC          PIC 9(08).
