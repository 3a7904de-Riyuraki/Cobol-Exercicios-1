      *REMARKS. LAYOUT DO REGISTRO DE PEDIDO DE REVISAO DE NOTA CADRVN
      *         (ARQUIVO INDEXADO PELO PROTOCOLO, COM CHAVE ALTERNADA
      *         PELO NUMERO DO ALUNO), ABERTO E DECIDIDO PELO
      *         EM01REVN. DISCIPLINA EM BRANCO E CONTESTACAO DAS
      *         NOTAS GERAIS DO ALUREG, COMO NO MOVIMENTO CADNOT DO
      *         EM01NOTA; CAMPO E A NOTA CONTESTADA (N1 A N4).
      *         SITUACAO P = PENDENTE DE DECISAO DO PROFESSOR, M =
      *         NOTA MANTIDA, A = NOTA ALTERADA PARA NOTA-NOVA. PRAZO
      *         E O NUMERO DE DIAS CORRIDOS PARA A RESPOSTA, VIGENTE NA
      *         ABERTURA. EMENDA DIZ SE A ALTERACAO AINDA PRECISA SER
      *         LEVADA AO CADHIS PELO EM01RHIS (N = NAO PRECISA, P =
      *         PENDENTE, E = EMENDADA).
       01 REG-RVN.
           02 PROTOCOLO-RVN         PIC 9(06).
           02 NUMERO-RVN            PIC 9(05).
           02 PERIODO-RVN           PIC X(06).
           02 DISCIPLINA-RVN        PIC X(03).
           02 CAMPO-RVN             PIC X(02).
           02 NOTA-ATUAL-RVN        PIC 9(02)V99.
           02 MOTIVO-RVN            PIC X(40).
           02 DATA-ABERTURA-RVN     PIC 9(08).
           02 PRAZO-DIAS-RVN        PIC 9(03).
           02 SITUACAO-RVN          PIC X(01).
           02 PROFESSOR-RVN         PIC 9(03).
           02 NOTA-NOVA-RVN         PIC 9(02)V99.
           02 DATA-DECISAO-RVN      PIC 9(08).
           02 EMENDA-RVN            PIC X(01).
