      *REMARKS. LAYOUT DO REGISTRO DO ARQUIVO CUMULATIVO DE
      *         ALTERACOES PENDENTES CADALT. O EM01MEMP (SALARIO-EMP,
      *         TIPO S, CHAVE = MATRICULA) E O EM01MDEP (CONTA-GL-DEP,
      *         TIPO G, CHAVE = CODIGO DO DEPARTAMENTO) GRAVAM AQUI A
      *         ALTERACAO PEDIDA EM VEZ DE APLICA-LA, COM O VALOR
      *         ANTERIOR, O VALOR NOVO, O OPERADOR E A DATA/HORA DO
      *         PEDIDO, SITUACAO P (PENDENTE). O EM01APRV, COM OUTRO
      *         OPERADOR, MARCA A (APROVADA, ALTERACAO APLICADA) OU
      *         R (REJEITADA, COM MOTIVO), COM O APROVADOR E A DATA
      *         DA DECISAO; O PEDIDO DECIDIDO SAI DO CADALT E VAI PARA
      *         O HISTORICO CADALTH, NO MESMO LAYOUT. O EM01EX06, O
      *         EM01LIQD E O EM01BANC AVISAM QUANDO A FOLHA RODA COM
      *         ALTERACOES DE SALARIO AINDA PENDENTES.
       01 REG-ALT.
           02 TIPO-ALT              PIC X(01).
           02 CHAVE-ALT             PIC X(05).
           02 SALARIO-ANT-ALT       PIC 9(05)V99.
           02 SALARIO-NOVO-ALT      PIC 9(05)V99.
           02 CONTA-ANT-ALT         PIC X(08).
           02 CONTA-NOVA-ALT        PIC X(08).
           02 OPERADOR-ALT          PIC X(08).
           02 DATA-ALT              PIC 9(08).
           02 HORA-ALT              PIC 9(08).
           02 SITUACAO-ALT          PIC X(01).
           02 APROVADOR-ALT         PIC X(08).
           02 DATA-DEC-ALT          PIC 9(08).
           02 MOTIVO-ALT            PIC X(40).
