      *REMARKS. LAYOUT DA TABELA DE EVENTOS VARIAVEIS DA FOLHA, LIDA
      *         DO ARQUIVO DE PARAMETROS PAREVT PELO EM01VEVT E PELO
      *         EM01LIQD. CADA LINHA DIZ SE O EVENTO E PROVENTO (P) OU
      *         DESCONTO (D) E COMO SE CHEGA AO SEU VALOR: V = VALOR
      *         INFORMADO NO MOVIMENTO; H = QUANTIDADE DE HORAS X
      *         SALARIO-HORA (SALARIO / 220) X FATOR; D = QUANTIDADE
      *         DE DIAS X SALARIO-DIA (SALARIO / 30) X FATOR. O FATOR
      *         E UM PERCENTUAL (150,00 PARA HORA EXTRA A 50 POR
      *         CENTO, 20,00 PARA ADICIONAL NOTURNO, 100,00 PARA FALTA
      *         NAO ABONADA). OS DOIS ULTIMOS CAMPOS (S/N) DIZEM SE O
      *         EVENTO ENTRA NA BASE DO INSS E NA BASE DO IRRF.
       01 REG-EVT.
           02 CODIGO-EVT            PIC 9(03).
           02 DESCRICAO-EVT         PIC X(20).
           02 TIPO-EVT              PIC X(01).
           02 BASE-EVT              PIC X(01).
           02 FATOR-EVT             PIC 9(03)V99.
           02 INSS-EVT              PIC X(01).
           02 IRRF-EVT              PIC X(01).
