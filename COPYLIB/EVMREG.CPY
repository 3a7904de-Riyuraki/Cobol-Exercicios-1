      *REMARKS. LAYOUT DO MOVIMENTO MENSAL DE EVENTOS VARIAVEIS DA
      *         FOLHA (HORA EXTRA, FALTA, ADICIONAL NOTURNO, GRATIFI-
      *         CACAO, DESCONTO AVULSO ...): MATRICULA DO FUNCIONARIO
      *         NO CADEMP, CODIGO DO EVENTO NA TABELA PAREVT (COPY
      *         EVTREG) E A QUANTIDADE (EVENTO POR HORA OU POR DIA) OU
      *         O VALOR (EVENTO DE VALOR INFORMADO). E O LAYOUT DO
      *         CADEVM DIGITADO E TAMBEM DO CADEVA, QUE O EM01VEVT
      *         GRAVA SO COM OS MOVIMENTOS ACEITOS PARA O EM01LIQD.
      *         A COMPETENCIA (ANO E MES) DO MOVIMENTO PODE VIR
      *         DIGITADA; EM BRANCO, O EM01VEVT GRAVA NO CADEVA A DO
      *         MES DA CRITICA. O EM01LIQD SO CALCULA OS MOVIMENTOS DA
      *         COMPETENCIA DA FOLHA.
       01 REG-EVM.
           02 MATRICULA-EVM         PIC 9(05).
           02 CODIGO-EVM            PIC 9(03).
           02 QUANTIDADE-EVM        PIC 9(03)V99.
           02 VALOR-EVM             PIC 9(05)V99.
           02 COMPETENCIA-EVM       PIC 9(06).
           02 COMPETENCIA-EVM-R REDEFINES COMPETENCIA-EVM.
              03 ANO-COMP-EVM       PIC 9(04).
              03 MES-COMP-EVM       PIC 9(02).
