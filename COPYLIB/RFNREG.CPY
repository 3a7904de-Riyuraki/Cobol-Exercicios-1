      *REMARKS. LAYOUT DO REGISTRO DO RESULTADO FINAL DA RECUPERACAO
      *         CADRFN (ARQUIVO INDEXADO PELA CHAVE COMPOSTA NUMERO +
      *         PERIODO, COMO O CADHIS), GRAVADO PELA CARGA DAS NOTAS
      *         DE RECUPERACAO EM01RECU PARA OS ALUNOS DO CADREC. A
      *         SITUACAO E APROVADO OU REPROVADO (APOS A RECUPERACAO)
      *         E GUARDA A REGRA E A NOTA MINIMA QUE A DECIDIRAM. O
      *         EM01HIST E O EM01PROM USAM ESTE RESULTADO NO LUGAR DA
      *         SITUACAO RECUPERACAO ANTERIOR AO EXAME.
       01 REG-RFN.
           02 CHAVE-RFN.
             03 NUMERO-RFN          PIC 9(05).
             03 PERIODO-RFN         PIC X(06).
           02 NOME-RFN              PIC X(20).
           02 MEDIA-PERIODO-RFN     PIC 9(02)V99.
           02 NOTA-REC-RFN          PIC 9(02)V99.
           02 MEDIA-FINAL-RFN       PIC 9(02)V99.
           02 REGRA-RFN             PIC X(01).
           02 NOTA-MIN-RFN          PIC 9(02)V99.
           02 SITUACAO-RFN          PIC X(11).
           02 DATA-PROC-RFN         PIC 9(08).
