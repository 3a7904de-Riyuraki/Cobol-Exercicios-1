      *         EM CADA PERIODO DO HISTORICO ESCOLAR. A MEDIA DE CADA
      *         DISCIPLINA E CALCULADA COM A MESMA REGRA DE PESOS DO
      *         FECHAMENTO E JULGADA CONTRA OS LIMITES DO CADPAR.
      *         A ORIGEM SEGUE A DO PERIODO NO CADHIS: BRANCO PARA
      *         AS MATERIAS CURSADAS AQUI, E (EXTERNA) PARA AS NOTAS
      *         POR MATERIA TRAZIDAS PELO EM01TREN. UM CADHISD DO
      *         DESENHO ANTERIOR (45 BYTES) E CONVERTIDO UMA UNICA VEZ
      *         PELO EM01CHIS.
       01 REG-HDI.
           02 CHAVE-HDI.
             03 NUMERO-HDI          PIC 9(05).
           02 NOTA4-HDI             PIC 9(02)V99.
           02 MEDIA-HDI             PIC 9(02)V99.
           02 SITUACAO-HDI          PIC X(11).
           02 ORIGEM-HDI            PIC X(01).
