      *         GUARDA A FOTOGRAFIA DAS NOTAS, FALTAS, TURMA, MEDIA E
      *         SITUACAO DO ALUNO EM CADA PERIODO, JA QUE O CADALU SO
      *         CARREGA O PERIODO CORRENTE E E SOBRESCRITO A CADA
      *         BIMESTRE. A ORIGEM VEM EM BRANCO NOS PERIODOS
      *         CURSADOS AQUI E COM E (EXTERNA) NOS PERIODOS TRAZIDOS
      *         DA ESCOLA ANTERIOR PELA TRANSFERENCIA DE ENTRADA
      *         EM01TREN, QUE O HISTORICO E A MEDIA ACUMULADA
      *         MOSTRAM COMO TAIS. UM CADHIS DO DESENHO ANTERIOR (47
      *         BYTES, SEM A ORIGEM) E CONVERTIDO UMA UNICA VEZ PELO
      *         EM01CHIS.
       01 REG-HIS.
           02 CHAVE-HIS.
             03 NUMERO-HIS          PIC 9(05).
           02 FALTAS-HIS            PIC 9(02).
           02 MEDIA-HIS             PIC 9(02)V99.
           02 SITUACAO-HIS          PIC X(11).
           02 ORIGEM-HIS            PIC X(01).
