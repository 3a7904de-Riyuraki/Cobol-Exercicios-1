      *REMARKS. LAYOUT DO REGISTRO DE TRANSFERENCIA DE ENTRADA CADTRE
      *         (ARQUIVO INDEXADO PELA CHAVE NUMERO-TRE, O MESMO
      *         NUMERO DO ALUNO NO CADALU), GRAVADO PELO EM01TREN NA
      *         CHEGADA DO ALUNO VINDO DE OUTRA ESCOLA: A ESCOLA DE
      *         ORIGEM, A DATA DE CHEGADA, O PERIODO CORRENTE DO
      *         PARHIS NA DATA DO REGISTRO E AS NOTAS PARCIAIS E
      *         FALTAS TRAZIDAS PARA ESSE PERIODO, COMO VIERAM NA
      *         DOCUMENTACAO DA ESCOLA ANTERIOR. O HISTORICO EM01TRAN,
      *         O DOCUMENTO EM01HDOC E A GUIA EM01TRSF BUSCAM AQUI O
      *         NOME DA ESCOLA DOS PERIODOS DE ORIGEM EXTERNA.
       01 REG-TRE.
           02 NUMERO-TRE            PIC 9(05).
           02 ESCOLA-TRE            PIC X(30).
           02 DATA-CHEGADA-TRE      PIC 9(08).
           02 PERIODO-TRE           PIC X(06).
           02 NOTA1-TRE             PIC 9(02)V99.
           02 NOTA2-TRE             PIC 9(02)V99.
           02 NOTA3-TRE             PIC 9(02)V99.
           02 NOTA4-TRE             PIC 9(02)V99.
           02 FALTAS-TRE            PIC 9(02).
           02 DATA-REGISTRO-TRE     PIC 9(08).
