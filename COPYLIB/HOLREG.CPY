      *REMARKS. LAYOUT DO REGISTRO DO ARQUIVO CUMULATIVO CADHOL,
      *         GRAVADO PELO EM01LIQD A CADA GERACAO DE CADLIQ08 COM O
      *         DETALHE QUE O CADLIQ08 NAO GUARDA: POR FUNCIONARIO, UMA
      *         LINHA DE RESUMO (TIPO R: SALARIO, REAJUSTE, BRUTO,
      *         INSS, IRRF E LIQUIDO) E UMA LINHA POR VERBA (TIPO P =
      *         PROVENTO, D = DESCONTO) COM A DESCRICAO, A REFERENCIA
      *         (BASE DO DESCONTO, QUANTIDADE DO EVENTO OU HORAS DE
      *         AULA), A TAXA (ALIQUOTA OU FATOR) E O VALOR. TODAS AS
      *         LINHAS LEVAM O NOME DA GERACAO DE CADLIQ08. O EM01HOLE
      *         IMPRIME OS HOLERITES DA GERACAO PELAS LINHAS P E D E
      *         SOMA O ACUMULADO DO ANO PELAS LINHAS R.
       01 REG-HOL.
           02 NOME-GER-HOL          PIC X(30).
           02 MATRICULA-HOL         PIC 9(05).
           02 TIPO-HOL              PIC X(01).
           02 DETALHE-HOL           PIC X(50).
           02 RESUMO-HOL REDEFINES DETALHE-HOL.
              03 SALARIO-HOL        PIC 9(05)V99.
              03 REAJUSTE-HOL       PIC 9(05)V99.
              03 BRUTO-HOL          PIC 9(05)V99.
              03 INSS-HOL           PIC 9(05)V99.
              03 IRRF-HOL           PIC 9(05)V99.
              03 LIQUIDO-HOL        PIC 9(05)V99.
              03 DATA-PROC-HOL      PIC 9(08).
           02 VERBA-HOL REDEFINES DETALHE-HOL.
              03 DESCRICAO-HOL      PIC X(20).
              03 REFERENCIA-HOL     PIC 9(05)V99.
              03 TAXA-HOL           PIC 9(03)V99.
              03 VALOR-HOL          PIC 9(05)V99.
              03 FILLER             PIC X(11).
