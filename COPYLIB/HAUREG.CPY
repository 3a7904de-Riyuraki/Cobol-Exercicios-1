      *REMARKS. LAYOUT DO REGISTRO DO ARQUIVO CADHAU, GRAVADO PELO
      *         EM01HAUL A CADA MES: UMA LINHA POR PROFESSOR COM AULAS
      *         DADAS NO PERIODO (AAAAMM), COM A MATRICULA DO
      *         FUNCIONARIO NO CADEMP, AS AULAS, AS HORAS, O VALOR DA
      *         HORA-AULA E O VALOR A PAGAR. E O PROVENTO DE AULAS QUE
      *         O EM01LIQD SOMA AO SALARIO BRUTO DA FOLHA.
       01 REG-HAU.
           02 MATRICULA-HAU         PIC 9(05).
           02 PROFESSOR-HAU         PIC 9(03).
           02 NOME-HAU              PIC X(20).
           02 PERIODO-HAU           PIC 9(06).
           02 AULAS-HAU             PIC 9(04).
           02 HORAS-HAU             PIC 9(04)V99.
           02 VALOR-HORA-HAU        PIC 9(03)V99.
           02 VALOR-HAU             PIC 9(05)V99.
