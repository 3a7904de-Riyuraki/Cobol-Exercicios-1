      *         NAO USADAS FICAM EM BRANCO): E CONTRA ELAS QUE O
      *         EM01NOTA CONFERE SE O PROFESSOR DO MOVIMENTO PODE
      *         LANCAR NA TURMA DO ALUNO, PARA QUE UM LANCAMENTO
      *         CONTESTADO TENHA DONO E TURMA CERTA. A MATRICULA LIGA
      *         O PROFESSOR AO SEU REGISTRO DE FUNCIONARIO NO CADEMP
      *         (ZEROS = SEM VINCULO) E O VALOR DA HORA-AULA E O QUE
      *         O EM01HAUL PAGA POR HORA DE AULA DADA NO MES. UM
      *         CADPRF DO DESENHO ANTERIOR (41 BYTES, SEM ESTES DOIS
      *         CAMPOS) NAO ABRE COM ESTA COPY: E CONVERTIDO UMA UNICA
      *         VEZ PELO EM01CPRF, QUE GRAVA OS DOIS EM ZEROS.
       01 REG-PRF.
           02 CODIGO-PRF            PIC 9(03).
           02 NOME-PRF              PIC X(20).
           02 TURMAS-PRF.
             03 TURMA-PRF           PIC X(03) OCCURS 6 TIMES.
           02 MATRICULA-PRF         PIC 9(05).
           02 VALOR-HORA-PRF        PIC 9(03)V99.
