      *         EM01EX07, EM01EX09, EM01CONS, EM01MANT E EM01MLOT).
      *         NEM TODO PROGRAMA USA TODOS OS CAMPOS - CADA UM SO
      *         MOVE OS QUE PRECISA PARA O SEU CALCULO. A SITUACAO
      *         DO ALUNO E A=ATIVO, T=TRANCADO, C=CANCELADO,
      *         X=TRANSFERIDO (MARCADO PELO EM01TRSF) OU F=CONCLUIDO
      *         (MARCADO PELA COLACAO EM01DIPL, COM O DIPLOMA
      *         REGISTRADO NO CADDIP); OS
      *         PROGRAMAS DA CADEIA SO PROCESSAM OS ATIVOS E CONTAM
      *         OS DEMAIS COMO IGNORADOS. REGISTROS ANTIGOS, DE
      *         ANTES DO CAMPO EXISTIR, TRAZEM BRANCO NA SITUACAO E
