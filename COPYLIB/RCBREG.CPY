      *REMARKS. LAYOUT DO REGISTRO DO MOVIMENTO DE CAIXA CADRCB
      *         (ARQUIVO SEQUENCIAL CUMULATIVO), GRAVADO PELO CAIXA DA
      *         SECRETARIA EM01CAIX E FECHADO PELO EM01FCXA. TIPO R E
      *         UM RECIBO EMITIDO (NUMERO SEQUENCIAL, ALUNO, VALOR E
      *         FORMA DE PAGAMENTO D=DINHEIRO, Q=CHEQUE OU C=CARTAO);
      *         TIPO C CANCELA O RECIBO DE MESMO NUMERO, COM O MOTIVO;
      *         TIPO F E O FECHAMENTO DE CAIXA, CUJO NUMERO E O ULTIMO
      *         RECIBO COBERTO - RECIBOS ATE ELE JA FORAM PARA O
      *         CADPAG E NAO PODEM MAIS SER CANCELADOS.
       01 REG-RCB.
           02 NUMERO-RCB            PIC 9(07).
           02 TIPO-RCB              PIC X(01).
           02 DATA-RCB              PIC 9(08).
           02 HORA-RCB              PIC 9(08).
           02 OPERADOR-RCB          PIC X(08).
           02 ALUNO-RCB             PIC 9(05).
           02 NOME-RCB              PIC X(20).
           02 VALOR-RCB             PIC 9(05)V99.
           02 FORMA-RCB             PIC X(01).
           02 MOTIVO-RCB            PIC X(30).
