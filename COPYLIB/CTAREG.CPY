      *REMARKS. LAYOUT DO REGISTRO DO CADASTRO DE CONTAS BANCARIAS
      *         DOS FUNCIONARIOS CADCTA (ARQUIVO INDEXADO PELA CHAVE
      *         MATRICULA-CTA, A MESMA MATRICULA DO CADEMP), MANTIDO
      *         PELO EM01MCTA E LIDO PELO EM01BANC PARA LEVAR A CONTA
      *         DE CREDITO EM CADA DETALHE DO REMBAN. O DIGITO DA
      *         CONTA E O DV MODULO 11 DO NUMERO DA CONTA (PESOS 9 A 2
      *         DA ESQUERDA PARA A DIREITA; RESTO 0 OU 1 DA DV ZERO).
      *         O TIPO E C = CONTA CORRENTE OU P = POUPANCA. A DATA E
      *         O OPERADOR DA ULTIMA ALTERACAO FICAM NO PROPRIO
      *         REGISTRO; O HISTORICO COMPLETO FICA NO JORNAL CADCJR.
       01 REG-CTA.
           02 MATRICULA-CTA         PIC 9(05).
           02 DADOS-CTA.
              03 BANCO-CTA          PIC 9(03).
              03 AGENCIA-CTA        PIC 9(04).
              03 CONTA-CTA          PIC 9(08).
              03 DIGITO-CTA         PIC 9(01).
              03 TIPO-CTA           PIC X(01).
           02 DATA-ALT-CTA          PIC 9(08).
           02 OPERADOR-ALT-CTA      PIC X(08).
