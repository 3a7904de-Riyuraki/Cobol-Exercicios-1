      *REMARKS. LAYOUT DO REGISTRO DE CONTROLE DA CONFERENCIA DE
      *         ENTREGA DE NOTAS CADCNT (UM SO REGISTRO, REGRAVADO A
      *         CADA EXECUCAO DO EM01CNOT), LIDO PELO FECHAMENTO
      *         EM01HIST ANTES DE FOTOGRAFAR O PERIODO. ENVIOS-CNT E O
      *         TOTAL DE REGISTROS DO CADENV NO MOMENTO DA CONFERENCIA:
      *         SE O CADENV CRESCEU DEPOIS DELA, A CONFERENCIA ESTA
      *         VENCIDA. LIBERADO-CNT = "S" QUANDO UM OPERADOR DE
      *         NIVEL 3 ASSUMIU AS PENDENCIAS (OPERADOR, DATA E
      *         JUSTIFICATIVA); SEM PENDENCIAS FICA "N".
       01 REG-CNT.
           02 PERIODO-CNT           PIC X(06).
           02 DATA-CNT              PIC 9(08).
           02 HORA-CNT              PIC 9(08).
           02 ENVIOS-CNT            PIC 9(07).
           02 PENDENTES-CNT         PIC 9(05).
           02 ATRASADAS-CNT         PIC 9(05).
           02 LIBERADO-CNT          PIC X(01).
           02 OPERADOR-CNT          PIC X(08).
           02 DATA-LIB-CNT          PIC 9(08).
           02 JUSTIFICATIVA-CNT     PIC X(40).
