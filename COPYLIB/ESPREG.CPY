      *REMARKS. LAYOUT DO REGISTRO DA LISTA DE ESPERA POR TURMA CADESP
      *         (ARQUIVO INDEXADO PELA CHAVE CHAVE-ESP = TURMA + NUMERO
      *         DO ALUNO). A INCLUSAO RECUSADA POR TURMA LOTADA NO
      *         EM01MANT, NO EM01MLOT OU NO EM01IMPO ENTRA AQUI NA
      *         SITUACAO E (ESPERA), COM A DATA E A HORA DO PEDIDO, A
      *         PRIORIDADE (1 = IRMAO DE ALUNO, 2 = FILHO DE
      *         FUNCIONARIO, 3 = GERAL), O PROGRAMA DE ORIGEM E A
      *         IMAGEM DO REGISTRO DE ALUNO QUE SERIA GRAVADO NO
      *         CADALU. A RODADA DIARIA EM01ESPE OFERECE AS VAGAS
      *         LIBERADAS (SITUACAO O, COM A DATA DA OFERTA E O PRAZO
      *         DE RESPOSTA), O EM01MESP REGISTRA A RESPOSTA DA
      *         FAMILIA (A = ACEITA, R = RECUSADA) E A RODADA SEGUINTE
      *         MATRICULA AS ACEITAS (M) OU VENCE AS OFERTAS SEM
      *         RESPOSTA NO PRAZO (V).
       01 REG-ESP.
           02 CHAVE-ESP.
              03 TURMA-ESP          PIC X(03).
              03 NUMERO-ESP         PIC 9(05).
           02 DATA-PEDIDO-ESP       PIC 9(08).
           02 HORA-PEDIDO-ESP       PIC 9(08).
           02 PRIORIDADE-ESP        PIC 9(01).
           02 SITUACAO-ESP          PIC X(01).
           02 DATA-OFERTA-ESP       PIC 9(08).
           02 PRAZO-ESP             PIC 9(08).
           02 DATA-RESPOSTA-ESP     PIC 9(08).
           02 ORIGEM-ESP            PIC X(08).
           02 ALUNO-ESP             PIC X(60).
