      *REMARKS. LAYOUT DO REGISTRO DE INTENCAO DE REMATRICULA CADRMT
      *         (ARQUIVO INDEXADO PELA CHAVE NUMERO-RMT, O MESMO
      *         NUMERO DO ALUNO NO CADALU). A CAMPANHA EM01REMA GRAVA
      *         UM REGISTRO POR ALUNO ATIVO DE TURMA NAO TERMINAL, COM
      *         A TURMA ATUAL, A TURMA DE DESTINO (PROXIMA-TUR DO
      *         CADTUR), O ANO LETIVO DA REMATRICULA, A DATA DE EMISSAO
      *         DO FORMULARIO E O PRAZO DE RESPOSTA, NA SITUACAO P
      *         (PENDENTE, SEM RESPOSTA). A CARGA DAS RESPOSTAS
      *         EM01RREM MARCA C (CONFIRMADO), S (SAIDA, COM O MOTIVO)
      *         OU I (INDECISO) E A DATA DA RESPOSTA. NA VIRADA DE ANO
      *         O EM01PROM PROMOVE OS CONFIRMADOS, CANCELA OS QUE SAEM
      *         E APONTA OS PENDENTES E INDECISOS.
       01 REG-RMT.
           02 NUMERO-RMT            PIC 9(05).
           02 ANO-RMT               PIC 9(04).
           02 TURMA-ATUAL-RMT       PIC X(03).
           02 TURMA-DESTINO-RMT     PIC X(03).
           02 SITUACAO-RMT          PIC X(01).
           02 DATA-EMISSAO-RMT      PIC 9(08).
           02 PRAZO-RMT             PIC 9(08).
           02 DATA-RESPOSTA-RMT     PIC 9(08).
           02 MOTIVO-RMT            PIC X(30).
