      *REMARKS. LAYOUT DO REGISTRO DO CADASTRO DE BLOQUEIO FINANCEIRO
      *         CADBLQ (ARQUIVO INDEXADO PELA CHAVE NUMERO-BLQ, O MESMO
      *         NUMERO DO ALUNO NO CADALU). O BLOQUEIO E ARMADO PELA
      *         REGUA DE COBRANCA EM01AVIS QUANDO O ALUNO RECEBE O
      *         AVISO FINAL DE DEBITO E LIBERADO POR ELA MESMA QUANDO
      *         O ALUNO NAO TEM MAIS PARTIDA VENCIDA NO CADCRE. A
      *         SITUACAO E B=BLOQUEADO OU L=LIBERADO; ALUNO SEM
      *         REGISTRO NAO ESTA BLOQUEADO. A VIRADA DE ANO EM01PROM
      *         (REMATRICULA), A EMISSAO DE DOCUMENTOS EM01HDOC, AS
      *         DECLARACOES EM01DECL E A COLACAO E SEGUNDAS VIAS DE
      *         CERTIFICADO EM01DIPL CONSULTAM O CADBLQ ANTES DE
      *         ATENDER O ALUNO.
       01 REG-BLQ.
           02 NUMERO-BLQ            PIC 9(05).
           02 SITUACAO-BLQ          PIC X(01).
           02 DATA-BLOQUEIO-BLQ     PIC 9(08).
           02 DATA-LIBERACAO-BLQ    PIC 9(08).
           02 COMPETENCIA-BLQ       PIC 9(06).
           02 SALDO-BLQ             PIC 9(06)V99.
