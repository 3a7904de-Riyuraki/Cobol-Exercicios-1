      *REMARKS. LAYOUT DO REGISTRO DO INDICE DE ARQUIVAMENTO CADIDX,
      *         GRAVADO CUMULATIVAMENTE PELA ROTACAO ANUAL EM01ROTA.
      *         CADA LINHA DIZ QUAL ARQUIVO MORTO (ARQUIVO/NOME.ANO.
      *         DAT) RECEBEU QUE FAIXA DE DATAS DE UM ARQUIVO
      *         CUMULATIVO E AS CONTAGENS ANTES E DEPOIS DA ROTACAO.
      *         AS CONSULTAS (EM01CJRN, EM01CSAL, EM01VARI, EM01TEMP
      *         E O EXPURGO EM01LGPD) PROCURAM AQUI OS ARQUIVOS
      *         MORTOS QUE PRECISAM LER ALEM DO ARQUIVO VIVO.
       01 REG-IDX.
           02 NOME-BASE-IDX         PIC X(08).
           02 NOME-ARQ-IDX          PIC X(30).
           02 DATA-INI-IDX          PIC 9(08).
           02 DATA-FIM-IDX          PIC 9(08).
           02 QTD-ANTES-IDX         PIC 9(07).
           02 QTD-ARQUIVADOS-IDX    PIC 9(07).
           02 QTD-MANTIDOS-IDX      PIC 9(07).
           02 ANO-CORTE-IDX         PIC 9(04).
           02 DATA-ROTACAO-IDX      PIC 9(08).
           02 HORA-ROTACAO-IDX      PIC 9(08).
