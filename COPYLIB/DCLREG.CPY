      *REMARKS. LAYOUT DO REGISTRO DE DECLARACOES EMITIDAS CADDCL
      *         (ARQUIVO INDEXADO PELA CHAVE SERIE-DCL, O NUMERO DE
      *         SERIE SEQUENCIAL IMPRESSO NA DECLARACAO), GRAVADO PELO
      *         EM01DECL A CADA DECLARACAO DE MATRICULA (TIPO M) OU DE
      *         FREQUENCIA (TIPO F) EMITIDA. O CODIGO DE VERIFICACAO
      *         CODIGO-DCL SAI IMPRESSO JUNTO COM A SERIE
      *         (SSSSSS-CCCC) E SO EXISTE AQUI: A CONSULTA DE
      *         AUTENTICIDADE DO EM01DECL CONFERE OS DOIS E MOSTRA O
      *         QUE A DECLARACAO DIZIA, COM OS DADOS GUARDADOS NA
      *         EMISSAO (NAO RELIDOS DO CADALU). PERC-FREQ-DCL SO TEM
      *         VALOR NAS DECLARACOES DE FREQUENCIA. O REGISTRO NUNCA
      *         E ALTERADO NEM EXCLUIDO.
       01 REG-DCL.
           02 SERIE-DCL             PIC 9(06).
           02 CODIGO-DCL            PIC 9(04).
           02 TIPO-DCL              PIC X(01).
           02 NUMERO-DCL            PIC 9(05).
           02 NOME-DCL              PIC X(20).
           02 TURMA-DCL             PIC X(03).
           02 DESCRICAO-DCL         PIC X(20).
           02 TURNO-DCL             PIC X(01).
           02 ANO-LETIVO-DCL        PIC 9(04).
           02 PERC-FREQ-DCL         PIC 9(03)V9.
           02 DATA-EMISSAO-DCL      PIC 9(08).
           02 HORA-EMISSAO-DCL      PIC 9(08).
