      *         EM01CART TIRA O BLOCO DE ENDERECO DAS CARTAS (ANTES
      *         ENDERECADAS A MAO A PARTIR DE UM FICHARIO) E QUE O
      *         EM01CONS MOSTRA O TELEFONE PARA OS TELEFONEMAS QUE
      *         COMECAM POR UM NOME. A FAMILIA LIGA IRMAOS A UM SO
      *         RESPONSAVEL PAGADOR: TODOS OS ALUNOS DA FAMILIA,
      *         INCLUSIVE O DO PAGADOR, TRAZEM EM FAMILIA-RES O
      *         NUMERO DO ALUNO CUJO REGISTRO E O DO PAGADOR; ZERO
      *         E ALUNO SEM FAMILIA. E CHAVE ALTERNATIVA COM
      *         DUPLICATAS, DECLARADA POR TODOS OS PROGRAMAS QUE ABREM
      *         O CADRES, PARA O EM01CONS LISTAR OS IRMAOS. UM CADRES
      *         DO DESENHO ANTERIOR (85 BYTES, SEM A FAMILIA) NAO ABRE
      *         COM ESTA COPY: E CONVERTIDO UMA UNICA VEZ PELO
      *         EM01CRES, QUE GRAVA A FAMILIA EM ZEROS.
       01 REG-RES.
           02 NUMERO-RES            PIC 9(05).
           02 RESPONSAVEL-RES       PIC X(30).
           02 ENDERECO-RES          PIC X(30).
           02 CEP-RES               PIC 9(08).
           02 TELEFONE-RES          PIC X(12).
           02 FAMILIA-RES           PIC 9(05).
