      *REMARKS. LAYOUT DO REGISTRO DO ARQUIVO DE CRITERIOS DE
      *         SELECAO CADSEG, UMA LINHA POR SEGMENTO DE CLIENTES
      *         EXTRAIDO DO CADCLI PELO EM01EX04. CADA SEGMENTO TEM
      *         UM NOME, O PREFIXO DA GERACAO DE SAIDA (ATE 9
      *         POSICOES, SEM BRANCO NEM PONTO; O ARQUIVO SAI COMO
      *         PREFIXO.DATAHORA.DAT E E CATALOGADO NO CADGER) E AS
      *         CONDICOES SOBRE OS CAMPOS DO CADCLI: SEXO (M, F OU
      *         BRANCO = QUALQUER), BLOQUEIO (S = SO BLOQUEADOS, N =
      *         SO LIVRES, BRANCO = QUALQUER), FAIXA DE CODIGOS
      *         (INICIAL E FINAL; ZEROS NO FINAL = SEM LIMITE) E
      *         PADRAO DO NOME (BRANCO = QUALQUER; O NOME COMECA COM
      *         O PADRAO, COM ? VALENDO QUALQUER LETRA NA POSICAO; UM
      *         * NA FRENTE PEDE O RESTO DO PADRAO EM QUALQUER PARTE
      *         DO NOME). TODAS AS CONDICOES PREENCHIDAS TEM DE SER
      *         ATENDIDAS. O EM01GDIF, O EM01LIMP E O EM01RGER LEEM
      *         O MESMO ARQUIVO PARA RECONHECER OS PREFIXOS DOS
      *         SEGMENTOS COMO GERACOES DO CATALOGO.
       01 REG-SEG.
           02 NOME-SEG              PIC X(15).
           02 PREFIXO-SEG           PIC X(09).
           02 SEXO-SEG              PIC X(01).
           02 BLOQUEIO-SEG          PIC X(01).
           02 COD-INI-SEG           PIC 9(05).
           02 COD-FIM-SEG           PIC 9(05).
           02 PADRAO-SEG            PIC X(20).
