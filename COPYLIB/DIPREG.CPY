      *REMARKS. LAYOUT DO REGISTRO DO LIVRO DE REGISTRO DE DIPLOMAS
      *         CADDIP (ARQUIVO INDEXADO PELA CHAVE NUMERO-DIP, O
      *         MESMO NUMERO DO ALUNO NO CADALU), GRAVADO PELA COLACAO
      *         EM01DIPL PARA CADA CONCLUINTE APROVADO. O NUMERO DE
      *         REGISTRO E SEQUENCIAL E DEFINE O LIVRO E A FOLHA; OS
      *         DADOS DO ALUNO E DA CONCLUSAO SAO GUARDADOS AQUI, E
      *         NAO RELIDOS DO CADALU, PORQUE O REGISTRO E PERMANENTE
      *         E A SEGUNDA VIA DO CERTIFICADO TEM DE SAIR IGUAL A
      *         PRIMEIRA. VIAS-DIP CONTA AS VIAS EMITIDAS (1 = SO A
      *         ORIGINAL) E DATA-ULTIMA-VIA-DIP GUARDA A DATA DA MAIS
      *         RECENTE. O REGISTRO NUNCA E ALTERADO FORA DISSO NEM
      *         EXCLUIDO.
       01 REG-DIP.
           02 NUMERO-DIP            PIC 9(05).
           02 REGISTRO-DIP          PIC 9(06).
           02 LIVRO-DIP             PIC 9(03).
           02 FOLHA-DIP             PIC 9(03).
           02 NOME-DIP              PIC X(20).
           02 NASCIMENTO-DIP.
             03 DD-DIP              PIC 9(02).
             03 MM-DIP              PIC 9(02).
             03 AAAA-DIP            PIC 9(04).
           02 TURMA-DIP             PIC X(03).
           02 DESCRICAO-DIP         PIC X(20).
           02 PERIODO-DIP           PIC X(06).
           02 MEDIA-DIP             PIC 9(02)V99.
           02 DATA-CONCLUSAO-DIP    PIC 9(08).
           02 VIAS-DIP              PIC 9(02).
           02 DATA-ULTIMA-VIA-DIP   PIC 9(08).
