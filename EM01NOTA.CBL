      *         AVISANDO QUANDO A TRAVA PARECE ORFA (DATA ANTERIOR A
      *         DE HOJE), PARA NAO REGRAVAR O CADASTRO NO MEIO DE UMA
      *         LEITURA DA CADEIA.
      *         CADA NOTA (N1 A N4) ACEITA TAMBEM E ANOTADA NO ARQUIVO
      *         CUMULATIVO DE ENTREGAS CADENV (COPY ENVREG: PROFESSOR,
      *         TURMA DO ALUNO, DISCIPLINA DO MOVIMENTO, CAMPO, NUMERO,
      *         DATA E HORA DO RECEBIMENTO), DE ONDE A CONFERENCIA
      *         EM01CNOT TIRA AS NOTAS QUE FALTAM E AS ATRASADAS ANTES
      *         DO FECHAMENTO DO PERIODO. A ENTREGA LEVA TAMBEM O
      *         PERIODO EM CURSO, LIDO DO PARHIS (OPCIONAL AQUI; SEM
      *         ELE VAI EM BRANCO).

       ENVIRONMENT DIVISION.

           SELECT     CADJRN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADJRN-STATUS.
           SELECT     CADENV  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADENV-STATUS.
           SELECT     PARHIS  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARHIS-STATUS.

       DATA     DIVISION.

           02 IMAGEM-ANT-JRN        PIC X(60).
           02 IMAGEM-DEP-JRN        PIC X(60).

       FD CADENV
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADENV.DAT".

       COPY ENVREG.

       FD PARHIS
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARHIS.DAT".

       01 REG-PARHIS.
           02 PERIODO-PAR          PIC X(06).

       WORKING-STORAGE SECTION.

       77 CADNOT-STATUS     PIC X(02) VALUE SPACES.
       77 WK-ACHOU-PRF      PIC 9(03) VALUE ZEROS.
       77 WK-IND-TURPRF     PIC 9(01) VALUE ZEROS.
       77 TURMA-AUTORIZADA  PIC X(03) VALUE "NAO".
       77 CADENV-STATUS     PIC X(02) VALUE SPACES.
       77 HORA-ENVIO        PIC 9(08) VALUE ZEROS.
       77 PARHIS-STATUS     PIC X(02) VALUE SPACES.
       77 WK-PERIODO        PIC X(06) VALUE SPACES.
       77 WK-DV             PIC 9(01) VALUE ZERO.
       77 WK-DV-SOMA        PIC 9(03) VALUE ZEROS.
       77 WK-DV-QUOC        PIC 9(02) VALUE ZEROS.
               STOP RUN
            END-IF.
            OPEN OUTPUT CADNER.
            OPEN EXTEND CADENV.
            IF CADENV-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADENV
            END-IF.
            OPEN INPUT PARHIS.
            IF PARHIS-STATUS EQUAL "00"
               READ PARHIS
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE PERIODO-PAR TO WK-PERIODO
               END-READ
               CLOSE PARHIS
            END-IF.
            PERFORM LEITURA.

       VERIFICA-TRAVA.
               REWRITE REG-ENT
               ADD 1 TO QTD-LANCADOS
               PERFORM CONTA-PRF-ACEITO
               PERFORM GRAVA-ENVIO
               MOVE REG-ENT TO WK-IMAGEM-DEP
               MOVE "ALT" TO WK-OPER-JRN
               PERFORM GRAVA-JORNAL
                REWRITE REG-NDI
                ADD 1 TO QTD-LANCADOS
                PERFORM CONTA-PRF-ACEITO
                PERFORM GRAVA-ENVIO
            END-READ.

       CONFERE-TURMA-PROFESSOR.
                NOT INVALID KEY
                ADD 1 TO QTD-LANCADOS
                PERFORM CONTA-PRF-ACEITO
                PERFORM GRAVA-ENVIO
            END-WRITE.

       ATUALIZA-CAMPO-NDI.
                     MOVE VALOR-NOT TO FALTAS
            END-EVALUATE.

       GRAVA-ENVIO.
            IF CAMPO-NOT EQUAL "FA"
               EXIT PARAGRAPH
            END-IF.
            ACCEPT HORA-ENVIO FROM TIME.
            MOVE PROFESSOR-NOT TO PROFESSOR-ENV.
            MOVE TURMA-ENT TO TURMA-ENV.
            MOVE DISCIPLINA-NOT TO DISCIPLINA-ENV.
            MOVE CAMPO-NOT TO CAMPO-ENV.
            MOVE NUMERO-NOT TO NUMERO-ENV.
            MOVE DATA-SISTEMA TO DATA-ENV.
            MOVE HORA-ENVIO TO HORA-ENV.
            MOVE WK-PERIODO TO PERIODO-ENV.
            WRITE REG-ENV.

       GRAVA-REJEITADO.
            MOVE SPACES TO REG-NER.
            MOVE REG-NOT TO IMAGEM-NER.
            CLOSE CADNOT
                  CADALU
                  CADNDI
                  CADNER
                  CADENV.
            IF TEM-CADDIS EQUAL "SIM"
               CLOSE CADDIS
            END-IF.
