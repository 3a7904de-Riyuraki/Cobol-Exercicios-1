      *         PARA QUE UMA NOTA QUE MUDOU DE MADRUGADA SEJA
      *         RASTREAVEL ATE A CARGA QUE A MUDOU - O EM01CJRN FUNDE
      *         ESTE JORNAL COM O CADAUD NUMA LINHA DO TEMPO SO.
      *         A INCLUSAO RECUSADA POR TURMA LOTADA, ALEM DE IR PARA
      *         O CADMER, ENTRA NA LISTA DE ESPERA CADESP (COPY
      *         ESPREG) COM A PRIORIDADE DO ULTIMO BYTE DO MOVIMENTO
      *         (1 = IRMAO DE ALUNO, 2 = FILHO DE FUNCIONARIO; BRANCO
      *         OU OUTRO VALOR = 3, GERAL), PARA A RODADA DIARIA
      *         EM01ESPE OFERECER A VAGA QUANDO ELA ABRIR.

       ENVIRONMENT DIVISION.

           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CODIGO-TUR
           FILE STATUS IS CADTUR-STATUS.
           SELECT     CADESP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-ESP
           FILE STATUS IS CADESP-STATUS.
           SELECT     CADMER  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADMER-STATUS.
           02 SITUACAO-MOV          PIC X(01).
           02 TURMA-MOV             PIC X(03).
           02 DV-MOV                PIC 9(01).
           02 PRIORIDADE-MOV        PIC X(01).

       FD CADALU
           LABEL        RECORD  ARE     STANDARD

       COPY TURREG.

       FD CADESP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADESP.DAT".

       COPY ESPREG.

       FD CADMER
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADMER.DAT".
       77 WK-IND-TUR        PIC 9(03) VALUE ZEROS.
       77 WK-ACHOU-TUR      PIC 9(03) VALUE ZEROS.
       77 WK-TURMA-BUSCA    PIC X(03) VALUE SPACES.
       77 CADESP-STATUS     PIC X(02) VALUE SPACES.
       77 QTD-ESPERA        PIC 9(05) VALUE ZEROS.
       77 WK-REG-ESP        PIC X(118) VALUE SPACES.
       77 WK-DV             PIC 9(01) VALUE ZERO.
       77 WK-DV-SOMA        PIC 9(03) VALUE ZEROS.
       77 WK-DV-QUOC        PIC 9(02) VALUE ZEROS.
                AT END
                MOVE "SIM" TO FIM-CONTAGEM
                NOT AT END
                IF SITUACAO-ENT NOT EQUAL "T" AND "C" AND "X" AND "F"
                   MOVE TURMA-ENT TO WK-TURMA-BUSCA
                   PERFORM PROCURA-TURMA
                   IF WK-ACHOU-TUR > ZEROS
               PERFORM CONFERE-CAPACIDADE
            END-IF.
            IF CAMPOS-OK EQUAL "NAO"
               IF WK-MOTIVO EQUAL "TURMA LOTADA"
                  PERFORM MONTA-REGISTRO
                  PERFORM INSCREVE-ESPERA
               END-IF
               PERFORM GRAVA-REJEITADO
            ELSE
               PERFORM MONTA-REGISTRO
               MOVE "TURMA LOTADA" TO WK-MOTIVO
            END-IF.

       INSCREVE-ESPERA.
            ACCEPT HORA-JORNAL FROM TIME.
            MOVE TURMA-ENT TO TURMA-ESP.
            MOVE NUMERO-ENT TO NUMERO-ESP.
            MOVE DATA-SISTEMA TO DATA-PEDIDO-ESP.
            MOVE HORA-JORNAL TO HORA-PEDIDO-ESP.
            IF PRIORIDADE-MOV EQUAL "1" OR "2" OR "3"
               MOVE PRIORIDADE-MOV TO PRIORIDADE-ESP
            ELSE
               MOVE 3 TO PRIORIDADE-ESP
            END-IF.
            MOVE "E" TO SITUACAO-ESP.
            MOVE ZEROS TO DATA-OFERTA-ESP.
            MOVE ZEROS TO PRAZO-ESP.
            MOVE ZEROS TO DATA-RESPOSTA-ESP.
            MOVE "EM01MLOT" TO ORIGEM-ESP.
            MOVE REG-ENT TO ALUNO-ESP.
            OPEN I-O CADESP.
            IF CADESP-STATUS EQUAL "35"
               CLOSE CADESP
               OPEN OUTPUT CADESP
               CLOSE CADESP
               OPEN I-O CADESP
            END-IF.
            IF CADESP-STATUS NOT EQUAL "00"
               DISPLAY "EM01MLOT - CADESP NAO ABRIU PARA I-O - STATUS "
                       CADESP-STATUS " - ALUNO " NUMERO-ENT
                       " FORA DA LISTA"
               EXIT PARAGRAPH
            END-IF.
            WRITE REG-ESP
                INVALID KEY
                PERFORM REINSCREVE-ESPERA
                NOT INVALID KEY
                ADD 1 TO QTD-ESPERA
                MOVE "LOTADA - LISTA DE ESPERA" TO WK-MOTIVO
            END-WRITE.
            CLOSE CADESP.

       REINSCREVE-ESPERA.
      * PEDIDO ANTERIOR JA ENCERRADO (MATRICULADO, RECUSADO OU VENCIDO)
      * DA LUGAR AO NOVO; PEDIDO AINDA EM ANDAMENTO E MANTIDO.
            MOVE REG-ESP TO WK-REG-ESP.
            READ CADESP
                INVALID KEY
                CONTINUE
            END-READ.
            IF SITUACAO-ESP EQUAL "E" OR "O" OR "A"
               MOVE "LOTADA - JA EM ESPERA" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            MOVE WK-REG-ESP TO REG-ESP.
            REWRITE REG-ESP.
            ADD 1 TO QTD-ESPERA.
            MOVE "LOTADA - LISTA DE ESPERA" TO WK-MOTIVO.

       OCUPA-VAGA.
            IF TEM-CADTUR EQUAL "SIM"
               MOVE TURMA-MOV TO WK-TURMA-BUSCA
            END-IF.
            IF CAMPOS-OK EQUAL "SIM"
               AND SITUACAO-MOV NOT EQUAL "A" AND "T" AND "C"
                                      AND "X" AND "F"
               MOVE "NAO" TO CAMPOS-OK
               MOVE "SITUACAO INVALIDA" TO WK-MOTIVO
            END-IF.
           DISPLAY "MOVIMENTOS LIDOS ....: " QTD-LIDOS.
           DISPLAY "MOVIMENTOS APLICADOS : " QTD-APLICADOS.
           DISPLAY "MOVIMENTOS RECUSADOS : " QTD-REJEITADOS.
           DISPLAY "EM LISTA DE ESPERA ..: " QTD-ESPERA.
           CLOSE CADMOV
                 CADALU
                 CADMER.
