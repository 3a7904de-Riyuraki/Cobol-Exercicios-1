      *         SAO IGNORADOS POR ESTE PROGRAMA E CONTADOS NO TOTAL
      *         DE IGNORADOS EXIBIDO AO FINAL, COMO A CADEIA JA FAZ
      *         COM OS ALUNOS NAO ATIVOS; SITUACAO EM BRANCO
      *         (REGISTRO ANTIGO) E TRATADA COMO ATIVO. COMO AS
      *         ALTERACOES DE SALARIO FEITAS NO EM01MEMP SO VALEM
      *         DEPOIS DE APROVADAS NO EM01APRV, O PROGRAMA CONTA NO
      *         CADALT OS PEDIDOS DE SALARIO (TIPO S) AINDA PENDENTES
      *         E, SE HOUVER ALGUM, AVISA NO CONSOLE E NO RODAPE DO
      *         RELSAL QUE A FOLHA SAIU COM OS SALARIOS ANTERIORES.
                                                                                                                                                                                                                                                                                                                                                                                                                                                                                       
       ENVIRONMENT DIVISION.

           SELECT     CADDEX  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADDEX-STATUS.
           SELECT     CADALT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADALT-STATUS.

       DATA     DIVISION.

           02 NOME-DEX              PIC X(30).
           02 DEPARTAMENTO-DEX      PIC X(04).

       FD CADALT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADALT.DAT".

       COPY ALTREG.

       WORKING-STORAGE SECTION.

       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 CADGER-STATUS     PIC X(02) VALUE SPACES.
       77 CADDEP-STATUS     PIC X(02) VALUE SPACES.
       77 CADDEX-STATUS     PIC X(02) VALUE SPACES.
       77 CADALT-STATUS     PIC X(02) VALUE SPACES.
       77 FIM-ALT           PIC X(03) VALUE "NAO".
       77 QTD-SAL-PENDENTES PIC 9(05) VALUE ZEROS.
       77 TEM-CADDEP        PIC X(03) VALUE "NAO".
       77 FIM-DEP           PIC X(03) VALUE "NAO".
       77 QTD-DEPVAL        PIC 9(03) VALUE ZEROS.
            END-IF.
            PERFORM ABRE-SAIDAS.
            PERFORM CARREGA-CADDEP.
            PERFORM VERIFICA-PENDENCIAS.
            PERFORM CABECALHO-RELSAL.
            PERFORM LEITURA.

                       "ACEITOS SEM VALIDACAO NESTA EXECUCAO"
            END-IF.

       VERIFICA-PENDENCIAS.
            OPEN INPUT CADALT.
            IF CADALT-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-CADALT
                    UNTIL FIM-ALT EQUAL "SIM".
            CLOSE CADALT.
            IF QTD-SAL-PENDENTES > ZEROS
               DISPLAY "EM01EX06 - ATENCAO: " QTD-SAL-PENDENTES
                       " ALTERACAO(OES) DE SALARIO PENDENTE(S) DE "
                       "APROVACAO NO CADALT (EM01APRV) - A FOLHA "
                       "USA OS SALARIOS ANTERIORES"
            END-IF.

       LEITURA-CADALT.
            READ CADALT
                AT END
                MOVE "SIM" TO FIM-ALT
                NOT AT END
                IF TIPO-ALT EQUAL "S" AND SITUACAO-ALT EQUAL "P"
                   ADD 1 TO QTD-SAL-PENDENTES
                END-IF
            END-READ.

       LEITURA-CADDEP.
            READ CADDEP NEXT RECORD
                AT END
                  WK-SALARIO-ED DELIMITED BY SIZE
                  INTO LINHA-RELSAL.
           WRITE REG-RELSAL.
           IF QTD-SAL-PENDENTES > ZEROS
              MOVE QTD-SAL-PENDENTES TO WK-MATRIC-ED
              MOVE SPACES TO LINHA-RELSAL
              STRING "ATENCAO: " DELIMITED BY SIZE
                     WK-MATRIC-ED DELIMITED BY SIZE
                     " ALTERACAO(OES) DE SALARIO AINDA NAO APROVADA(S)"
                     DELIMITED BY SIZE
                     INTO LINHA-RELSAL
              WRITE REG-RELSAL
           END-IF.

       GRAVA-TRAILER-CADSAI.
           MOVE "TRL" TO TIPO-TRL.
                   QTD-DEPTO-INVAL.
           DISPLAY "DESLIGADOS IGNORADOS - QTD ....: "
                   QTD-IGNORADOS.
           DISPLAY "SALARIOS PENDENTES APROVACAO ..: "
                   QTD-SAL-PENDENTES.
           CLOSE CADEMP
                 CADSAI
                 CADBAI
