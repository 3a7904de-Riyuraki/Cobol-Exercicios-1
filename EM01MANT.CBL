      *         SEGUIDA, SENHA EXPIRANDO EM TRES MESES, TROCA
      *         OBRIGATORIA NO PRIMEIRO ACESSO E TODA TENTATIVA
      *         REGISTRADA NO LOG CADSLOG, ADMINISTRADO PELO
      *         EM01MOPE. A INCLUSAO RECUSADA POR TURMA LOTADA PODE
      *         IR PARA A LISTA DE ESPERA CADESP (COPY ESPREG): O
      *         OPERADOR CONFIRMA E INFORMA A PRIORIDADE (1 = IRMAO DE
      *         ALUNO, 2 = FILHO DE FUNCIONARIO, 3 = GERAL), E O
      *         REGISTRO DIGITADO FICA GUARDADO NA LISTA PARA A RODADA
      *         DIARIA EM01ESPE MATRICULAR QUANDO A VAGA FOR ACEITA.

       ENVIRONMENT DIVISION.

           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-TUR
           FILE STATUS IS CADTUR-STATUS.
           SELECT     CADESP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-ESP
           FILE STATUS IS CADESP-STATUS.
           SELECT     CADAUD  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADAUD-STATUS.

       COPY TURREG.

       FD CADESP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADESP.DAT".

       COPY ESPREG.

       FD CADAUD
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADAUD.DAT".
       77 FIM-CONTAGEM      PIC X(03) VALUE "NAO".
       77 WK-REG-NOVO       PIC X(60) VALUE SPACES.
       77 WK-TURMA-CONTA    PIC X(03) VALUE SPACES.
       77 CADESP-STATUS     PIC X(02) VALUE SPACES.
       77 WK-RESPOSTA-ESPERA PIC X(01) VALUE SPACE.
       77 WK-REG-ESP        PIC X(118) VALUE SPACES.
       77 WK-DV-DIGITADO    PIC 9(01) VALUE ZERO.
       77 DV-OK             PIC X(03) VALUE "NAO".
       77 WK-DV             PIC 9(01) VALUE ZERO.
                  DISPLAY "EM01MANT - TURMA " TURMA-ENT
                          " LOTADA (" WK-OCUPACAO " DE "
                          WK-CAPACIDADE ") - INCLUSAO RECUSADA"
                  PERFORM OFERECE-ESPERA
                  EXIT PARAGRAPH
               END-IF
            END-IF.
                PERFORM AUDITA-INCLUSAO
            END-WRITE.

       OFERECE-ESPERA.
            DISPLAY "INCLUIR NA LISTA DE ESPERA DA TURMA? (S/N): ".
            ACCEPT WK-RESPOSTA-ESPERA.
            IF WK-RESPOSTA-ESPERA NOT EQUAL "S" AND "s"
               EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-PRIORIDADE
                    UNTIL CAMPO-OK EQUAL "SIM".
            PERFORM INSCREVE-ESPERA.

       SOLICITA-PRIORIDADE.
            DISPLAY "PRIORIDADE (1-IRMAO 2-FILHO DE FUNCIONARIO "
                    "3-GERAL): ".
            ACCEPT PRIORIDADE-ESP.
            IF PRIORIDADE-ESP IS NUMERIC
               AND PRIORIDADE-ESP > ZERO AND PRIORIDADE-ESP < 4
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MANT - PRIORIDADE INVALIDA - INFORME 1, 2 "
                       "OU 3"
            END-IF.

       INSCREVE-ESPERA.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT HORA-SISTEMA FROM TIME.
            MOVE TURMA-ENT TO TURMA-ESP.
            MOVE NUMERO-ENT TO NUMERO-ESP.
            MOVE DATA-SISTEMA TO DATA-PEDIDO-ESP.
            MOVE HORA-SISTEMA TO HORA-PEDIDO-ESP.
            MOVE "E" TO SITUACAO-ESP.
            MOVE ZEROS TO DATA-OFERTA-ESP.
            MOVE ZEROS TO PRAZO-ESP.
            MOVE ZEROS TO DATA-RESPOSTA-ESP.
            MOVE "EM01MANT" TO ORIGEM-ESP.
            MOVE REG-ENT TO ALUNO-ESP.
            OPEN I-O CADESP.
            IF CADESP-STATUS EQUAL "35"
               CLOSE CADESP
               OPEN OUTPUT CADESP
               CLOSE CADESP
               OPEN I-O CADESP
            END-IF.
            IF CADESP-STATUS NOT EQUAL "00"
               DISPLAY "EM01MANT - CADESP NAO ABRIU PARA I-O - STATUS "
                       CADESP-STATUS " - ALUNO FORA DA LISTA"
               EXIT PARAGRAPH
            END-IF.
            WRITE REG-ESP
                INVALID KEY
                PERFORM REINSCREVE-ESPERA
                NOT INVALID KEY
                DISPLAY "EM01MANT - ALUNO " NUMERO-ENT
                        " INCLUIDO NA LISTA DE ESPERA DA TURMA "
                        TURMA-ENT
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
               DISPLAY "EM01MANT - ALUNO " NUMERO-ENT
                       " JA ESTA NA LISTA DE ESPERA DA TURMA "
                       TURMA-ENT
               EXIT PARAGRAPH
            END-IF.
            MOVE WK-REG-ESP TO REG-ESP.
            REWRITE REG-ESP.
            DISPLAY "EM01MANT - ALUNO " NUMERO-ENT
                    " INCLUIDO DE NOVO NA LISTA DE ESPERA DA TURMA "
                    TURMA-ENT.

       CONFERE-DV.
            MOVE "NAO" TO DV-OK.
            DISPLAY "DV ........: ".

       SOLICITA-SITUACAO.
            DISPLAY "SITUACAO (A=ATIVO T=TRANCADO C=CANCELADO "
                    "X=TRANSFERIDO F=CONCLUIDO): ".
            ACCEPT SITUACAO-ENT.
            IF SITUACAO-ENT EQUAL "A" OR "T" OR "C" OR "X" OR "F"
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MANT - SITUACAO INVALIDA - INFORME A, T, "
                       "C, X OU F"
            END-IF.

       OBTEM-TURMA.
                NOT AT END
                IF TURMA-ENT EQUAL WK-TURMA-CONTA
                   AND SITUACAO-ENT NOT EQUAL "T" AND "C" AND "X"
                                          AND "F"
                   ADD 1 TO WK-OCUPACAO
                END-IF
            END-READ.
