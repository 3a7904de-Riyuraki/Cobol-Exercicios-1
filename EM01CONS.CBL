      *         BLOQUEADA NA TERCEIRA FALHA SEGUIDA, SENHA EXPIRANDO
      *         EM TRES MESES, TROCA OBRIGATORIA NO PRIMEIRO ACESSO
      *         E TODA TENTATIVA REGISTRADA NO LOG CADSLOG,
      *         ADMINISTRADO PELO EM01MOPE. QUANDO O ALUNO PERTENCE
      *         A UMA FAMILIA (FAMILIA-RES NO CADRES), O DOSSIE MOSTRA
      *         O RESPONSAVEL PAGADOR E LISTA OS IRMAOS COM A TURMA E
      *         A SITUACAO DE CADA UM, LIDOS PELA CHAVE ALTERNATIVA
      *         FAMILIA-RES.

       ENVIRONMENT DIVISION.

           FILE STATUS IS CADREG-STATUS.
           SELECT     CADRES  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      NUMERO-RES
           ALTERNATE RECORD KEY IS FAMILIA-RES WITH DUPLICATES
           FILE STATUS IS CADRES-STATUS.
           SELECT     CADSLOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
       77 WK-IDADE          PIC 9(03) VALUE ZEROS.
       77 CADRES-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADRES        PIC X(03) VALUE "NAO".
       77 FIM-FAMILIA       PIC X(03) VALUE "NAO".
       77 WK-FAMILIA        PIC 9(05) VALUE ZEROS.
       77 WK-NUMERO-ALUNO   PIC 9(05) VALUE ZEROS.
       77 WK-DV-DIGITADO    PIC 9(01) VALUE ZERO.
       77 WK-DV             PIC 9(01) VALUE ZERO.
       77 WK-DV-SOMA        PIC 9(03) VALUE ZEROS.
                NOT INVALID KEY
                DISPLAY "RESPONS .: " RESPONSAVEL-RES
                DISPLAY "TELEFONE : " TELEFONE-RES
                IF FAMILIA-RES IS NUMERIC
                   AND FAMILIA-RES > ZEROS
                   PERFORM EXIBE-FAMILIA
                END-IF
            END-READ.

       EXIBE-FAMILIA.
            MOVE FAMILIA-RES TO WK-FAMILIA.
            MOVE NUMERO-ENT TO WK-NUMERO-ALUNO.
            MOVE WK-FAMILIA TO NUMERO-RES.
            READ CADRES
                INVALID KEY
                DISPLAY "FAMILIA .: " WK-FAMILIA
                        " (PAGADOR SEM REGISTRO NO CADRES)"
                NOT INVALID KEY
                DISPLAY "FAMILIA .: " WK-FAMILIA " - PAGADOR "
                        RESPONSAVEL-RES
            END-READ.
            MOVE WK-FAMILIA TO FAMILIA-RES.
            MOVE "NAO" TO FIM-FAMILIA.
            START CADRES KEY IS EQUAL FAMILIA-RES
                INVALID KEY
                MOVE "SIM" TO FIM-FAMILIA
            END-START.
            PERFORM LISTA-IRMAO
                    UNTIL FIM-FAMILIA EQUAL "SIM".
            MOVE WK-NUMERO-ALUNO TO NUMERO-ENT.
            READ CADALU
                INVALID KEY
                CONTINUE
            END-READ.

       LISTA-IRMAO.
            READ CADRES NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-FAMILIA
                NOT AT END
                IF FAMILIA-RES NOT EQUAL WK-FAMILIA
                   MOVE "SIM" TO FIM-FAMILIA
                ELSE
                   IF NUMERO-RES NOT EQUAL WK-NUMERO-ALUNO
                      PERFORM EXIBE-IRMAO
                   END-IF
                END-IF
            END-READ.

       EXIBE-IRMAO.
            MOVE NUMERO-RES TO NUMERO-ENT.
            READ CADALU
                INVALID KEY
                DISPLAY "IRMAO ...: " NUMERO-RES
                        " (SEM REGISTRO NO CADALU)"
                NOT INVALID KEY
                DISPLAY "IRMAO ...: " NUMERO-ENT " - " NOME-ENT
                        " TURMA " TURMA-ENT " SIT " SITUACAO-ENT
            END-READ.

       CALCMEDIA.
