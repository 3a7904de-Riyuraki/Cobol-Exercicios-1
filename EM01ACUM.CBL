      *         TURMA (A TURMA DO ULTIMO PERIODO DO ALUNO) COM A
      *         QUANTIDADE DE ALUNOS E A MEDIA DAS MEDIAS ACUMULADAS.
      *         SOMENTE LEITURA; NENHUM CADASTRO E ALTERADO.
      *         OS PERIODOS TRAZIDOS DE OUTRA ESCOLA PELA
      *         TRANSFERENCIA DE ENTRADA EM01TREN (ORIGEM E NO CADHIS)
      *         ENTRAM NA MEDIA ACUMULADA E NAS CONTAGENS COMO OS
      *         DEMAIS, MAS SAO CONTADOS A PARTE NA COLUNA EXT DA
      *         LINHA DO ALUNO E NO TOTAL DO RELATORIO; A TURMA DELES
      *         E DA ESCOLA ANTERIOR E NAO DEFINE A TURMA DO RESUMO -
      *         ALUNO SO COM PERIODOS EXTERNOS FICA FORA DO RESUMO
      *         POR TURMA.

       ENVIRONMENT DIVISION.

       77 PRIMEIRO-ALUNO    PIC X(03) VALUE "SIM".
       77 WK-NUMERO-ATUAL   PIC 9(05) VALUE ZEROS.
       77 WK-QTD-PERIODOS   PIC 9(03) VALUE ZEROS.
       77 WK-QTD-EXTERNOS   PIC 9(03) VALUE ZEROS.
       77 QTD-EXTERNOS      PIC 9(05) VALUE ZEROS.
       77 WK-SOMA-MEDIAS    PIC 9(05)V99 VALUE ZEROS.
       77 WK-MEDIA-ACUM     PIC 9(02)V99 VALUE ZEROS.
       77 WK-QTD-APROV      PIC 9(03) VALUE ZEROS.
            WRITE REG-RELACU.
            MOVE SPACES TO LINHA-RELACU.
            WRITE REG-RELACU.
            MOVE "NUMERO  PER EXT  MEDIA  APR REC REP  PROGRESSAO"
                 TO LINHA-RELACU.
            WRITE REG-RELACU.
            MOVE SPACES TO LINHA-RELACU.
               MOVE MEDIA-HIS TO WK-PRIMEIRA-MEDIA
            END-IF.
            MOVE MEDIA-HIS TO WK-ULTIMA-MEDIA.
            IF ORIGEM-HIS EQUAL "E"
               ADD 1 TO WK-QTD-EXTERNOS
               ADD 1 TO QTD-EXTERNOS
            ELSE
               MOVE TURMA-HIS TO WK-ULTIMA-TURMA
            END-IF.
            EVALUATE SITUACAO-HIS
                WHEN "APROVADO"
                     ADD 1 TO WK-QTD-APROV
            MOVE NUMERO-HIS TO WK-NUMERO-ATUAL.
            MOVE "NAO" TO PRIMEIRO-ALUNO.
            MOVE ZEROS TO WK-QTD-PERIODOS.
            MOVE ZEROS TO WK-QTD-EXTERNOS.
            MOVE ZEROS TO WK-SOMA-MEDIAS.
            MOVE ZEROS TO WK-QTD-APROV.
            MOVE ZEROS TO WK-QTD-REC.
            COMPUTE WK-MEDIA-ACUM ROUNDED
                    = WK-SOMA-MEDIAS / WK-QTD-PERIODOS.
            PERFORM DEFINE-PROGRESSAO.
            IF WK-ULTIMA-TURMA NOT EQUAL SPACES
               PERFORM ACUMULA-TURMA
            END-IF.
            PERFORM GRAVA-LINHA-ALUNO.

       DEFINE-PROGRESSAO.
            STRING WK-NUMERO-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-QTD-PERIODOS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-QTD-EXTERNOS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-MEDIA-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELACU.
            WRITE REG-RELACU.
            MOVE SPACES TO LINHA-RELACU.
            MOVE QTD-EXTERNOS TO WK-NUMERO-ED.
            STRING "PERIODOS DE OUTRA ESCOLA (ORIGEM EXTERNA): "
                   DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELACU.
            WRITE REG-RELACU.
            CLOSE CADHIS
                  RELACU.
            DISPLAY "EM01ACUM - PERIODOS LIDOS " QTD-LIDOS
