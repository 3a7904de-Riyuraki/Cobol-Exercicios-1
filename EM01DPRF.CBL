       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01DPRF.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. ANALISE DE DESEMPENHO POR PROFESSOR E DISCIPLINA PARA
      *         A DIRECAO, SOBRE AS FOTOGRAFIAS POR MATERIA DO
      *         HISTORICO CADHISD (COPY HDIREG). SO ENTRAM AS MATERIAS
      *         CURSADAS AQUI (ORIGEM EM BRANCO); AS TRAZIDAS DE OUTRA
      *         ESCOLA PELO EM01TREN SAO CONTADAS E IGNORADAS. A TURMA
      *         DO ALUNO NO PERIODO VEM DO CADHIS (COPY HISREG) E O
      *         PROFESSOR QUE DEU A DISCIPLINA NAQUELA TURMA E PERIODO
      *         VEM DAS ENTREGAS DE NOTAS DO CADENV (COPY ENVREG; COM
      *         MAIS DE UM PROFESSOR NO MESMO PERIODO, VALE O ULTIMO A
      *         ENTREGAR). SEM ENTREGA REGISTRADA, CAI NA GRADE HORARIA
      *         ATUAL CADGRD, E A LINHA SAI MARCADA (G), POIS A GRADE
      *         PODE TER MUDADO DESDE ENTAO; SEM NENHUMA DAS DUAS, O
      *         PROFESSOR SAI COMO NAO IDENTIFICADO. O NOME VEM DO
      *         CADPRF. O RELATORIO RELDPR SAI POR PERIODO E
      *         DISCIPLINA (SORT) COM A MEDIA GERAL DA DISCIPLINA, E
      *         PARA CADA PROFESSOR: ALUNOS, TURMAS, MEDIA DAS MEDIAS,
      *         DESVIO PADRAO, MENOR E MAIOR MEDIA, APROVADOS,
      *         RECUPERACOES E REPROVADOS, A DIFERENCA PARA A MEDIA
      *         DOS OUTROS PROFESSORES DA MESMA DISCIPLINA NO MESMO
      *         PERIODO E A DIFERENCA PARA A MEDIA DA DISCIPLINA NO
      *         MESMO PERIODO DO ANO ANTERIOR (PERIODO AAAAPP, ANO
      *         MENOS UM). DIFERENCA ACIMA DA TOLERANCIA SAI COM ***.
      *         O ARQUIVO DE PARAMETROS PARDPR TRAZ A TOLERANCIA EM
      *         PONTOS DE MEDIA (SEM ELE, 1,50) E O PRIMEIRO PERIODO A
      *         LISTAR (BRANCO = TODOS). COM PERIODO INICIAL, SO
      *         ENTRAM NO SORT ELE EM DIANTE E O ANO ANTERIOR A ELE,
      *         QUE CONTINUA VALENDO PARA A COMPARACAO; OS MAIS
      *         ANTIGOS SAO CONTADOS E IGNORADOS. SE A TABELA DE 500
      *         PROFESSORES/DISCIPLINAS AINDA ASSIM ENCHER, OS
      *         PERIODOS FINAIS FICAM DE FORA, O RELATORIO AVISA LOGO
      *         APOS O CABECALHO E O PROGRAMA RETORNA CODIGO 8.
      *         SOMENTE LEITURA DOS CADASTROS. AO FINAL, GRAVA UMA
      *         LINHA DE ESTATISTICA EM EM01LOG, NO LAYOUT DA COPY
      *         LOGREG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADHISD  ASSIGN  TO     DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     SEQUENTIAL
           RECORD KEY IS      CHAVE-HDI
           FILE STATUS IS CADHISD-STATUS.
           SELECT     CADHIS  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-HIS
           FILE STATUS IS CADHIS-STATUS.
           SELECT     CADGRD  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CHAVE-GRD
           FILE STATUS IS CADGRD-STATUS.
           SELECT     CADPRF  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-PRF
           FILE STATUS IS CADPRF-STATUS.
           SELECT     CADENV  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADENV-STATUS.
           SELECT     PARDPR  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARDPR-STATUS.
           SELECT     SORT-DESEMPENHO  ASSIGN  TO  "SRTDPR".
           SELECT     RELDPR  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELDPR-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADHISD
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADHISD.DAT".

       COPY HDIREG.

       FD CADHIS
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADHIS.DAT".

       COPY HISREG.

       FD CADGRD
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADGRD.DAT".

       COPY GRDREG.

       FD CADPRF
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADPRF.DAT".

       COPY PRFREG.

       FD CADENV
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADENV.DAT".

       COPY ENVREG.

       FD PARDPR
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARDPR.DAT".

       01 REG-PARDPR.
           02 TOLERANCIA-PAR        PIC 9(01)V99.
           02 PERIODO-DE-PAR        PIC X(06).

       SD SORT-DESEMPENHO.

       01 REG-SORT.
           02 PERIODO-SRT           PIC X(06).
           02 DISCIPLINA-SRT        PIC X(03).
           02 PROFESSOR-SRT         PIC 9(03).
           02 TURMA-SRT             PIC X(03).
           02 MEDIA-SRT             PIC 9(02)V99.
           02 SITUACAO-SRT          PIC X(11).
           02 FONTE-SRT             PIC X(01).

       FD RELDPR
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELDPR.DAT".

       01 REG-RELDPR.
           02 LINHA-RELDPR          PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADHISD-STATUS    PIC X(02) VALUE SPACES.
       77 CADHIS-STATUS     PIC X(02) VALUE SPACES.
       77 CADGRD-STATUS     PIC X(02) VALUE SPACES.
       77 CADPRF-STATUS     PIC X(02) VALUE SPACES.
       77 CADENV-STATUS     PIC X(02) VALUE SPACES.
       77 PARDPR-STATUS     PIC X(02) VALUE SPACES.
       77 RELDPR-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 TEM-CADGRD        PIC X(03) VALUE "NAO".
       77 TEM-CADPRF        PIC X(03) VALUE "NAO".
       77 TEM-CADENV        PIC X(03) VALUE "NAO".
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-GRD           PIC X(03) VALUE "NAO".
       77 FIM-ENV           PIC X(03) VALUE "NAO".
       77 FIM-SORT          PIC X(03) VALUE "NAO".
       77 TAB-ENV-CHEIA     PIC X(03) VALUE "NAO".
       77 TAB-GRD-CHEIA     PIC X(03) VALUE "NAO".
       77 TAB-GRUPO-CHEIA   PIC X(03) VALUE "NAO".
       77 GRUPO-ACEITO      PIC X(03) VALUE "NAO".
       77 DESTACA           PIC X(03) VALUE "NAO".
       77 WK-TOLERANCIA     PIC 9(01)V99 VALUE 1,50.
       77 WK-PERIODO-DE     PIC X(06) VALUE SPACES.
       77 WK-PERIODO-MIN    PIC X(06) VALUE SPACES.
       77 WK-CHAVE-GRUPO    PIC X(12) VALUE SPACES.
       77 WK-CHAVE-SRT      PIC X(12) VALUE SPACES.
       77 WK-PER-DISC       PIC X(09) VALUE SPACES.
       77 WK-ULTIMA-TURMA   PIC X(03) VALUE SPACES.
       77 WK-NOME-PRF       PIC X(20) VALUE SPACES.
       77 WK-IND            PIC 9(03) COMP VALUE ZEROS.
       77 WK-IND2           PIC 9(03) COMP VALUE ZEROS.
       77 WK-ACHOU          PIC 9(03) COMP VALUE ZEROS.
       77 QTD-ENV-TAB       PIC 9(03) COMP VALUE ZEROS.
       77 QTD-GRD-TAB       PIC 9(03) COMP VALUE ZEROS.
       77 QTD-GRUPOS        PIC 9(03) COMP VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-EXTERNOS      PIC 9(05) VALUE ZEROS.
       77 QTD-FORA-PERIODO  PIC 9(05) VALUE ZEROS.
       77 QTD-SEM-TURMA     PIC 9(05) VALUE ZEROS.
       77 QTD-PELA-GRADE    PIC 9(05) VALUE ZEROS.
       77 QTD-SEM-PRF       PIC 9(05) VALUE ZEROS.
       77 QTD-LISTADOS      PIC 9(05) VALUE ZEROS.
       77 QTD-DESTAQUES     PIC 9(05) VALUE ZEROS.
       77 QTD-DISC          PIC 9(05) VALUE ZEROS.
       77 QTD-PRF-DISC      PIC 9(03) VALUE ZEROS.
       77 SOMA-DISC         PIC 9(07)V99 VALUE ZEROS.
       77 QTD-ANT           PIC 9(05) VALUE ZEROS.
       77 SOMA-ANT          PIC 9(07)V99 VALUE ZEROS.
       77 MEDIA-DISC        PIC 9(02)V99 VALUE ZEROS.
       77 MEDIA-ANT         PIC 9(02)V99 VALUE ZEROS.
       77 MEDIA-GRUPO       PIC 9(02)V99 VALUE ZEROS.
       77 MEDIA-OUTROS      PIC 9(02)V99 VALUE ZEROS.
       77 VARIANCIA         PIC S9(03)V9999 VALUE ZEROS.
       77 DESVIO            PIC 9(02)V99 VALUE ZEROS.
       77 DIF-OUTROS        PIC S9(02)V99 VALUE ZEROS.
       77 DIF-ANT           PIC S9(02)V99 VALUE ZEROS.
       77 WK-MEDIA-ED       PIC Z9,99.
       77 WK-DIF-ED         PIC +9,99.
       77 WK-QTD-ED         PIC ZZZZ9.
       77 WK-QTD3-ED        PIC ZZ9.
       77 WK-PRF-ED         PIC ZZ9.
       01 TABELA-ENTREGAS.
           02 ENTREGA-TAB OCCURS 500 TIMES.
             03 PERIODO-ENV-TAB    PIC X(06).
             03 TURMA-ENV-TAB      PIC X(03).
             03 DISCIPLINA-ENV-TAB PIC X(03).
             03 PROFESSOR-ENV-TAB  PIC 9(03).
       01 TABELA-GRADE.
           02 GRADE-TAB OCCURS 300 TIMES.
             03 TURMA-GRD-TAB      PIC X(03).
             03 DISCIPLINA-GRD-TAB PIC X(03).
             03 PROFESSOR-GRD-TAB  PIC 9(03).
       01 TABELA-GRUPOS.
           02 GRUPO-TAB OCCURS 500 TIMES.
             03 CHAVE-GRP-TAB.
               04 PERIODO-GRP-TAB  PIC X(06).
               04 DISCIPLINA-GRP-TAB PIC X(03).
               04 PROFESSOR-GRP-TAB PIC 9(03).
             03 FONTE-GRP-TAB      PIC X(01).
             03 QTD-GRP-TAB        PIC 9(05).
             03 TURMAS-GRP-TAB     PIC 9(03).
             03 SOMA-GRP-TAB       PIC 9(07)V99.
             03 QUAD-GRP-TAB       PIC 9(09)V9999.
             03 MENOR-GRP-TAB      PIC 9(02)V99.
             03 MAIOR-GRP-TAB      PIC 9(02)V99.
             03 APR-GRP-TAB        PIC 9(05).
             03 REC-GRP-TAB        PIC 9(05).
             03 REP-GRP-TAB        PIC 9(05).
       01 WK-PERIODO-ANT.
           02 ANO-PER-ANT           PIC 9(04).
           02 PARTE-PER-ANT         PIC X(02).
       01 WK-PERIODO-ANT-X REDEFINES WK-PERIODO-ANT PIC X(06).
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       SORT SORT-DESEMPENHO
            ON ASCENDING KEY PERIODO-SRT
            ON ASCENDING KEY DISCIPLINA-SRT
            ON ASCENDING KEY PROFESSOR-SRT
            ON ASCENDING KEY TURMA-SRT
            INPUT PROCEDURE IS ENTRADA-SORT
            OUTPUT PROCEDURE IS SAIDA-SORT.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN INPUT PARDPR.
            IF PARDPR-STATUS EQUAL "00"
               READ PARDPR
                   AT END
                   CONTINUE
                   NOT AT END
                   IF TOLERANCIA-PAR IS NUMERIC
                      AND TOLERANCIA-PAR > ZEROS
                      MOVE TOLERANCIA-PAR TO WK-TOLERANCIA
                   END-IF
                   MOVE PERIODO-DE-PAR TO WK-PERIODO-DE
               END-READ
               CLOSE PARDPR
            END-IF.
            PERFORM DEFINE-PERIODO-MINIMO.
            OPEN INPUT CADHISD.
            IF CADHISD-STATUS NOT EQUAL "00"
               DISPLAY "EM01DPRF - CADHISD NAO ABRIU - STATUS "
                       CADHISD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADHIS.
            IF CADHIS-STATUS NOT EQUAL "00"
               DISPLAY "EM01DPRF - CADHIS NAO ABRIU - STATUS "
                       CADHIS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADENV.
            IF CADENV-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADENV
               PERFORM LEITURA-CADENV
                       UNTIL FIM-ENV EQUAL "SIM"
               CLOSE CADENV
            ELSE
               DISPLAY "EM01DPRF - CADENV AUSENTE - PROFESSOR PELA "
                       "GRADE ATUAL"
            END-IF.
            OPEN INPUT CADGRD.
            IF CADGRD-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADGRD
               PERFORM LEITURA-CADGRD
                       UNTIL FIM-GRD EQUAL "SIM"
               CLOSE CADGRD
            END-IF.
            OPEN INPUT CADPRF.
            IF CADPRF-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADPRF
            END-IF.
            OPEN OUTPUT RELDPR.
            PERFORM CABECALHO-RELDPR.

       DEFINE-PERIODO-MINIMO.
      * SO ENTRAM NO SORT O PERIODO INICIAL PEDIDO E O ANO ANTERIOR A
      * ELE, QUE A COMPARACAO COM O ANO ANTERIOR AINDA PRECISA.
            IF WK-PERIODO-DE EQUAL SPACES
               EXIT PARAGRAPH
            END-IF.
            MOVE WK-PERIODO-DE TO WK-PERIODO-ANT-X.
            IF ANO-PER-ANT IS NUMERIC
               AND ANO-PER-ANT > ZEROS
               SUBTRACT 1 FROM ANO-PER-ANT
               MOVE WK-PERIODO-ANT-X TO WK-PERIODO-MIN
            ELSE
               MOVE WK-PERIODO-DE TO WK-PERIODO-MIN
            END-IF.

       LEITURA-CADENV.
            READ CADENV
                AT END
                MOVE "SIM" TO FIM-ENV
                NOT AT END
                IF PERIODO-ENV NOT EQUAL SPACES
                   AND DISCIPLINA-ENV NOT EQUAL SPACES
                   PERFORM ARMAZENA-ENTREGA
                END-IF
            END-READ.

       ARMAZENA-ENTREGA.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM PROCURA-ENTREGA
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-ENV-TAB
                       OR WK-ACHOU > 0.
            IF WK-ACHOU > 0
               MOVE PROFESSOR-ENV TO PROFESSOR-ENV-TAB(WK-ACHOU)
               EXIT PARAGRAPH
            END-IF.
            IF QTD-ENV-TAB NOT < 500
               IF TAB-ENV-CHEIA EQUAL "NAO"
                  DISPLAY "EM01DPRF - TABELA DE ENTREGAS CHEIA (500)"
                          " - DEMAIS PELA GRADE ATUAL"
                  MOVE "SIM" TO TAB-ENV-CHEIA
               END-IF
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-ENV-TAB.
            MOVE PERIODO-ENV TO PERIODO-ENV-TAB(QTD-ENV-TAB).
            MOVE TURMA-ENV TO TURMA-ENV-TAB(QTD-ENV-TAB).
            MOVE DISCIPLINA-ENV TO DISCIPLINA-ENV-TAB(QTD-ENV-TAB).
            MOVE PROFESSOR-ENV TO PROFESSOR-ENV-TAB(QTD-ENV-TAB).

       PROCURA-ENTREGA.
            IF PERIODO-ENV-TAB(WK-IND) EQUAL PERIODO-ENV
               AND TURMA-ENV-TAB(WK-IND) EQUAL TURMA-ENV
               AND DISCIPLINA-ENV-TAB(WK-IND) EQUAL DISCIPLINA-ENV
               MOVE WK-IND TO WK-ACHOU
            END-IF.

       LEITURA-CADGRD.
            READ CADGRD NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-GRD
                NOT AT END
                PERFORM ARMAZENA-GRADE
            END-READ.

       ARMAZENA-GRADE.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM PROCURA-GRADE
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-GRD-TAB
                       OR WK-ACHOU > 0.
            IF WK-ACHOU > 0
               EXIT PARAGRAPH
            END-IF.
            IF QTD-GRD-TAB NOT < 300
               IF TAB-GRD-CHEIA EQUAL "NAO"
                  DISPLAY "EM01DPRF - TABELA DA GRADE CHEIA (300)"
                  MOVE "SIM" TO TAB-GRD-CHEIA
               END-IF
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-GRD-TAB.
            MOVE TURMA-GRD TO TURMA-GRD-TAB(QTD-GRD-TAB).
            MOVE DISCIPLINA-GRD TO DISCIPLINA-GRD-TAB(QTD-GRD-TAB).
            MOVE PROFESSOR-GRD TO PROFESSOR-GRD-TAB(QTD-GRD-TAB).

       PROCURA-GRADE.
            IF TURMA-GRD-TAB(WK-IND) EQUAL TURMA-GRD
               AND DISCIPLINA-GRD-TAB(WK-IND) EQUAL DISCIPLINA-GRD
               MOVE WK-IND TO WK-ACHOU
            END-IF.

       CABECALHO-RELDPR.
            MOVE SPACES TO LINHA-RELDPR.
            STRING "DESEMPENHO POR PROFESSOR E DISCIPLINA - EM01DPRF - "
                   DELIMITED BY SIZE
                   DIA-SISTEMA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   MES-SISTEMA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ANO-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELDPR.
            WRITE REG-RELDPR.
            MOVE WK-TOLERANCIA TO WK-MEDIA-ED.
            MOVE SPACES TO LINHA-RELDPR.
            STRING "TOLERANCIA " DELIMITED BY SIZE
                   WK-MEDIA-ED DELIMITED BY SIZE
                   " PONTO(S) DE MEDIA - *** = FORA DA TOLERANCIA"
                   DELIMITED BY SIZE
                   INTO LINHA-RELDPR.
            WRITE REG-RELDPR.
            IF WK-PERIODO-DE NOT EQUAL SPACES
               MOVE SPACES TO LINHA-RELDPR
               STRING "PERIODOS A PARTIR DE " DELIMITED BY SIZE
                      WK-PERIODO-DE DELIMITED BY SIZE
                      INTO LINHA-RELDPR
               WRITE REG-RELDPR
            END-IF.
            IF TEM-CADENV EQUAL "NAO"
               MOVE "AVISO: CADENV AUSENTE - PROFESSOR PELA GRADE ATUAL"
                    TO LINHA-RELDPR
               WRITE REG-RELDPR
            END-IF.
            MOVE SPACES TO LINHA-RELDPR.
            WRITE REG-RELDPR.

       LEITURA.
            READ CADHISD NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS.

       ENTRADA-SORT.
            PERFORM LEITURA.
            PERFORM PRINCIPAL
                    UNTIL FIM-ARQ EQUAL "SIM".

       PRINCIPAL.
            IF ORIGEM-HDI NOT EQUAL SPACE
               ADD 1 TO QTD-EXTERNOS
            ELSE
               IF PERIODO-HDI < WK-PERIODO-MIN
                  ADD 1 TO QTD-FORA-PERIODO
               ELSE
                  PERFORM LIBERA-MATERIA
               END-IF
            END-IF.
            PERFORM LEITURA.

       LIBERA-MATERIA.
            MOVE NUMERO-HDI TO NUMERO-HIS.
            MOVE PERIODO-HDI TO PERIODO-HIS.
            READ CADHIS
                INVALID KEY
                MOVE SPACES TO TURMA-HIS
            END-READ.
            IF TURMA-HIS EQUAL SPACES
               ADD 1 TO QTD-SEM-TURMA
            END-IF.
            MOVE PERIODO-HDI TO PERIODO-SRT.
            MOVE DISCIPLINA-HDI TO DISCIPLINA-SRT.
            MOVE TURMA-HIS TO TURMA-SRT.
            MOVE MEDIA-HDI TO MEDIA-SRT.
            MOVE SITUACAO-HDI TO SITUACAO-SRT.
            MOVE ZEROS TO PROFESSOR-SRT.
            MOVE SPACE TO FONTE-SRT.
            PERFORM DEFINE-PROFESSOR.
            RELEASE REG-SORT.

       DEFINE-PROFESSOR.
      * QUEM ENTREGOU AS NOTAS DA TURMA NO PERIODO; NA FALTA, QUEM
      * ESTA NA GRADE ATUAL.
            IF TURMA-HIS EQUAL SPACES
               ADD 1 TO QTD-SEM-PRF
               EXIT PARAGRAPH
            END-IF.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM COMPARA-ENTREGA
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-ENV-TAB
                       OR WK-ACHOU > 0.
            IF WK-ACHOU > 0
               MOVE PROFESSOR-ENV-TAB(WK-ACHOU) TO PROFESSOR-SRT
               EXIT PARAGRAPH
            END-IF.
            PERFORM COMPARA-GRADE
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-GRD-TAB
                       OR WK-ACHOU > 0.
            IF WK-ACHOU > 0
               MOVE PROFESSOR-GRD-TAB(WK-ACHOU) TO PROFESSOR-SRT
               MOVE "G" TO FONTE-SRT
               ADD 1 TO QTD-PELA-GRADE
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-SEM-PRF.

       COMPARA-ENTREGA.
            IF PERIODO-ENV-TAB(WK-IND) EQUAL PERIODO-HDI
               AND TURMA-ENV-TAB(WK-IND) EQUAL TURMA-HIS
               AND DISCIPLINA-ENV-TAB(WK-IND) EQUAL DISCIPLINA-HDI
               MOVE WK-IND TO WK-ACHOU
            END-IF.

       COMPARA-GRADE.
            IF TURMA-GRD-TAB(WK-IND) EQUAL TURMA-HIS
               AND DISCIPLINA-GRD-TAB(WK-IND) EQUAL DISCIPLINA-HDI
               MOVE WK-IND TO WK-ACHOU
            END-IF.

       SAIDA-SORT.
            MOVE "NAO" TO FIM-SORT.
            PERFORM RETORNA-SORT.
            PERFORM TRATA-SORT
                    UNTIL FIM-SORT EQUAL "SIM".
            IF TAB-GRUPO-CHEIA EQUAL "SIM"
               MOVE SPACES TO LINHA-RELDPR
               STRING "AVISO: TABELA CHEIA (500) - ANALISE INCOMPLETA "
                      DELIMITED BY SIZE
                      "A PARTIR DE " DELIMITED BY SIZE
                      PERIODO-GRP-TAB(QTD-GRUPOS) DELIMITED BY SIZE
                      INTO LINHA-RELDPR
               WRITE REG-RELDPR
               MOVE "AVISO: RESTRINJA O PERIODO INICIAL NO PARDPR"
                    TO LINHA-RELDPR
               WRITE REG-RELDPR
               MOVE SPACES TO LINHA-RELDPR
               WRITE REG-RELDPR
            END-IF.
            PERFORM IMPRIME-GRUPO
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-GRUPOS.

       RETORNA-SORT.
            RETURN SORT-DESEMPENHO
                AT END
                MOVE "SIM" TO FIM-SORT.

       TRATA-SORT.
      * ACUMULA UMA LINHA DA TABELA POR PERIODO + DISCIPLINA +
      * PROFESSOR; A ORDEM DO SORT JA DEIXA CADA DISCIPLINA DO
      * PERIODO CONTIGUA NA TABELA.
            MOVE REG-SORT(1:12) TO WK-CHAVE-SRT.
            IF WK-CHAVE-SRT NOT EQUAL WK-CHAVE-GRUPO
               OR QTD-GRUPOS EQUAL ZEROS
               PERFORM ABRE-GRUPO
            END-IF.
            IF GRUPO-ACEITO EQUAL "SIM"
               PERFORM ACUMULA-GRUPO
            END-IF.
            PERFORM RETORNA-SORT.

       ABRE-GRUPO.
            MOVE WK-CHAVE-SRT TO WK-CHAVE-GRUPO.
            MOVE "NAO" TO GRUPO-ACEITO.
            IF QTD-GRUPOS NOT < 500
               IF TAB-GRUPO-CHEIA EQUAL "NAO"
                  DISPLAY "EM01DPRF - TABELA DE PROFESSORES E "
                          "DISCIPLINAS CHEIA (500) - ANALISE PARA EM "
                          PERIODO-SRT
                  MOVE "SIM" TO TAB-GRUPO-CHEIA
               END-IF
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-GRUPOS.
            MOVE "SIM" TO GRUPO-ACEITO.
            MOVE PERIODO-SRT TO PERIODO-GRP-TAB(QTD-GRUPOS).
            MOVE DISCIPLINA-SRT TO DISCIPLINA-GRP-TAB(QTD-GRUPOS).
            MOVE PROFESSOR-SRT TO PROFESSOR-GRP-TAB(QTD-GRUPOS).
            MOVE SPACE TO FONTE-GRP-TAB(QTD-GRUPOS).
            MOVE ZEROS TO QTD-GRP-TAB(QTD-GRUPOS).
            MOVE ZEROS TO TURMAS-GRP-TAB(QTD-GRUPOS).
            MOVE ZEROS TO SOMA-GRP-TAB(QTD-GRUPOS).
            MOVE ZEROS TO QUAD-GRP-TAB(QTD-GRUPOS).
            MOVE 99,99 TO MENOR-GRP-TAB(QTD-GRUPOS).
            MOVE ZEROS TO MAIOR-GRP-TAB(QTD-GRUPOS).
            MOVE ZEROS TO APR-GRP-TAB(QTD-GRUPOS).
            MOVE ZEROS TO REC-GRP-TAB(QTD-GRUPOS).
            MOVE ZEROS TO REP-GRP-TAB(QTD-GRUPOS).
            MOVE HIGH-VALUES TO WK-ULTIMA-TURMA.

       ACUMULA-GRUPO.
            IF TURMA-SRT NOT EQUAL WK-ULTIMA-TURMA
               ADD 1 TO TURMAS-GRP-TAB(QTD-GRUPOS)
               MOVE TURMA-SRT TO WK-ULTIMA-TURMA
            END-IF.
            IF FONTE-SRT EQUAL "G"
               MOVE "G" TO FONTE-GRP-TAB(QTD-GRUPOS)
            END-IF.
            ADD 1 TO QTD-GRP-TAB(QTD-GRUPOS).
            ADD MEDIA-SRT TO SOMA-GRP-TAB(QTD-GRUPOS).
            COMPUTE QUAD-GRP-TAB(QTD-GRUPOS) =
                    QUAD-GRP-TAB(QTD-GRUPOS) + MEDIA-SRT * MEDIA-SRT.
            IF MEDIA-SRT < MENOR-GRP-TAB(QTD-GRUPOS)
               MOVE MEDIA-SRT TO MENOR-GRP-TAB(QTD-GRUPOS)
            END-IF.
            IF MEDIA-SRT > MAIOR-GRP-TAB(QTD-GRUPOS)
               MOVE MEDIA-SRT TO MAIOR-GRP-TAB(QTD-GRUPOS)
            END-IF.
            IF SITUACAO-SRT EQUAL "APROVADO"
               ADD 1 TO APR-GRP-TAB(QTD-GRUPOS)
            ELSE
               IF SITUACAO-SRT EQUAL "RECUPERACAO"
                  ADD 1 TO REC-GRP-TAB(QTD-GRUPOS)
               ELSE
                  ADD 1 TO REP-GRP-TAB(QTD-GRUPOS)
               END-IF
            END-IF.

       IMPRIME-GRUPO.
            IF PERIODO-GRP-TAB(WK-IND) < WK-PERIODO-DE
               EXIT PARAGRAPH
            END-IF.
            IF CHAVE-GRP-TAB(WK-IND)(1:9) NOT EQUAL WK-PER-DISC
               PERFORM QUEBRA-DISCIPLINA
            END-IF.
            ADD 1 TO QTD-LISTADOS.
            MOVE "NAO" TO DESTACA.
            COMPUTE MEDIA-GRUPO ROUNDED =
                    SOMA-GRP-TAB(WK-IND) / QTD-GRP-TAB(WK-IND).
            COMPUTE VARIANCIA ROUNDED =
                    QUAD-GRP-TAB(WK-IND) / QTD-GRP-TAB(WK-IND)
                    - MEDIA-GRUPO * MEDIA-GRUPO.
            IF VARIANCIA > ZEROS
               COMPUTE DESVIO ROUNDED = VARIANCIA ** 0,5
            ELSE
               MOVE ZEROS TO DESVIO
            END-IF.
            PERFORM BUSCA-NOME-PROFESSOR.
            MOVE PROFESSOR-GRP-TAB(WK-IND) TO WK-PRF-ED.
            MOVE QTD-GRP-TAB(WK-IND) TO WK-QTD-ED.
            MOVE TURMAS-GRP-TAB(WK-IND) TO WK-QTD3-ED.
            MOVE SPACES TO LINHA-RELDPR.
            STRING "  PROF " DELIMITED BY SIZE
                   WK-PRF-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-NOME-PRF DELIMITED BY SIZE
                   " ALUNOS " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   " TURMAS " DELIMITED BY SIZE
                   WK-QTD3-ED DELIMITED BY SIZE
                   INTO LINHA-RELDPR.
            MOVE MEDIA-GRUPO TO WK-MEDIA-ED.
            MOVE "MEDIA" TO LINHA-RELDPR(60:5).
            MOVE WK-MEDIA-ED TO LINHA-RELDPR(66:5).
            IF FONTE-GRP-TAB(WK-IND) EQUAL "G"
               MOVE "(G)" TO LINHA-RELDPR(72:3)
            END-IF.
            WRITE REG-RELDPR.
            MOVE SPACES TO LINHA-RELDPR.
            MOVE "APR" TO LINHA-RELDPR(5:3).
            MOVE APR-GRP-TAB(WK-IND) TO WK-QTD-ED.
            MOVE WK-QTD-ED TO LINHA-RELDPR(9:5).
            MOVE "REC" TO LINHA-RELDPR(15:3).
            MOVE REC-GRP-TAB(WK-IND) TO WK-QTD-ED.
            MOVE WK-QTD-ED TO LINHA-RELDPR(19:5).
            MOVE "REP" TO LINHA-RELDPR(25:3).
            MOVE REP-GRP-TAB(WK-IND) TO WK-QTD-ED.
            MOVE WK-QTD-ED TO LINHA-RELDPR(29:5).
            MOVE "MIN" TO LINHA-RELDPR(36:3).
            MOVE MENOR-GRP-TAB(WK-IND) TO WK-MEDIA-ED.
            MOVE WK-MEDIA-ED TO LINHA-RELDPR(40:5).
            MOVE "MAX" TO LINHA-RELDPR(46:3).
            MOVE MAIOR-GRP-TAB(WK-IND) TO WK-MEDIA-ED.
            MOVE WK-MEDIA-ED TO LINHA-RELDPR(50:5).
            MOVE "DESVIO" TO LINHA-RELDPR(57:6).
            MOVE DESVIO TO WK-MEDIA-ED.
            MOVE WK-MEDIA-ED TO LINHA-RELDPR(64:5).
            WRITE REG-RELDPR.
            PERFORM COMPARA-GRUPO.
            IF DESTACA EQUAL "SIM"
               ADD 1 TO QTD-DESTAQUES
            END-IF.

       COMPARA-GRUPO.
      * CONTRA OS OUTROS PROFESSORES DA DISCIPLINA NO PERIODO E CONTRA
      * A DISCIPLINA NO MESMO PERIODO DO ANO ANTERIOR.
            MOVE SPACES TO LINHA-RELDPR.
            MOVE "OUTROS PROF" TO LINHA-RELDPR(5:11).
            IF QTD-DISC > QTD-GRP-TAB(WK-IND)
               COMPUTE MEDIA-OUTROS ROUNDED =
                       (SOMA-DISC - SOMA-GRP-TAB(WK-IND))
                       / (QTD-DISC - QTD-GRP-TAB(WK-IND))
               COMPUTE DIF-OUTROS = MEDIA-GRUPO - MEDIA-OUTROS
               MOVE MEDIA-OUTROS TO WK-MEDIA-ED
               MOVE WK-MEDIA-ED TO LINHA-RELDPR(17:5)
               MOVE DIF-OUTROS TO WK-DIF-ED
               MOVE WK-DIF-ED TO LINHA-RELDPR(23:6)
               IF DIF-OUTROS > WK-TOLERANCIA
                  OR DIF-OUTROS < ZEROS - WK-TOLERANCIA
                  MOVE "***" TO LINHA-RELDPR(30:3)
                  MOVE "SIM" TO DESTACA
               END-IF
            ELSE
               MOVE "  --" TO LINHA-RELDPR(17:4)
            END-IF.
            MOVE "ANO ANTERIOR" TO LINHA-RELDPR(37:12).
            IF QTD-ANT > ZEROS
               COMPUTE DIF-ANT = MEDIA-GRUPO - MEDIA-ANT
               MOVE MEDIA-ANT TO WK-MEDIA-ED
               MOVE WK-MEDIA-ED TO LINHA-RELDPR(50:5)
               MOVE DIF-ANT TO WK-DIF-ED
               MOVE WK-DIF-ED TO LINHA-RELDPR(56:6)
               IF DIF-ANT > WK-TOLERANCIA
                  OR DIF-ANT < ZEROS - WK-TOLERANCIA
                  MOVE "***" TO LINHA-RELDPR(63:3)
                  MOVE "SIM" TO DESTACA
               END-IF
            ELSE
               MOVE "  --" TO LINHA-RELDPR(50:4)
            END-IF.
            WRITE REG-RELDPR.

       QUEBRA-DISCIPLINA.
            MOVE CHAVE-GRP-TAB(WK-IND)(1:9) TO WK-PER-DISC.
            MOVE ZEROS TO QTD-DISC.
            MOVE ZEROS TO SOMA-DISC.
            MOVE ZEROS TO QTD-PRF-DISC.
            PERFORM SOMA-DISCIPLINA
                    VARYING WK-IND2 FROM WK-IND BY 1
                    UNTIL WK-IND2 > QTD-GRUPOS.
            COMPUTE MEDIA-DISC ROUNDED = SOMA-DISC / QTD-DISC.
            MOVE ZEROS TO QTD-ANT.
            MOVE ZEROS TO SOMA-ANT.
            MOVE ZEROS TO MEDIA-ANT.
            MOVE PERIODO-GRP-TAB(WK-IND) TO WK-PERIODO-ANT-X.
            IF ANO-PER-ANT IS NUMERIC
               AND ANO-PER-ANT > ZEROS
               SUBTRACT 1 FROM ANO-PER-ANT
               PERFORM SOMA-ANO-ANTERIOR
                       VARYING WK-IND2 FROM 1 BY 1
                       UNTIL WK-IND2 > QTD-GRUPOS
            END-IF.
            IF QTD-ANT > ZEROS
               COMPUTE MEDIA-ANT ROUNDED = SOMA-ANT / QTD-ANT
            END-IF.
            MOVE SPACES TO LINHA-RELDPR.
            WRITE REG-RELDPR.
            MOVE MEDIA-DISC TO WK-MEDIA-ED.
            MOVE QTD-PRF-DISC TO WK-QTD3-ED.
            MOVE SPACES TO LINHA-RELDPR.
            STRING "PERIODO " DELIMITED BY SIZE
                   PERIODO-GRP-TAB(WK-IND) DELIMITED BY SIZE
                   "  DISCIPLINA " DELIMITED BY SIZE
                   DISCIPLINA-GRP-TAB(WK-IND) DELIMITED BY SIZE
                   "  MEDIA GERAL " DELIMITED BY SIZE
                   WK-MEDIA-ED DELIMITED BY SIZE
                   "  PROFESSORES " DELIMITED BY SIZE
                   WK-QTD3-ED DELIMITED BY SIZE
                   INTO LINHA-RELDPR.
            WRITE REG-RELDPR.
            MOVE ALL "-" TO LINHA-RELDPR.
            WRITE REG-RELDPR.

       SOMA-DISCIPLINA.
            IF CHAVE-GRP-TAB(WK-IND2)(1:9) EQUAL WK-PER-DISC
               ADD QTD-GRP-TAB(WK-IND2) TO QTD-DISC
               ADD SOMA-GRP-TAB(WK-IND2) TO SOMA-DISC
               ADD 1 TO QTD-PRF-DISC
            END-IF.

       SOMA-ANO-ANTERIOR.
            IF PERIODO-GRP-TAB(WK-IND2) EQUAL WK-PERIODO-ANT-X
               AND DISCIPLINA-GRP-TAB(WK-IND2)
                   EQUAL DISCIPLINA-GRP-TAB(WK-IND)
               ADD QTD-GRP-TAB(WK-IND2) TO QTD-ANT
               ADD SOMA-GRP-TAB(WK-IND2) TO SOMA-ANT
            END-IF.

       BUSCA-NOME-PROFESSOR.
            IF PROFESSOR-GRP-TAB(WK-IND) EQUAL ZEROS
               MOVE "NAO IDENTIFICADO" TO WK-NOME-PRF
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WK-NOME-PRF.
            IF TEM-CADPRF EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            MOVE PROFESSOR-GRP-TAB(WK-IND) TO CODIGO-PRF.
            READ CADPRF
                INVALID KEY
                MOVE "NAO CADASTRADO" TO WK-NOME-PRF
                NOT INVALID KEY
                MOVE NOME-PRF TO WK-NOME-PRF
            END-READ.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01DPRF" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-LISTADOS TO QTD-GRAVADOS-LOG.
            MOVE QTD-EXTERNOS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            MOVE SPACES TO LINHA-RELDPR.
            WRITE REG-RELDPR.
            MOVE SPACES TO LINHA-RELDPR.
            STRING "LINHAS PROFESSOR/DISCIPLINA " DELIMITED BY SIZE
                   QTD-LISTADOS DELIMITED BY SIZE
                   "  FORA DA TOLERANCIA " DELIMITED BY SIZE
                   QTD-DESTAQUES DELIMITED BY SIZE
                   INTO LINHA-RELDPR.
            WRITE REG-RELDPR.
            IF QTD-PELA-GRADE > ZEROS
               MOVE SPACES TO LINHA-RELDPR
               STRING "(G) MATERIAS COM PROFESSOR PELA GRADE ATUAL: "
                      DELIMITED BY SIZE
                      QTD-PELA-GRADE DELIMITED BY SIZE
                      INTO LINHA-RELDPR
               WRITE REG-RELDPR
            END-IF.
            CLOSE CADHISD
                  CADHIS
                  RELDPR.
            IF TEM-CADPRF EQUAL "SIM"
               CLOSE CADPRF
            END-IF.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01DPRF - DESEMPENHO POR PROFESSOR E DISCIPLINA".
            DISPLAY "MATERIAS LIDAS ......: " QTD-LIDOS.
            DISPLAY "EXTERNAS IGNORADAS ..: " QTD-EXTERNOS.
            DISPLAY "ANTERIORES AO FILTRO : " QTD-FORA-PERIODO.
            DISPLAY "SEM TURMA NO CADHIS .: " QTD-SEM-TURMA.
            DISPLAY "PROFESSOR PELA GRADE : " QTD-PELA-GRADE.
            DISPLAY "SEM PROFESSOR .......: " QTD-SEM-PRF.
            DISPLAY "LINHAS LISTADAS .....: " QTD-LISTADOS.
            DISPLAY "FORA DA TOLERANCIA ..: " QTD-DESTAQUES.
            IF TAB-GRUPO-CHEIA EQUAL "SIM"
               DISPLAY "EM01DPRF - ANALISE INCOMPLETA - TABELA CHEIA"
               MOVE 8 TO RETURN-CODE
            END-IF.
