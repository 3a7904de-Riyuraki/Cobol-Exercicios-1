       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01RISC.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. ALERTA PRECOCE DE ALUNOS EM RISCO, RODADO TODA SEMANA
      *         NO MEIO DO PERIODO - O EM01EX05 E O EM01HIST SO JULGAM
      *         O ALUNO NO FECHAMENTO, QUANDO JA E TARDE PARA A
      *         COORDENACAO INTERVIR. CADA ALUNO ATIVO DO CADALU
      *         (SITUACAO A OU BRANCO) RECEBE PONTOS POR SINAL:
      *         2 PONTOS POR NOTA PARCIAL JA LANCADA (DIFERENTE DE
      *         ZERO) ABAIXO DA MEDIA MINIMA DO CADPAR (SEM CADPAR,
      *         7,00), TANTO NAS NOTAS GERAIS DO CADALU QUANTO NAS
      *         NOTAS POR MATERIA DO CADNDI DO EM01NOTA, ESTAS COM O
      *         CODIGO DA DISCIPLINA E A QUANTIDADE NO MOTIVO (CADNDI
      *         OPCIONAL COMO O CADHIS, COM AVISO NO CABECALHO;
      *         PONTUACAO LIMITADA A 99); 4 PONTOS SE A PRESENCA SOBRE
      *         AS AULAS DADAS NA TURMA (CADAUL) JA ESTA ABAIXO DE 75
      *         POR CENTO E 2 SE
      *         ESTA ABAIXO DE 80 POR CENTO, A CAMINHO DA REGRA (TURMA
      *         SEM LINHA NO CADAUL NAO PONTUA); 3 PONTOS SE O ALUNO E
      *         CRONICO NO CADHIS (DUAS OU MAIS RECUPERACOES, A MESMA
      *         BANDEIRA DO EM01ACUM); E 2 PONTOS SE HA MENSALIDADE
      *         VENCIDA EM ABERTO NO CONTAS A RECEBER CADCRE (A MESMA
      *         BASE DO RELATORIO RELINA DO EM01INAD). CADCRE E CADHIS
      *         SAO OPCIONAIS - SEM ELES O SINAL NAO E AVALIADO E O
      *         CABECALHO DO RELATORIO AVISA. O RELATORIO RELRIS VAI
      *         PARA A COORDENACAO POR TURMA, COM OS ALUNOS EM ORDEM
      *         DECRESCENTE DE PONTOS (SORT) E OS MOTIVOS DE CADA UM;
      *         ALUNO SEM NENHUM SINAL NAO APARECE. A LISTA DA SEMANA
      *         E GUARDADA EM CADRIS (NUMERO, DATA DE ENTRADA NA LISTA
      *         E PONTOS); NA SEMANA SEGUINTE O ALUNO QUE CONTINUA
      *         EM RISCO SAI COM A DATA EM QUE ENTROU, O QUE ENTROU
      *         AGORA SAI MARCADO NOVO, E O QUE ESTAVA NA LISTA E TEVE
      *         OS SINAIS ZERADOS DEIXA A LISTA E E LISTADO NO FINAL
      *         DO RELATORIO COMO SAIDA. SOMENTE LEITURA DOS CADASTROS.
      *         AO FINAL, GRAVA UMA LINHA DE ESTATISTICA EM EM01LOG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADALU  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS IS CADALU-STATUS.
           SELECT     CADPAR  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADPAR-STATUS.
           SELECT     CADAUL  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADAUL-STATUS.
           SELECT     CADHIS  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      CHAVE-HIS
           FILE STATUS IS CADHIS-STATUS.
           SELECT     CADNDI  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      CHAVE-NDI
           FILE STATUS IS CADNDI-STATUS.
           SELECT     CADCRE  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      CHAVE-CRE
           FILE STATUS IS CADCRE-STATUS.
           SELECT     CADRIS  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADRIS-STATUS.
           SELECT     SORT-RISCO  ASSIGN  TO  "SRTRIS".
           SELECT     RELRIS  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELRIS-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADALU.DAT".

       COPY ALUREG.

       FD CADPAR
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADPAR.DAT".

       01 REG-PAR.
           02 MEDIA-MIN-PAR        PIC 9(02)V99.
           02 FALTAS-MAX-PAR       PIC 9(02).
           02 MEDIA-REC-PAR        PIC 9(02)V99.

       FD CADAUL
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADAUL.DAT".

       01 REG-AUL.
           02 TURMA-AUL             PIC X(03).
           02 TOTAL-AULAS-AUL       PIC 9(04).

       FD CADHIS
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADHIS.DAT".

       COPY HISREG.

       FD CADNDI
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADNDI.DAT".

       COPY NDIREG.

       FD CADCRE
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADCRE.DAT".

       COPY CREREG.

       FD CADRIS
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADRIS.DAT".

       01 REG-RIS.
           02 NUMERO-RIS            PIC 9(05).
           02 DATA-ENTRADA-RIS      PIC 9(08).
           02 PONTOS-RIS            PIC 9(02).
           02 NOME-RIS              PIC X(20).
           02 TURMA-RIS             PIC X(03).

       SD SORT-RISCO.

       01 REG-SORT.
           02 TURMA-SRT             PIC X(03).
           02 PONTOS-SRT            PIC 9(02).
           02 NUMERO-SRT            PIC 9(05).
           02 NOME-SRT              PIC X(20).
           02 MOTIVOS-SRT           PIC X(42).

       FD RELRIS
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELRIS.DAT".

       01 REG-RELRIS.
           02 LINHA-RELRIS          PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADALU-STATUS     PIC X(02) VALUE SPACES.
       77 CADPAR-STATUS     PIC X(02) VALUE SPACES.
       77 CADAUL-STATUS     PIC X(02) VALUE SPACES.
       77 CADHIS-STATUS     PIC X(02) VALUE SPACES.
       77 CADNDI-STATUS     PIC X(02) VALUE SPACES.
       77 CADCRE-STATUS     PIC X(02) VALUE SPACES.
       77 CADRIS-STATUS     PIC X(02) VALUE SPACES.
       77 RELRIS-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 TEM-CADAUL        PIC X(03) VALUE "NAO".
       77 TEM-CADHIS        PIC X(03) VALUE "NAO".
       77 TEM-CADNDI        PIC X(03) VALUE "NAO".
       77 TEM-CADCRE        PIC X(03) VALUE "NAO".
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-AUL           PIC X(03) VALUE "NAO".
       77 FIM-RIS           PIC X(03) VALUE "NAO".
       77 FIM-HIS           PIC X(03) VALUE "NAO".
       77 FIM-NDI           PIC X(03) VALUE "NAO".
       77 FIM-CRE           PIC X(03) VALUE "NAO".
       77 FIM-SORT          PIC X(03) VALUE "NAO".
       77 PRIMEIRA-TURMA    PIC X(03) VALUE "SIM".
       77 TEM-VENCIDA       PIC X(03) VALUE "NAO".
       77 MEDIA-MIN         PIC 9(02)V99 VALUE 7,00.
       77 WK-PONTOS         PIC 9(02) VALUE ZEROS.
       77 WK-NOTAS-BAIXAS   PIC 9(01) VALUE ZERO.
       77 WK-PONTOS-NDI     PIC 9(03) VALUE ZEROS.
       77 WK-QTD-REC        PIC 9(02) VALUE ZEROS.
       77 WK-TOTAL-AULAS    PIC 9(04) VALUE ZEROS.
       77 WK-PRESENCAS      PIC 9(04) VALUE ZEROS.
       77 WK-PERC-FREQ      PIC 9(03)V9 VALUE ZEROS.
       77 WK-PERC-ED        PIC ZZ9,9.
       77 WK-MOTIVOS        PIC X(42) VALUE SPACES.
       77 WK-PTR            PIC 9(02) COMP VALUE 1.
       77 WK-TURMA-ATUAL    PIC X(03) VALUE SPACES.
       77 WK-RANK           PIC 9(03) VALUE ZEROS.
       77 WK-RANK-ED        PIC ZZ9.
       77 WK-PONTOS-ED      PIC Z9.
       77 WK-NUMERO-ED      PIC ZZZZ9.
       77 WK-IND-AUL        PIC 9(02) COMP VALUE ZEROS.
       77 WK-IND-ANT        PIC 9(03) COMP VALUE ZEROS.
       77 WK-ACHOU          PIC 9(03) COMP VALUE ZEROS.
       77 QTD-TURMAS-AUL    PIC 9(02) COMP VALUE ZEROS.
       77 QTD-ANTERIORES    PIC 9(03) COMP VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-IGNORADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-RISCO         PIC 9(05) VALUE ZEROS.
       77 QTD-NOVOS         PIC 9(05) VALUE ZEROS.
       77 QTD-SAIDAS        PIC 9(05) VALUE ZEROS.
       77 QTD-NA-TURMA      PIC 9(03) VALUE ZEROS.
       01 TABELA-AULAS.
           02 AULAS-TAB OCCURS 50 TIMES.
             03 TURMA-AUL-TAB      PIC X(03).
             03 TOTAL-AUL-TAB      PIC 9(04).
       01 TABELA-ANTERIOR.
           02 ANTERIOR-TAB OCCURS 500 TIMES.
             03 NUMERO-ANT-TAB     PIC 9(05).
             03 DATA-ANT-TAB       PIC 9(08).
             03 NOME-ANT-TAB       PIC X(20).
             03 TURMA-ANT-TAB      PIC X(03).
             03 CONTINUA-ANT-TAB   PIC X(03).
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-DATA-AUX.
           02 ANO-AUX              PIC 9(04).
           02 MES-AUX              PIC 9(02).
           02 DIA-AUX              PIC 9(02).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       SORT SORT-RISCO
            ON ASCENDING  KEY TURMA-SRT
            ON DESCENDING KEY PONTOS-SRT
            ON ASCENDING  KEY NUMERO-SRT
            INPUT PROCEDURE IS ENTRADA-SORT
            OUTPUT PROCEDURE IS SAIDA-SORT.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN INPUT CADALU.
            IF CADALU-STATUS NOT EQUAL "00"
               DISPLAY "EM01RISC - CADALU NAO ABRIU - STATUS "
                       CADALU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADPAR.
            IF CADPAR-STATUS EQUAL "00"
               READ CADPAR
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE MEDIA-MIN-PAR TO MEDIA-MIN
               END-READ
               CLOSE CADPAR
            END-IF.
            OPEN INPUT CADAUL.
            IF CADAUL-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADAUL
               PERFORM LEITURA-CADAUL
                       UNTIL FIM-AUL EQUAL "SIM"
               CLOSE CADAUL
            END-IF.
            OPEN INPUT CADHIS.
            IF CADHIS-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADHIS
            END-IF.
            OPEN INPUT CADNDI.
            IF CADNDI-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADNDI
            END-IF.
            OPEN INPUT CADCRE.
            IF CADCRE-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADCRE
            END-IF.
            OPEN INPUT CADRIS.
            IF CADRIS-STATUS EQUAL "00"
               PERFORM LEITURA-CADRIS
                       UNTIL FIM-RIS EQUAL "SIM"
               CLOSE CADRIS
            END-IF.
            OPEN OUTPUT CADRIS.
            OPEN OUTPUT RELRIS.
            PERFORM CABECALHO-RELRIS.

       LEITURA-CADAUL.
            READ CADAUL
                AT END
                MOVE "SIM" TO FIM-AUL
                NOT AT END
                IF QTD-TURMAS-AUL < 50
                   ADD 1 TO QTD-TURMAS-AUL
                   MOVE TURMA-AUL TO TURMA-AUL-TAB(QTD-TURMAS-AUL)
                   MOVE TOTAL-AULAS-AUL TO TOTAL-AUL-TAB(QTD-TURMAS-AUL)
                END-IF
            END-READ.

       LEITURA-CADRIS.
            READ CADRIS
                AT END
                MOVE "SIM" TO FIM-RIS
                NOT AT END
                IF QTD-ANTERIORES < 500
                   ADD 1 TO QTD-ANTERIORES
                   MOVE NUMERO-RIS TO NUMERO-ANT-TAB(QTD-ANTERIORES)
                   MOVE DATA-ENTRADA-RIS
                        TO DATA-ANT-TAB(QTD-ANTERIORES)
                   MOVE NOME-RIS TO NOME-ANT-TAB(QTD-ANTERIORES)
                   MOVE TURMA-RIS TO TURMA-ANT-TAB(QTD-ANTERIORES)
                   MOVE "NAO" TO CONTINUA-ANT-TAB(QTD-ANTERIORES)
                END-IF
            END-READ.

       CABECALHO-RELRIS.
            MOVE SPACES TO LINHA-RELRIS.
            STRING "ALUNOS EM RISCO - ALERTA PRECOCE - EM01RISC - "
                   DELIMITED BY SIZE
                   DIA-SISTEMA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   MES-SISTEMA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ANO-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELRIS.
            WRITE REG-RELRIS.
            MOVE "PONTOS: NOTA < MINIMA 2 CADA, FREQ < 75% 4, "
                 TO LINHA-RELRIS.
            MOVE "< 80% 2, CRONICO 3, MENS. VENCIDA 2"
                 TO LINHA-RELRIS(45:35).
            WRITE REG-RELRIS.
            IF TEM-CADAUL EQUAL "NAO"
               MOVE "AVISO: CADAUL AUSENTE - FREQUENCIA NAO AVALIADA"
                    TO LINHA-RELRIS
               WRITE REG-RELRIS
            END-IF.
            IF TEM-CADHIS EQUAL "NAO"
               MOVE "AVISO: CADHIS AUSENTE - CRONICOS NAO AVALIADOS"
                    TO LINHA-RELRIS
               WRITE REG-RELRIS
            END-IF.
            IF TEM-CADNDI EQUAL "NAO"
               MOVE "AVISO: CADNDI AUSENTE - NOTAS POR MATERIA NAO "
                    TO LINHA-RELRIS
               MOVE "AVALIADAS" TO LINHA-RELRIS(47:9)
               WRITE REG-RELRIS
            END-IF.
            IF TEM-CADCRE EQUAL "NAO"
               MOVE "AVISO: CADCRE AUSENTE - MENSALIDADES NAO "
                    TO LINHA-RELRIS
               MOVE "AVALIADAS" TO LINHA-RELRIS(42:9)
               WRITE REG-RELRIS
            END-IF.
            MOVE SPACES TO LINHA-RELRIS.
            WRITE REG-RELRIS.

       LEITURA.
            READ CADALU
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS.

       ENTRADA-SORT.
            PERFORM LEITURA.
            PERFORM PRINCIPAL
                    UNTIL FIM-ARQ EQUAL "SIM".

       PRINCIPAL.
            IF SITUACAO-ENT NOT EQUAL "A" AND SPACE
               ADD 1 TO QTD-IGNORADOS
            ELSE
               PERFORM AVALIA-ALUNO
            END-IF.
            PERFORM LEITURA.

       AVALIA-ALUNO.
            MOVE ZEROS TO WK-PONTOS.
            MOVE SPACES TO WK-MOTIVOS.
            MOVE 1 TO WK-PTR.
            PERFORM AVALIA-NOTAS.
            IF TEM-CADNDI EQUAL "SIM"
               PERFORM AVALIA-DISCIPLINAS
            END-IF.
            IF TEM-CADAUL EQUAL "SIM"
               PERFORM AVALIA-FREQUENCIA
            END-IF.
            IF TEM-CADHIS EQUAL "SIM"
               PERFORM AVALIA-HISTORICO
            END-IF.
            IF TEM-CADCRE EQUAL "SIM"
               PERFORM AVALIA-MENSALIDADES
            END-IF.
            IF WK-PONTOS > ZEROS
               MOVE TURMA-ENT TO TURMA-SRT
               MOVE WK-PONTOS TO PONTOS-SRT
               MOVE NUMERO-ENT TO NUMERO-SRT
               MOVE NOME-ENT TO NOME-SRT
               MOVE WK-MOTIVOS TO MOTIVOS-SRT
               RELEASE REG-SORT
               ADD 1 TO QTD-RISCO
            END-IF.

       AVALIA-NOTAS.
            MOVE ZERO TO WK-NOTAS-BAIXAS.
            IF NOTA1 > ZEROS AND NOTA1 < MEDIA-MIN
               ADD 1 TO WK-NOTAS-BAIXAS
            END-IF.
            IF NOTA2 > ZEROS AND NOTA2 < MEDIA-MIN
               ADD 1 TO WK-NOTAS-BAIXAS
            END-IF.
            IF NOTA3 > ZEROS AND NOTA3 < MEDIA-MIN
               ADD 1 TO WK-NOTAS-BAIXAS
            END-IF.
            IF NOTA4 > ZEROS AND NOTA4 < MEDIA-MIN
               ADD 1 TO WK-NOTAS-BAIXAS
            END-IF.
            IF WK-NOTAS-BAIXAS > ZERO
               COMPUTE WK-PONTOS = WK-PONTOS + WK-NOTAS-BAIXAS * 2
               STRING "NOTAS " DELIMITED BY SIZE
                      WK-NOTAS-BAIXAS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO WK-MOTIVOS WITH POINTER WK-PTR
            END-IF.

       AVALIA-DISCIPLINAS.
      * NOTAS POR MATERIA DO CADNDI: 2 PONTOS POR NOTA JA LANCADA
      * ABAIXO DA MINIMA, COM O CODIGO DA DISCIPLINA NO MOTIVO.
            MOVE ZEROS TO WK-PONTOS-NDI.
            MOVE "NAO" TO FIM-NDI.
            MOVE NUMERO-ENT TO NUMERO-NDI.
            MOVE SPACES TO DISCIPLINA-NDI.
            START CADNDI KEY IS NOT LESS THAN CHAVE-NDI
                INVALID KEY
                MOVE "SIM" TO FIM-NDI
            END-START.
            PERFORM LEITURA-CADNDI
                    UNTIL FIM-NDI EQUAL "SIM".
            IF WK-PONTOS + WK-PONTOS-NDI > 99
               MOVE 99 TO WK-PONTOS
            ELSE
               ADD WK-PONTOS-NDI TO WK-PONTOS
            END-IF.

       LEITURA-CADNDI.
            READ CADNDI NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-NDI
                NOT AT END
                IF NUMERO-NDI NOT EQUAL NUMERO-ENT
                   MOVE "SIM" TO FIM-NDI
                ELSE
                   PERFORM AVALIA-1DISCIPLINA
                END-IF
            END-READ.

       AVALIA-1DISCIPLINA.
            MOVE ZERO TO WK-NOTAS-BAIXAS.
            IF NOTA1-NDI > ZEROS AND NOTA1-NDI < MEDIA-MIN
               ADD 1 TO WK-NOTAS-BAIXAS
            END-IF.
            IF NOTA2-NDI > ZEROS AND NOTA2-NDI < MEDIA-MIN
               ADD 1 TO WK-NOTAS-BAIXAS
            END-IF.
            IF NOTA3-NDI > ZEROS AND NOTA3-NDI < MEDIA-MIN
               ADD 1 TO WK-NOTAS-BAIXAS
            END-IF.
            IF NOTA4-NDI > ZEROS AND NOTA4-NDI < MEDIA-MIN
               ADD 1 TO WK-NOTAS-BAIXAS
            END-IF.
            IF WK-NOTAS-BAIXAS > ZERO
               COMPUTE WK-PONTOS-NDI = WK-PONTOS-NDI
                                     + WK-NOTAS-BAIXAS * 2
               STRING DISCIPLINA-NDI DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WK-NOTAS-BAIXAS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO WK-MOTIVOS WITH POINTER WK-PTR
            END-IF.

       AVALIA-FREQUENCIA.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM PROCURA-AULAS
                    VARYING WK-IND-AUL FROM 1 BY 1
                    UNTIL WK-IND-AUL > QTD-TURMAS-AUL
                       OR WK-ACHOU > 0.
            IF WK-ACHOU EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE TOTAL-AUL-TAB(WK-ACHOU) TO WK-TOTAL-AULAS.
            IF WK-TOTAL-AULAS EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            IF FALTAS > WK-TOTAL-AULAS
               MOVE ZEROS TO WK-PRESENCAS
            ELSE
               COMPUTE WK-PRESENCAS = WK-TOTAL-AULAS - FALTAS
            END-IF.
            COMPUTE WK-PERC-FREQ ROUNDED
                    = WK-PRESENCAS * 100 / WK-TOTAL-AULAS.
            IF WK-PERC-FREQ NOT < 80
               EXIT PARAGRAPH
            END-IF.
            IF WK-PERC-FREQ < 75
               ADD 4 TO WK-PONTOS
            ELSE
               ADD 2 TO WK-PONTOS
            END-IF.
            MOVE WK-PERC-FREQ TO WK-PERC-ED.
            STRING "FREQ " DELIMITED BY SIZE
                   WK-PERC-ED DELIMITED BY SIZE
                   "% " DELIMITED BY SIZE
                   INTO WK-MOTIVOS WITH POINTER WK-PTR.

       PROCURA-AULAS.
            IF TURMA-AUL-TAB(WK-IND-AUL) EQUAL TURMA-ENT
               MOVE WK-IND-AUL TO WK-ACHOU
            END-IF.

       AVALIA-HISTORICO.
            MOVE ZEROS TO WK-QTD-REC.
            MOVE "NAO" TO FIM-HIS.
            MOVE NUMERO-ENT TO NUMERO-HIS.
            MOVE SPACES TO PERIODO-HIS.
            START CADHIS KEY IS NOT LESS THAN CHAVE-HIS
                INVALID KEY
                MOVE "SIM" TO FIM-HIS
            END-START.
            PERFORM LEITURA-CADHIS
                    UNTIL FIM-HIS EQUAL "SIM".
            IF WK-QTD-REC NOT < 2
               ADD 3 TO WK-PONTOS
               STRING "CRONICO " DELIMITED BY SIZE
                      INTO WK-MOTIVOS WITH POINTER WK-PTR
            END-IF.

       LEITURA-CADHIS.
            READ CADHIS NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-HIS
                NOT AT END
                IF NUMERO-HIS NOT EQUAL NUMERO-ENT
                   MOVE "SIM" TO FIM-HIS
                ELSE
                   IF SITUACAO-HIS EQUAL "RECUPERACAO"
                      ADD 1 TO WK-QTD-REC
                   END-IF
                END-IF
            END-READ.

       AVALIA-MENSALIDADES.
            MOVE "NAO" TO TEM-VENCIDA.
            MOVE "NAO" TO FIM-CRE.
            MOVE NUMERO-ENT TO NUMERO-CRE.
            MOVE ZEROS TO COMPETENCIA-CRE.
            START CADCRE KEY IS NOT LESS THAN CHAVE-CRE
                INVALID KEY
                MOVE "SIM" TO FIM-CRE
            END-START.
            PERFORM LEITURA-CADCRE
                    UNTIL FIM-CRE EQUAL "SIM".
            IF TEM-VENCIDA EQUAL "SIM"
               ADD 2 TO WK-PONTOS
               STRING "MENS. VENCIDA " DELIMITED BY SIZE
                      INTO WK-MOTIVOS WITH POINTER WK-PTR
            END-IF.

       LEITURA-CADCRE.
            READ CADCRE NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-CRE
                NOT AT END
                IF NUMERO-CRE NOT EQUAL NUMERO-ENT
                   MOVE "SIM" TO FIM-CRE
                ELSE
                   IF SITUACAO-CRE EQUAL "A"
                      AND SALDO-CRE > ZEROS
                      AND DATA-VENCTO-CRE < DATA-SISTEMA
                      MOVE "SIM" TO TEM-VENCIDA
                      MOVE "SIM" TO FIM-CRE
                   END-IF
                END-IF
            END-READ.

       SAIDA-SORT.
            MOVE "NAO" TO FIM-SORT.
            PERFORM RETORNA-SORT.
            PERFORM ESCREVE-ALUNO
                    UNTIL FIM-SORT EQUAL "SIM".
            IF PRIMEIRA-TURMA EQUAL "NAO"
               PERFORM GRAVA-SUBTOTAL-TURMA
            END-IF.
            PERFORM LISTA-SAIDAS.

       RETORNA-SORT.
            RETURN SORT-RISCO
                AT END
                MOVE "SIM" TO FIM-SORT.

       ESCREVE-ALUNO.
            IF TURMA-SRT NOT EQUAL WK-TURMA-ATUAL
               OR PRIMEIRA-TURMA EQUAL "SIM"
               PERFORM QUEBRA-TURMA
            END-IF.
            ADD 1 TO WK-RANK.
            ADD 1 TO QTD-NA-TURMA.
            PERFORM PROCURA-ANTERIOR.
            MOVE SPACES TO REG-RIS.
            MOVE NUMERO-SRT TO NUMERO-RIS.
            MOVE PONTOS-SRT TO PONTOS-RIS.
            MOVE NOME-SRT TO NOME-RIS.
            MOVE TURMA-SRT TO TURMA-RIS.
            IF WK-ACHOU EQUAL ZEROS
               MOVE DATA-SISTEMA TO DATA-ENTRADA-RIS
               ADD 1 TO QTD-NOVOS
            ELSE
               MOVE DATA-ANT-TAB(WK-ACHOU) TO DATA-ENTRADA-RIS
               MOVE "SIM" TO CONTINUA-ANT-TAB(WK-ACHOU)
            END-IF.
            WRITE REG-RIS.
            MOVE WK-RANK TO WK-RANK-ED.
            MOVE NUMERO-SRT TO WK-NUMERO-ED.
            MOVE PONTOS-SRT TO WK-PONTOS-ED.
            MOVE SPACES TO LINHA-RELRIS.
            STRING WK-RANK-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOME-SRT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-PONTOS-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO LINHA-RELRIS.
            IF WK-ACHOU EQUAL ZEROS
               MOVE "NOVO" TO LINHA-RELRIS(37:4)
            ELSE
               MOVE DATA-ANT-TAB(WK-ACHOU) TO WK-DATA-AUX
               MOVE DIA-AUX TO LINHA-RELRIS(37:2)
               MOVE "/" TO LINHA-RELRIS(39:1)
               MOVE MES-AUX TO LINHA-RELRIS(40:2)
            END-IF.
            MOVE MOTIVOS-SRT TO LINHA-RELRIS(43:38).
            WRITE REG-RELRIS.
            PERFORM RETORNA-SORT.

       PROCURA-ANTERIOR.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM COMPARA-ANTERIOR
                    VARYING WK-IND-ANT FROM 1 BY 1
                    UNTIL WK-IND-ANT > QTD-ANTERIORES
                       OR WK-ACHOU > 0.

       COMPARA-ANTERIOR.
            IF NUMERO-ANT-TAB(WK-IND-ANT) EQUAL NUMERO-SRT
               MOVE WK-IND-ANT TO WK-ACHOU
            END-IF.

       QUEBRA-TURMA.
            IF PRIMEIRA-TURMA EQUAL "NAO"
               PERFORM GRAVA-SUBTOTAL-TURMA
            END-IF.
            MOVE TURMA-SRT TO WK-TURMA-ATUAL.
            MOVE "NAO" TO PRIMEIRA-TURMA.
            MOVE ZEROS TO WK-RANK.
            MOVE ZEROS TO QTD-NA-TURMA.
            MOVE SPACES TO LINHA-RELRIS.
            STRING "TURMA " DELIMITED BY SIZE
                   TURMA-SRT DELIMITED BY SIZE
                   INTO LINHA-RELRIS.
            WRITE REG-RELRIS.
            MOVE "RNK NUMERO NOME                 PTS DESDE MOTIVOS"
                 TO LINHA-RELRIS.
            WRITE REG-RELRIS.
            MOVE ALL "-" TO LINHA-RELRIS.
            WRITE REG-RELRIS.

       GRAVA-SUBTOTAL-TURMA.
            MOVE SPACES TO LINHA-RELRIS.
            STRING "ALUNOS EM RISCO NA TURMA " DELIMITED BY SIZE
                   WK-TURMA-ATUAL DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   QTD-NA-TURMA DELIMITED BY SIZE
                   INTO LINHA-RELRIS.
            WRITE REG-RELRIS.
            MOVE SPACES TO LINHA-RELRIS.
            WRITE REG-RELRIS.

       LISTA-SAIDAS.
            MOVE "SAIRAM DA LISTA (SINAIS ZERADOS DESDE A ULTIMA "
                 TO LINHA-RELRIS.
            MOVE "EXECUCAO)" TO LINHA-RELRIS(48:9).
            WRITE REG-RELRIS.
            MOVE ALL "-" TO LINHA-RELRIS.
            WRITE REG-RELRIS.
            PERFORM VERIFICA-SAIDA
                    VARYING WK-IND-ANT FROM 1 BY 1
                    UNTIL WK-IND-ANT > QTD-ANTERIORES.
            IF QTD-SAIDAS EQUAL ZEROS
               MOVE "NENHUM" TO LINHA-RELRIS
               WRITE REG-RELRIS
            END-IF.

       VERIFICA-SAIDA.
            IF CONTINUA-ANT-TAB(WK-IND-ANT) EQUAL "NAO"
               ADD 1 TO QTD-SAIDAS
               MOVE NUMERO-ANT-TAB(WK-IND-ANT) TO WK-NUMERO-ED
               MOVE DATA-ANT-TAB(WK-IND-ANT) TO WK-DATA-AUX
               MOVE SPACES TO LINHA-RELRIS
               STRING "    " DELIMITED BY SIZE
                      WK-NUMERO-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOME-ANT-TAB(WK-IND-ANT) DELIMITED BY SIZE
                      " TURMA " DELIMITED BY SIZE
                      TURMA-ANT-TAB(WK-IND-ANT) DELIMITED BY SIZE
                      " NA LISTA DESDE " DELIMITED BY SIZE
                      DIA-AUX DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MES-AUX DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ANO-AUX DELIMITED BY SIZE
                      INTO LINHA-RELRIS
               WRITE REG-RELRIS
            END-IF.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01RISC" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-RISCO TO QTD-GRAVADOS-LOG.
            MOVE QTD-IGNORADOS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            MOVE SPACES TO LINHA-RELRIS.
            WRITE REG-RELRIS.
            MOVE SPACES TO LINHA-RELRIS.
            STRING "EM RISCO " DELIMITED BY SIZE
                   QTD-RISCO DELIMITED BY SIZE
                   "  NOVOS " DELIMITED BY SIZE
                   QTD-NOVOS DELIMITED BY SIZE
                   "  SAIRAM " DELIMITED BY SIZE
                   QTD-SAIDAS DELIMITED BY SIZE
                   INTO LINHA-RELRIS.
            WRITE REG-RELRIS.
            CLOSE CADALU
                  CADRIS
                  RELRIS.
            IF TEM-CADHIS EQUAL "SIM"
               CLOSE CADHIS
            END-IF.
            IF TEM-CADNDI EQUAL "SIM"
               CLOSE CADNDI
            END-IF.
            IF TEM-CADCRE EQUAL "SIM"
               CLOSE CADCRE
            END-IF.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01RISC - RESUMO DO ALERTA PRECOCE".
            DISPLAY "ALUNOS LIDOS ........: " QTD-LIDOS.
            DISPLAY "IGNORADOS ...........: " QTD-IGNORADOS.
            DISPLAY "EM RISCO ............: " QTD-RISCO.
            DISPLAY "NOVOS NA LISTA ......: " QTD-NOVOS.
            DISPLAY "SAIRAM DA LISTA .....: " QTD-SAIDAS.
