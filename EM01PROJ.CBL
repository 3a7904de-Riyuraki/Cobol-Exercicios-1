       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01PROJ.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. PROJECAO DE OCUPACAO DAS TURMAS NO PROXIMO ANO, PARA
      *         RODAR BEM ANTES DA VIRADA DO EM01PROM - SALA LOTADA
      *         ERA DESCOBERTA SO EM JANEIRO. LE O CADALU.DAT
      *         SEQUENCIALMENTE E, PARA CADA ALUNO ATIVO (T, C, X E F
      *         IGNORADOS), APLICA AS REGRAS DA VIRADA SEM GRAVAR
      *         NADA: APROVADO VAI PARA A PROXIMA-TUR DA TURMA ATUAL NO
      *         CADTUR (COPY TURREG), RECUPERACAO E REPROVADO FICAM NA
      *         TURMA, CONCLUINTE (TURMA TERMINAL, PROXIMA-TUR EM
      *         BRANCO) SAI. A SITUACAO E A DO FECHAMENTO NO CADHIS
      *         PARA O PERIODO DO PARHIS, COM O EXAME DE RECUPERACAO
      *         DO CADRFN QUANDO JA APURADO, COMO NO EM01PROM; ALUNO
      *         AINDA SEM FECHAMENTO (OU SEM PARHIS) TEM A SITUACAO
      *         ESTIMADA PELAS NOTAS PARCIAIS JA LANCADAS NO CADALU
      *         (MESMOS PESOS DO CONTEXTO EM01EX09 DO CADREG E MESMOS
      *         LIMITES DO CADPAR DO EM01HIST; NOTA ZERO CONTA COMO NAO
      *         LANCADA, E SEM NENHUMA NOTA O ALUNO E DADO COMO
      *         APROVADO), CONTADO A PARTE COMO ESTIMADO. A INTENCAO DE
      *         REMATRICULA DO CADRMT (COPY RMTREG) TIRA DA PROJECAO
      *         QUEM AVISOU A SAIDA (S) E SEPARA OS CONFIRMADOS (C) DOS
      *         QUE AINDA NAO CONFIRMARAM; SO CONTA A INTENCAO DA
      *         CAMPANHA DO PROXIMO ANO - A QUE SOBROU DE UMA CAMPANHA
      *         ANTERIOR VALE COMO SEM RESPOSTA. A LISTA DE ESPERA
      *         CADESP (COPY ESPREG) SOMA OS PEDIDOS AINDA ABERTOS (E,
      *         O OU A)
      *         DE CADA TURMA. O RELATORIO RELPRJ TRAZ, POR TURMA DO
      *         CADTUR: TURNO, CAPACIDADE, ALUNOS ATUAIS, QUE FICAM,
      *         QUE CHEGAM PROMOVIDOS, CONFIRMADOS, ESPERA, TOTAL
      *         PROJETADO E SALDO DE VAGAS, MARCANDO A TURMA QUE
      *         ESTOURA A CAPACIDADE (MESMO SEM A ESPERA, OU SO COM
      *         ELA) E A QUE FICA ABAIXO DO MINIMO PARA FUNCIONAR. O
      *         MINIMO VEM DO ARQUIVO DE PARAMETROS PARPRJ (SEM ELE,
      *         15 ALUNOS). FECHA COM O TOTAL POR TURNO. CADRMT,
      *         CADESP, CADHIS E CADRFN SAO OPCIONAIS; CADALU E CADTUR
      *         SAO OBRIGATORIOS (CODIGO 16). SOMENTE LEITURA DOS
      *         CADASTROS. AO FINAL, GRAVA UMA LINHA DE ESTATISTICA EM
      *         EM01LOG, NO LAYOUT DA COPY LOGREG.

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
           SELECT     CADTUR  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CODIGO-TUR
           FILE STATUS IS CADTUR-STATUS.
           SELECT     CADHIS  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-HIS
           FILE STATUS IS CADHIS-STATUS.
           SELECT     CADRFN  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-RFN
           FILE STATUS IS CADRFN-STATUS.
           SELECT     CADRMT  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-RMT
           FILE STATUS IS CADRMT-STATUS.
           SELECT     CADESP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CHAVE-ESP
           FILE STATUS IS CADESP-STATUS.
           SELECT     PARHIS  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARHIS-STATUS.
           SELECT     PARPRJ  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARPRJ-STATUS.
           SELECT     CADPAR  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADPAR-STATUS.
           SELECT     CADREG  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADREG-STATUS.
           SELECT     RELPRJ  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELPRJ-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADALU.DAT".

       COPY ALUREG.

       FD CADTUR
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADTUR.DAT".

       COPY TURREG.

       FD CADHIS
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADHIS.DAT".

       COPY HISREG.

       FD CADRFN
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRFN.DAT".

       COPY RFNREG.

       FD CADRMT
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRMT.DAT".

       COPY RMTREG.

       FD CADESP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADESP.DAT".

       COPY ESPREG.

       FD PARHIS
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARHIS.DAT".

       01 REG-PARHIS.
           02 PERIODO-PAR          PIC X(06).

       FD PARPRJ
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARPRJ.DAT".

       01 REG-PARPRJ.
           02 MINIMO-PAR           PIC 9(03).

       FD CADPAR
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADPAR.DAT".

       01 REG-PAR.
           02 MEDIA-MIN-PAR        PIC 9(02)V99.
           02 FALTAS-MAX-PAR       PIC 9(02).
           02 MEDIA-REC-PAR        PIC 9(02)V99.

       FD CADREG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADREG.DAT".

       COPY REGREG.

       FD RELPRJ
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELPRJ.DAT".

       01 REG-RELPRJ.
           02 LINHA-RELPRJ          PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADALU-STATUS     PIC X(02) VALUE SPACES.
       77 CADTUR-STATUS     PIC X(02) VALUE SPACES.
       77 CADHIS-STATUS     PIC X(02) VALUE SPACES.
       77 CADRFN-STATUS     PIC X(02) VALUE SPACES.
       77 CADRMT-STATUS     PIC X(02) VALUE SPACES.
       77 CADESP-STATUS     PIC X(02) VALUE SPACES.
       77 PARHIS-STATUS     PIC X(02) VALUE SPACES.
       77 PARPRJ-STATUS     PIC X(02) VALUE SPACES.
       77 CADPAR-STATUS     PIC X(02) VALUE SPACES.
       77 CADREG-STATUS     PIC X(02) VALUE SPACES.
       77 RELPRJ-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 TEM-PERIODO       PIC X(03) VALUE "NAO".
       77 TEM-CADHIS        PIC X(03) VALUE "NAO".
       77 TEM-CADRFN        PIC X(03) VALUE "NAO".
       77 TEM-CADRMT        PIC X(03) VALUE "NAO".
       77 TEM-CADESP        PIC X(03) VALUE "NAO".
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-TUR           PIC X(03) VALUE "NAO".
       77 FIM-ESP           PIC X(03) VALUE "NAO".
       77 FIM-REG           PIC X(03) VALUE "NAO".
       77 TAB-TUR-CHEIA     PIC X(03) VALUE "NAO".
       77 CONFIRMADO        PIC X(03) VALUE "NAO".
       77 WK-PERIODO        PIC X(06) VALUE SPACES.
       77 WK-SITUACAO       PIC X(11) VALUE SPACES.
       77 WK-TURMA          PIC X(03) VALUE SPACES.
       77 WK-MINIMO         PIC 9(03) VALUE 15.
       77 PESO1          PIC 9(01)V99   VALUE 1,00.
       77 PESO2          PIC 9(01)V99   VALUE 1,00.
       77 PESO3          PIC 9(01)V99   VALUE 1,00.
       77 PESO4          PIC 9(01)V99   VALUE 0,00.
       77 SOMA-PESOS     PIC 9(02)V99   VALUE ZEROS.
       77 SOMA-NOTAS     PIC 9(03)V9999 VALUE ZEROS.
       77 WMEDIA         PIC 9(02)V99   VALUE ZEROS.
       77 MEDIA-MIN      PIC 9(02)V99   VALUE 7,00.
       77 FALTAS-MAX     PIC 9(02)      VALUE 18.
       77 MEDIA-REC-MIN  PIC 9(02)V99   VALUE 5,00.
       77 WK-IND-TUR        PIC 9(03) COMP VALUE ZEROS.
       77 WK-IND-TRN        PIC 9(01) COMP VALUE ZERO.
       77 WK-ACHOU          PIC 9(03) COMP VALUE ZEROS.
       77 WK-ATUAL          PIC 9(03) COMP VALUE ZEROS.
       77 QTD-TURMAS        PIC 9(03) COMP VALUE ZEROS.
       77 WK-FICAM          PIC 9(04) VALUE ZEROS.
       77 WK-PROJETADO      PIC 9(04) VALUE ZEROS.
       77 WK-SALDO          PIC S9(04) VALUE ZEROS.
       77 WK-CNT-ED         PIC ZZZ9.
       77 WK-SALDO-ED       PIC ----9.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-IGNORADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-PROJETADOS    PIC 9(05) VALUE ZEROS.
       77 QTD-ESTIMADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-SAIDAS        PIC 9(05) VALUE ZEROS.
       77 WK-ANO-REMATR     PIC 9(04) VALUE ZEROS.
       77 QTD-CONCLUINTES   PIC 9(05) VALUE ZEROS.
       77 QTD-FORA-CADTUR   PIC 9(05) VALUE ZEROS.
       77 QTD-EXCEDIDAS     PIC 9(03) VALUE ZEROS.
       77 QTD-ABAIXO        PIC 9(03) VALUE ZEROS.
       01 TABELA-TURMAS.
           02 TURMA-TAB OCCURS 100 TIMES.
             03 CODIGO-TUR-TAB     PIC X(03).
             03 TURNO-TUR-TAB      PIC X(01).
             03 CAPACIDADE-TUR-TAB PIC 9(03).
             03 PROXIMA-TUR-TAB    PIC X(03).
             03 ATUAIS-TAB         PIC 9(04).
             03 MANTIDOS-TAB       PIC 9(04).
             03 PROMOVIDOS-TAB     PIC 9(04).
             03 CONFIRMADOS-TAB    PIC 9(04).
             03 ESPERA-TAB         PIC 9(04).
       01 TURNOS-VALORES          PIC X(03) VALUE "MTN".
       01 TURNOS-CODIGOS REDEFINES TURNOS-VALORES.
           02 CODIGO-TRN            PIC X(01) OCCURS 3 TIMES.
       01 TABELA-TURNOS.
           02 TURNO-TAB OCCURS 3 TIMES.
             03 CAPACIDADE-TRN-TAB PIC 9(05).
             03 PROJETADO-TRN-TAB  PIC 9(05).
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE WK-ANO-REMATR = ANO-SISTEMA + 1.
            OPEN INPUT PARHIS.
            IF PARHIS-STATUS EQUAL "00"
               READ PARHIS
                   AT END
                   CONTINUE
                   NOT AT END
                   IF PERIODO-PAR NOT EQUAL SPACES
                      MOVE PERIODO-PAR TO WK-PERIODO
                      MOVE "SIM" TO TEM-PERIODO
                   END-IF
               END-READ
               CLOSE PARHIS
            END-IF.
            OPEN INPUT PARPRJ.
            IF PARPRJ-STATUS EQUAL "00"
               READ PARPRJ
                   AT END
                   CONTINUE
                   NOT AT END
                   IF MINIMO-PAR IS NUMERIC
                      MOVE MINIMO-PAR TO WK-MINIMO
                   END-IF
               END-READ
               CLOSE PARPRJ
            END-IF.
            OPEN INPUT CADPAR.
            IF CADPAR-STATUS EQUAL "00"
               PERFORM LEITURA-PARAMETROS
               CLOSE CADPAR
            END-IF.
            PERFORM CARGA-CADREG.
            OPEN INPUT CADTUR.
            IF CADTUR-STATUS NOT EQUAL "00"
               DISPLAY "EM01PROJ - CADTUR NAO ABRIU - STATUS "
                       CADTUR-STATUS " - SEM PROXIMA TURMA NAO HA "
                       "PROJECAO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-CADTUR
                    UNTIL FIM-TUR EQUAL "SIM".
            CLOSE CADTUR.
            OPEN INPUT CADALU.
            IF CADALU-STATUS NOT EQUAL "00"
               DISPLAY "EM01PROJ - CADALU NAO ABRIU - STATUS "
                       CADALU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF TEM-PERIODO EQUAL "SIM"
               OPEN INPUT CADHIS
               IF CADHIS-STATUS EQUAL "00"
                  MOVE "SIM" TO TEM-CADHIS
               END-IF
               OPEN INPUT CADRFN
               IF CADRFN-STATUS EQUAL "00"
                  MOVE "SIM" TO TEM-CADRFN
               END-IF
            END-IF.
            OPEN INPUT CADRMT.
            IF CADRMT-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADRMT
            END-IF.
            OPEN INPUT CADESP.
            IF CADESP-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADESP
               PERFORM LEITURA-CADESP
                       UNTIL FIM-ESP EQUAL "SIM"
               CLOSE CADESP
            END-IF.
            OPEN OUTPUT RELPRJ.
            PERFORM LEITURA.

       LEITURA-PARAMETROS.
            READ CADPAR
                AT END
                CONTINUE
                NOT AT END
                MOVE MEDIA-MIN-PAR TO MEDIA-MIN
                MOVE FALTAS-MAX-PAR TO FALTAS-MAX
                MOVE MEDIA-REC-PAR TO MEDIA-REC-MIN.

       CARGA-CADREG.
            OPEN INPUT CADREG.
            IF CADREG-STATUS EQUAL "00"
               PERFORM LEITURA-CADREG
                       UNTIL FIM-REG EQUAL "SIM"
               CLOSE CADREG
            END-IF.

       LEITURA-CADREG.
            READ CADREG
                AT END
                MOVE "SIM" TO FIM-REG
                NOT AT END
                IF CONTEXTO-REG EQUAL "EM01EX09"
                   MOVE PESO1-REG TO PESO1
                   MOVE PESO2-REG TO PESO2
                   MOVE PESO3-REG TO PESO3
                   MOVE PESO4-REG TO PESO4
                END-IF
            END-READ.

       LEITURA-CADTUR.
            READ CADTUR NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-TUR
                NOT AT END
                PERFORM ARMAZENA-TURMA
            END-READ.

       ARMAZENA-TURMA.
            IF QTD-TURMAS NOT < 100
               IF TAB-TUR-CHEIA EQUAL "NAO"
                  DISPLAY "EM01PROJ - TABELA DE TURMAS CHEIA (100) - "
                          "PROJECAO SEM A TURMA " CODIGO-TUR
                          " E SEGUINTES"
                  MOVE "SIM" TO TAB-TUR-CHEIA
               END-IF
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-TURMAS.
            MOVE CODIGO-TUR TO CODIGO-TUR-TAB(QTD-TURMAS).
            MOVE TURNO-TUR TO TURNO-TUR-TAB(QTD-TURMAS).
            MOVE CAPACIDADE-TUR TO CAPACIDADE-TUR-TAB(QTD-TURMAS).
            MOVE PROXIMA-TUR TO PROXIMA-TUR-TAB(QTD-TURMAS).
            MOVE ZEROS TO ATUAIS-TAB(QTD-TURMAS).
            MOVE ZEROS TO MANTIDOS-TAB(QTD-TURMAS).
            MOVE ZEROS TO PROMOVIDOS-TAB(QTD-TURMAS).
            MOVE ZEROS TO CONFIRMADOS-TAB(QTD-TURMAS).
            MOVE ZEROS TO ESPERA-TAB(QTD-TURMAS).

       LEITURA-CADESP.
            READ CADESP NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ESP
                NOT AT END
                IF SITUACAO-ESP EQUAL "E" OR "O" OR "A"
                   MOVE TURMA-ESP TO WK-TURMA
                   PERFORM PROCURA-TURMA
                   IF WK-ACHOU > 0
                      ADD 1 TO ESPERA-TAB(WK-ACHOU)
                   END-IF
                END-IF
            END-READ.

       PROCURA-TURMA.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM COMPARA-TURMA
                    VARYING WK-IND-TUR FROM 1 BY 1
                    UNTIL WK-IND-TUR > QTD-TURMAS
                       OR WK-ACHOU > 0.

       COMPARA-TURMA.
            IF CODIGO-TUR-TAB(WK-IND-TUR) EQUAL WK-TURMA
               MOVE WK-IND-TUR TO WK-ACHOU
            END-IF.

       LEITURA.
            READ CADALU NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS.

       PRINCIPAL.
            IF SITUACAO-ENT EQUAL "T" OR "C" OR "X" OR "F"
               ADD 1 TO QTD-IGNORADOS
            ELSE
               PERFORM PROJETA-ALUNO
            END-IF.
            PERFORM LEITURA.

       PROJETA-ALUNO.
            MOVE TURMA-ENT TO WK-TURMA.
            PERFORM PROCURA-TURMA.
            MOVE WK-ACHOU TO WK-ATUAL.
            IF WK-ATUAL EQUAL ZEROS
               ADD 1 TO QTD-FORA-CADTUR
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO ATUAIS-TAB(WK-ATUAL).
            MOVE "NAO" TO CONFIRMADO.
            IF TEM-CADRMT EQUAL "SIM"
               MOVE NUMERO-ENT TO NUMERO-RMT
               READ CADRMT
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF SITUACAO-RMT EQUAL "C"
                      AND ANO-RMT EQUAL WK-ANO-REMATR
                      MOVE "SIM" TO CONFIRMADO
                   END-IF
               END-READ
               IF CADRMT-STATUS EQUAL "00"
                  AND SITUACAO-RMT EQUAL "S"
                  AND ANO-RMT EQUAL WK-ANO-REMATR
                  ADD 1 TO QTD-SAIDAS
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            PERFORM DEFINE-SITUACAO.
            IF WK-SITUACAO NOT EQUAL "APROVADO"
               ADD 1 TO QTD-PROJETADOS
               ADD 1 TO MANTIDOS-TAB(WK-ATUAL)
               IF CONFIRMADO EQUAL "SIM"
                  ADD 1 TO CONFIRMADOS-TAB(WK-ATUAL)
               END-IF
               EXIT PARAGRAPH
            END-IF.
            IF PROXIMA-TUR-TAB(WK-ATUAL) EQUAL SPACES
               ADD 1 TO QTD-CONCLUINTES
               EXIT PARAGRAPH
            END-IF.
            MOVE PROXIMA-TUR-TAB(WK-ATUAL) TO WK-TURMA.
            PERFORM PROCURA-TURMA.
            IF WK-ACHOU EQUAL ZEROS
               ADD 1 TO QTD-FORA-CADTUR
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-PROJETADOS.
            ADD 1 TO PROMOVIDOS-TAB(WK-ACHOU).
            IF CONFIRMADO EQUAL "SIM"
               ADD 1 TO CONFIRMADOS-TAB(WK-ACHOU)
            END-IF.

       DEFINE-SITUACAO.
      * FECHAMENTO DO PERIODO QUANDO JA HOUVE; SENAO, ESTIMATIVA PELAS
      * NOTAS PARCIAIS.
            IF TEM-CADHIS EQUAL "SIM"
               MOVE NUMERO-ENT TO NUMERO-HIS
               MOVE WK-PERIODO TO PERIODO-HIS
               READ CADHIS
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE SITUACAO-HIS TO WK-SITUACAO
                   IF SITUACAO-HIS EQUAL "RECUPERACAO"
                      AND TEM-CADRFN EQUAL "SIM"
                      PERFORM CONSULTA-RECUPERACAO
                   END-IF
               END-READ
               IF CADHIS-STATUS EQUAL "00"
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            ADD 1 TO QTD-ESTIMADOS.
            PERFORM ESTIMA-SITUACAO.

       CONSULTA-RECUPERACAO.
            MOVE NUMERO-ENT TO NUMERO-RFN.
            MOVE WK-PERIODO TO PERIODO-RFN.
            READ CADRFN
                INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE SITUACAO-RFN TO WK-SITUACAO
            END-READ.

       ESTIMA-SITUACAO.
            MOVE ZEROS TO SOMA-NOTAS.
            MOVE ZEROS TO SOMA-PESOS.
            IF NOTA1 > ZEROS
               COMPUTE SOMA-NOTAS = SOMA-NOTAS + NOTA1 * PESO1
               ADD PESO1 TO SOMA-PESOS
            END-IF.
            IF NOTA2 > ZEROS
               COMPUTE SOMA-NOTAS = SOMA-NOTAS + NOTA2 * PESO2
               ADD PESO2 TO SOMA-PESOS
            END-IF.
            IF NOTA3 > ZEROS
               COMPUTE SOMA-NOTAS = SOMA-NOTAS + NOTA3 * PESO3
               ADD PESO3 TO SOMA-PESOS
            END-IF.
            IF NOTA4 > ZEROS
               COMPUTE SOMA-NOTAS = SOMA-NOTAS + NOTA4 * PESO4
               ADD PESO4 TO SOMA-PESOS
            END-IF.
            IF SOMA-PESOS EQUAL ZEROS
               MOVE MEDIA-MIN TO WMEDIA
            ELSE
               COMPUTE WMEDIA ROUNDED = SOMA-NOTAS / SOMA-PESOS
            END-IF.
            IF WMEDIA NOT< MEDIA-MIN
               AND FALTAS NOT> FALTAS-MAX
               MOVE "APROVADO" TO WK-SITUACAO
            ELSE
               IF WMEDIA NOT< MEDIA-REC-MIN
                  AND FALTAS NOT> FALTAS-MAX
                  MOVE "RECUPERACAO" TO WK-SITUACAO
               ELSE
                  MOVE "REPROVADO" TO WK-SITUACAO
               END-IF
            END-IF.

       CABECALHO-RELPRJ.
            MOVE SPACES TO LINHA-RELPRJ.
            STRING "PROJECAO DE OCUPACAO DO PROXIMO ANO - EM01PROJ - "
                   DELIMITED BY SIZE
                   DIA-SISTEMA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   MES-SISTEMA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ANO-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELPRJ.
            WRITE REG-RELPRJ.
            MOVE WK-MINIMO TO WK-CNT-ED.
            MOVE SPACES TO LINHA-RELPRJ.
            STRING "PERIODO " DELIMITED BY SIZE
                   WK-PERIODO DELIMITED BY SIZE
                   " - MINIMO POR TURMA " DELIMITED BY SIZE
                   WK-CNT-ED DELIMITED BY SIZE
                   " ALUNOS" DELIMITED BY SIZE
                   INTO LINHA-RELPRJ.
            WRITE REG-RELPRJ.
            IF TEM-CADRMT EQUAL "NAO"
               MOVE "AVISO: CADRMT AUSENTE - TODOS SUPOSTOS DE VOLTA"
                    TO LINHA-RELPRJ
               WRITE REG-RELPRJ
            END-IF.
            IF TEM-CADESP EQUAL "NAO"
               MOVE "AVISO: CADESP AUSENTE - SEM LISTA DE ESPERA"
                    TO LINHA-RELPRJ
               WRITE REG-RELPRJ
            END-IF.
            MOVE SPACES TO LINHA-RELPRJ.
            WRITE REG-RELPRJ.
            MOVE SPACES TO LINHA-RELPRJ.
            STRING "TUR T  CAP ATUAL FICAM PROMOV CONFIR ESPERA  PROJ "
                   DELIMITED BY SIZE
                   "SALDO SITUACAO" DELIMITED BY SIZE
                   INTO LINHA-RELPRJ.
            WRITE REG-RELPRJ.
            MOVE ALL "-" TO LINHA-RELPRJ.
            WRITE REG-RELPRJ.

       IMPRIME-TURMA.
            COMPUTE WK-FICAM = MANTIDOS-TAB(WK-IND-TUR)
                             + PROMOVIDOS-TAB(WK-IND-TUR).
            COMPUTE WK-PROJETADO = WK-FICAM + ESPERA-TAB(WK-IND-TUR).
            COMPUTE WK-SALDO = CAPACIDADE-TUR-TAB(WK-IND-TUR)
                             - WK-PROJETADO.
            MOVE SPACES TO LINHA-RELPRJ.
            MOVE CODIGO-TUR-TAB(WK-IND-TUR) TO LINHA-RELPRJ(1:3).
            MOVE TURNO-TUR-TAB(WK-IND-TUR) TO LINHA-RELPRJ(5:1).
            MOVE CAPACIDADE-TUR-TAB(WK-IND-TUR) TO WK-CNT-ED.
            MOVE WK-CNT-ED TO LINHA-RELPRJ(7:4).
            MOVE ATUAIS-TAB(WK-IND-TUR) TO WK-CNT-ED.
            MOVE WK-CNT-ED TO LINHA-RELPRJ(12:4).
            MOVE MANTIDOS-TAB(WK-IND-TUR) TO WK-CNT-ED.
            MOVE WK-CNT-ED TO LINHA-RELPRJ(18:4).
            MOVE PROMOVIDOS-TAB(WK-IND-TUR) TO WK-CNT-ED.
            MOVE WK-CNT-ED TO LINHA-RELPRJ(25:4).
            MOVE CONFIRMADOS-TAB(WK-IND-TUR) TO WK-CNT-ED.
            MOVE WK-CNT-ED TO LINHA-RELPRJ(32:4).
            MOVE ESPERA-TAB(WK-IND-TUR) TO WK-CNT-ED.
            MOVE WK-CNT-ED TO LINHA-RELPRJ(39:4).
            MOVE WK-PROJETADO TO WK-CNT-ED.
            MOVE WK-CNT-ED TO LINHA-RELPRJ(45:4).
            MOVE WK-SALDO TO WK-SALDO-ED.
            MOVE WK-SALDO-ED TO LINHA-RELPRJ(50:5).
            IF WK-FICAM > CAPACIDADE-TUR-TAB(WK-IND-TUR)
               MOVE "*** EXCEDE A CAPACIDADE" TO LINHA-RELPRJ(56:23)
               ADD 1 TO QTD-EXCEDIDAS
            ELSE
               IF WK-PROJETADO > CAPACIDADE-TUR-TAB(WK-IND-TUR)
                  MOVE "*** EXCEDE COM A ESPERA"
                       TO LINHA-RELPRJ(56:23)
                  ADD 1 TO QTD-EXCEDIDAS
               ELSE
                  IF WK-PROJETADO < WK-MINIMO
                     MOVE "*** ABAIXO DO MINIMO"
                          TO LINHA-RELPRJ(56:20)
                     ADD 1 TO QTD-ABAIXO
                  END-IF
               END-IF
            END-IF.
            WRITE REG-RELPRJ.
            PERFORM ACUMULA-TURNO
                    VARYING WK-IND-TRN FROM 1 BY 1
                    UNTIL WK-IND-TRN > 3.

       ACUMULA-TURNO.
            IF TURNO-TUR-TAB(WK-IND-TUR) EQUAL CODIGO-TRN(WK-IND-TRN)
               ADD CAPACIDADE-TUR-TAB(WK-IND-TUR)
                   TO CAPACIDADE-TRN-TAB(WK-IND-TRN)
               ADD WK-PROJETADO TO PROJETADO-TRN-TAB(WK-IND-TRN)
            END-IF.

       IMPRIME-TURNO.
            IF CAPACIDADE-TRN-TAB(WK-IND-TRN) EQUAL ZEROS
               AND PROJETADO-TRN-TAB(WK-IND-TRN) EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WK-SALDO = CAPACIDADE-TRN-TAB(WK-IND-TRN)
                             - PROJETADO-TRN-TAB(WK-IND-TRN).
            MOVE SPACES TO LINHA-RELPRJ.
            STRING "TURNO " DELIMITED BY SIZE
                   CODIGO-TRN(WK-IND-TRN) DELIMITED BY SIZE
                   "  CAPACIDADE " DELIMITED BY SIZE
                   CAPACIDADE-TRN-TAB(WK-IND-TRN) DELIMITED BY SIZE
                   "  PROJETADO " DELIMITED BY SIZE
                   PROJETADO-TRN-TAB(WK-IND-TRN) DELIMITED BY SIZE
                   INTO LINHA-RELPRJ.
            MOVE WK-SALDO TO WK-SALDO-ED.
            MOVE "SALDO" TO LINHA-RELPRJ(44:5).
            MOVE WK-SALDO-ED TO LINHA-RELPRJ(50:5).
            IF WK-SALDO < ZEROS
               MOVE "*** TURNO LOTADO" TO LINHA-RELPRJ(56:16)
            END-IF.
            WRITE REG-RELPRJ.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01PROJ" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-PROJETADOS TO QTD-GRAVADOS-LOG.
            MOVE QTD-IGNORADOS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            MOVE ZEROS TO TABELA-TURNOS.
            PERFORM CABECALHO-RELPRJ.
            PERFORM IMPRIME-TURMA
                    VARYING WK-IND-TUR FROM 1 BY 1
                    UNTIL WK-IND-TUR > QTD-TURMAS.
            MOVE SPACES TO LINHA-RELPRJ.
            WRITE REG-RELPRJ.
            PERFORM IMPRIME-TURNO
                    VARYING WK-IND-TRN FROM 1 BY 1
                    UNTIL WK-IND-TRN > 3.
            MOVE SPACES TO LINHA-RELPRJ.
            WRITE REG-RELPRJ.
            MOVE SPACES TO LINHA-RELPRJ.
            STRING "SAIDAS AVISADAS " DELIMITED BY SIZE
                   QTD-SAIDAS DELIMITED BY SIZE
                   "  CONCLUINTES " DELIMITED BY SIZE
                   QTD-CONCLUINTES DELIMITED BY SIZE
                   "  SITUACAO ESTIMADA " DELIMITED BY SIZE
                   QTD-ESTIMADOS DELIMITED BY SIZE
                   INTO LINHA-RELPRJ.
            WRITE REG-RELPRJ.
            IF QTD-FORA-CADTUR > ZEROS
               MOVE SPACES TO LINHA-RELPRJ
               STRING "ALUNOS SEM TURMA DE ORIGEM OU DESTINO NO CADTUR "
                      DELIMITED BY SIZE
                      QTD-FORA-CADTUR DELIMITED BY SIZE
                      INTO LINHA-RELPRJ
               WRITE REG-RELPRJ
            END-IF.
            CLOSE CADALU
                  RELPRJ.
            IF TEM-CADHIS EQUAL "SIM"
               CLOSE CADHIS
            END-IF.
            IF TEM-CADRFN EQUAL "SIM"
               CLOSE CADRFN
            END-IF.
            IF TEM-CADRMT EQUAL "SIM"
               CLOSE CADRMT
            END-IF.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01PROJ - PROJECAO DE OCUPACAO DO PROXIMO ANO".
            DISPLAY "ALUNOS LIDOS ........: " QTD-LIDOS.
            DISPLAY "ALUNOS PROJETADOS ...: " QTD-PROJETADOS.
            DISPLAY "SITUACAO ESTIMADA ...: " QTD-ESTIMADOS.
            DISPLAY "SAIDAS AVISADAS .....: " QTD-SAIDAS.
            DISPLAY "CONCLUINTES .........: " QTD-CONCLUINTES.
            DISPLAY "FORA DO CADTUR ......: " QTD-FORA-CADTUR.
            DISPLAY "TURMAS EXCEDIDAS ....: " QTD-EXCEDIDAS.
            DISPLAY "TURMAS ABAIXO MINIMO : " QTD-ABAIXO.
