       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01PRES.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. RELATORIO DE EXCECAO DAS RESCISOES PENDENTES. PERCORRE
      *         O CADEMP E LISTA EM RELPRS CADA FUNCIONARIO COM
      *         SITUACAO D (DESLIGADO PELO EM01MEMP) QUE AINDA NAO TEM
      *         RESCISAO CALCULADA NO CONTROLE CADRSC (COPY RSCREG),
      *         GRAVADO PELO EM01RESC, COM A DATA DO DESLIGAMENTO. SEM
      *         CADEMP O PROGRAMA ENCERRA COM CODIGO 16; HAVENDO
      *         PENDENTES, COM CODIGO 4. AO FINAL, GRAVA UMA LINHA DE
      *         ESTATISTICA EM EM01LOG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADEMP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      MATRICULA-EMP
           FILE STATUS IS CADEMP-STATUS.
           SELECT     CADRSC  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADRSC-STATUS.
           SELECT     RELPRS  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELPRS-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADEMP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADEMP.DAT".

       COPY FUNREG.

       FD CADRSC
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADRSC.DAT".

       COPY RSCREG.

       FD RELPRS
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELPRS.DAT".

       01 REG-RELPRS.
           02 LINHA-RELPRS         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 CADRSC-STATUS     PIC X(02) VALUE SPACES.
       77 RELPRS-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 QTD-RSC           PIC 9(04) VALUE ZEROS.
       77 WK-IND-RSC        PIC 9(04) VALUE ZEROS.
       77 WK-RSC            PIC 9(04) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-DESLIGADOS    PIC 9(05) VALUE ZEROS.
       77 QTD-PENDENTES     PIC 9(05) VALUE ZEROS.
       77 WK-QTD-ED         PIC ZZZZ9.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-DATA-DESL.
           02 ANO-DESL             PIC 9(04).
           02 MES-DESL             PIC 9(02).
           02 DIA-DESL             PIC 9(02).
       01 WK-DATA-ED.
           02 DIA-ED               PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 MES-ED               PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 ANO-ED               PIC 9(04).
       01 TAB-RESCISOES.
           02 MATRICULA-RSC-TAB    PIC 9(05) OCCURS 2000 TIMES.

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM CARGA-CADRSC.
            OPEN INPUT CADEMP.
            IF CADEMP-STATUS NOT EQUAL "00"
               DISPLAY "EM01PRES - CADEMP NAO ABRIU - STATUS "
                       CADEMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT RELPRS.
            MOVE SPACES TO LINHA-RELPRS.
            STRING "RESCISOES PENDENTES - EM01PRES - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELPRS.
            WRITE REG-RELPRS.
            MOVE SPACES TO LINHA-RELPRS.
            WRITE REG-RELPRS.
            MOVE "MATR.  NOME" TO LINHA-RELPRS.
            MOVE "DEPTO  DESLIGADO" TO LINHA-RELPRS(40:16).
            WRITE REG-RELPRS.
            MOVE ALL "-" TO LINHA-RELPRS.
            WRITE REG-RELPRS.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM LEITURA.

       CARGA-CADRSC.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADRSC.
            IF CADRSC-STATUS EQUAL "00"
               PERFORM LEITURA-CADRSC
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADRSC
            END-IF.

       LEITURA-CADRSC.
            READ CADRSC
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                PERFORM ARMAZENA-RESCISAO
            END-READ.

       ARMAZENA-RESCISAO.
            IF QTD-RSC < 2000
               ADD 1 TO QTD-RSC
               MOVE MATRICULA-RSC TO MATRICULA-RSC-TAB(QTD-RSC)
            ELSE
               DISPLAY "EM01PRES - TABELA DE RESCISOES CHEIA (2000) "
                       "- RELATORIO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       LEITURA.
            READ CADEMP
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS
            END-READ.

       PRINCIPAL.
            IF SITUACAO-EMP EQUAL "D"
               ADD 1 TO QTD-DESLIGADOS
               MOVE ZEROS TO WK-RSC
               PERFORM PROCURA-RESCISAO
                       VARYING WK-IND-RSC FROM 1 BY 1
                       UNTIL WK-IND-RSC > QTD-RSC OR WK-RSC > 0
               IF WK-RSC EQUAL ZEROS
                  PERFORM GRAVA-PENDENTE
               END-IF
            END-IF.
            PERFORM LEITURA.

       PROCURA-RESCISAO.
            IF MATRICULA-RSC-TAB(WK-IND-RSC) EQUAL MATRICULA-EMP
               MOVE WK-IND-RSC TO WK-RSC
            END-IF.

       GRAVA-PENDENTE.
            MOVE ZEROS TO WK-DATA-DESL.
            IF DATA-DESLIG-EMP IS NUMERIC
               MOVE DATA-DESLIG-EMP TO WK-DATA-DESL
            END-IF.
            MOVE DIA-DESL TO DIA-ED.
            MOVE MES-DESL TO MES-ED.
            MOVE ANO-DESL TO ANO-ED.
            MOVE SPACES TO LINHA-RELPRS.
            STRING MATRICULA-EMP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOME-EMP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DEPARTAMENTO-EMP DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WK-DATA-ED DELIMITED BY SIZE
                   INTO LINHA-RELPRS.
            WRITE REG-RELPRS.
            ADD 1 TO QTD-PENDENTES.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01PRES" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-PENDENTES TO QTD-GRAVADOS-LOG.
            MOVE ZEROS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            MOVE ALL "-" TO LINHA-RELPRS.
            WRITE REG-RELPRS.
            MOVE SPACES TO LINHA-RELPRS.
            MOVE QTD-DESLIGADOS TO WK-QTD-ED.
            STRING "DESLIGADOS NO CADEMP ...: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELPRS.
            WRITE REG-RELPRS.
            MOVE SPACES TO LINHA-RELPRS.
            MOVE QTD-PENDENTES TO WK-QTD-ED.
            STRING "SEM RESCISAO CALCULADA .: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELPRS.
            WRITE REG-RELPRS.
            CLOSE CADEMP
                  RELPRS.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01PRES - DESLIGADOS: " QTD-DESLIGADOS
                    " - SEM RESCISAO: " QTD-PENDENTES.
            IF QTD-PENDENTES > ZEROS
               DISPLAY "EM01PRES - HA DESLIGADOS SEM RESCISAO EM "
                       "RELPRS - CALCULAR PELO EM01RESC"
               MOVE 4 TO RETURN-CODE
            END-IF.
