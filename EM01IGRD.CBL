       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01IGRD.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. IMPRESSAO DA GRADE HORARIA CADGRD (COPY GRDREG) NO
      *         RELATORIO RELGRD, EM DUAS PARTES: UM QUADRO POR TURMA
      *         (NA ORDEM DO CADTUR, COM A DESCRICAO), COM UMA COLUNA
      *         POR DIA DA SEMANA E UMA LINHA POR AULA, CADA CASA COM
      *         A DISCIPLINA E O CODIGO DO PROFESSOR; E UM QUADRO POR
      *         PROFESSOR (NA ORDEM DO CADPRF, COM O NOME), CADA CASA
      *         COM A TURMA E A DISCIPLINA. O NUMERO DE DIAS E DE
      *         AULAS VEM DO ARQUIVO DE PARAMETROS PARGRD, COMO NO
      *         EM01MGRD E NO EM01VGRD (SEM ELE, 5 DIAS DE 6 AULAS).
      *         TURMA OU PROFESSOR SEM NENHUM HORARIO NAO SAI NO
      *         RELATORIO - QUEM APONTA ESSES CASOS E O EM01VGRD, QUE
      *         DEVE SER RODADO ANTES DE PUBLICAR A GRADE; NUMA CASA
      *         COM CHOQUE DE PROFESSOR SAI O ULTIMO HORARIO LIDO.
      *         SEM CADGRD, CADTUR OU CADPRF O PROGRAMA ENCERRA COM
      *         CODIGO 16. NO FINAL, GRAVA UMA LINHA DE ESTATISTICA EM
      *         EM01LOG, NO LAYOUT DA COPY LOGREG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADGRD  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CHAVE-GRD
           FILE STATUS IS CADGRD-STATUS.
           SELECT     CADTUR  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CODIGO-TUR
           FILE STATUS IS CADTUR-STATUS.
           SELECT     CADPRF  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CODIGO-PRF
           FILE STATUS IS CADPRF-STATUS.
           SELECT     PARGRD  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARGRD-STATUS.
           SELECT     RELGRD  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELGRD-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADGRD
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADGRD.DAT".

       COPY GRDREG.

       FD CADTUR
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADTUR.DAT".

       COPY TURREG.

       FD CADPRF
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADPRF.DAT".

       COPY PRFREG.

       FD PARGRD
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARGRD.DAT".

       01 REG-PARGRD.
           02 DIAS-PAR             PIC 9(01).
           02 AULAS-PAR            PIC 9(01).

       FD RELGRD
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELGRD.DAT".

       01 REG-RELGRD.
           02 LINHA-RELGRD         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADGRD-STATUS     PIC X(02) VALUE SPACES.
       77 CADTUR-STATUS     PIC X(02) VALUE SPACES.
       77 CADPRF-STATUS     PIC X(02) VALUE SPACES.
       77 PARGRD-STATUS     PIC X(02) VALUE SPACES.
       77 RELGRD-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-GRD           PIC X(03) VALUE "NAO".
       77 FIM-TUR           PIC X(03) VALUE "NAO".
       77 FIM-PRF           PIC X(03) VALUE "NAO".
       77 TAB-GRD-CHEIA     PIC X(03) VALUE "NAO".
       77 WK-DIAS-GRADE     PIC 9(01) VALUE 5.
       77 WK-AULAS-GRADE    PIC 9(01) VALUE 6.
       77 WK-DIA            PIC 9(01) VALUE ZERO.
       77 WK-AULA           PIC 9(01) VALUE ZERO.
       77 QTD-GRD           PIC 9(04) VALUE ZEROS.
       77 WK-IND-GRD        PIC 9(04) VALUE ZEROS.
       77 QTD-NO-QUADRO     PIC 9(02) VALUE ZEROS.
       77 QTD-QUADROS-TUR   PIC 9(05) VALUE ZEROS.
       77 QTD-QUADROS-PRF   PIC 9(05) VALUE ZEROS.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 TAB-NOME-DIAS-VAL.
           02 FILLER               PIC X(07) VALUE "SEGUNDA".
           02 FILLER               PIC X(07) VALUE "TERCA".
           02 FILLER               PIC X(07) VALUE "QUARTA".
           02 FILLER               PIC X(07) VALUE "QUINTA".
           02 FILLER               PIC X(07) VALUE "SEXTA".
           02 FILLER               PIC X(07) VALUE "SABADO".
       01 TAB-NOME-DIAS REDEFINES TAB-NOME-DIAS-VAL.
           02 NOME-DIA-TAB         PIC X(07) OCCURS 6 TIMES.
      * GRADE INTEIRA NA ORDEM DA CHAVE (TURMA, DIA, AULA).
       01 TAB-GRADE.
           02 GRD-TAB OCCURS 2000 TIMES.
              03 TURMA-GRD-TAB     PIC X(03).
              03 DIA-GRD-TAB       PIC 9(01).
              03 AULA-GRD-TAB      PIC 9(01).
              03 DISCIPLINA-GRD-TAB PIC X(03).
              03 PROFESSOR-GRD-TAB PIC 9(03).
      * QUADRO DA TURMA OU DO PROFESSOR EM MONTAGEM (AULA X DIA).
       01 TAB-QUADRO.
           02 AULA-QUADRO OCCURS 9 TIMES.
              03 CELULA-QUADRO     PIC X(07) OCCURS 6 TIMES.
       01 LINHA-QUADRO.
           02 AULA-LIN             PIC X(06).
           02 COLUNA-LIN OCCURS 6 TIMES.
              03 CELULA-LIN        PIC X(07).
              03 FILLER            PIC X(02).
           02 FILLER               PIC X(20).
       01 WK-CELULA.
           02 CEL-PARTE1           PIC X(03).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CEL-PARTE2           PIC X(03).
       01 WK-PROFESSOR-X           PIC 9(03) VALUE ZEROS.

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM LEITURA-CADTUR.
       PERFORM QUADRO-TURMA
               UNTIL FIM-TUR EQUAL "SIM".
       PERFORM LEITURA-CADPRF.
       PERFORM QUADRO-PROFESSOR
               UNTIL FIM-PRF EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN INPUT PARGRD.
            IF PARGRD-STATUS EQUAL "00"
               READ PARGRD
                   AT END
                   CONTINUE
                   NOT AT END
                   IF DIAS-PAR IS NUMERIC
                      AND DIAS-PAR > ZERO AND DIAS-PAR NOT > 6
                      MOVE DIAS-PAR TO WK-DIAS-GRADE
                   END-IF
                   IF AULAS-PAR IS NUMERIC
                      AND AULAS-PAR > ZERO
                      MOVE AULAS-PAR TO WK-AULAS-GRADE
                   END-IF
               END-READ
               CLOSE PARGRD
            END-IF.
            OPEN INPUT CADGRD.
            IF CADGRD-STATUS NOT EQUAL "00"
               DISPLAY "EM01IGRD - CADGRD NAO ABRIU - STATUS "
                       CADGRD-STATUS " - RODE O EM01MGRD ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADTUR.
            IF CADTUR-STATUS NOT EQUAL "00"
               DISPLAY "EM01IGRD - CADTUR NAO ABRIU - STATUS "
                       CADTUR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADPRF.
            IF CADPRF-STATUS NOT EQUAL "00"
               DISPLAY "EM01IGRD - CADPRF NAO ABRIU - STATUS "
                       CADPRF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-CADGRD
                    UNTIL FIM-GRD EQUAL "SIM".
            CLOSE CADGRD.
            OPEN OUTPUT RELGRD.
            MOVE SPACES TO LINHA-RELGRD.
            STRING "GRADE HORARIA - EM01IGRD - " DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELGRD.
            WRITE REG-RELGRD.

       LEITURA-CADGRD.
            READ CADGRD NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-GRD
                NOT AT END
                PERFORM ARMAZENA-HORARIO
            END-READ.

       ARMAZENA-HORARIO.
            IF QTD-GRD < 2000
               ADD 1 TO QTD-GRD
               MOVE TURMA-GRD TO TURMA-GRD-TAB(QTD-GRD)
               MOVE DIA-GRD TO DIA-GRD-TAB(QTD-GRD)
               MOVE AULA-GRD TO AULA-GRD-TAB(QTD-GRD)
               MOVE DISCIPLINA-GRD TO DISCIPLINA-GRD-TAB(QTD-GRD)
               MOVE PROFESSOR-GRD TO PROFESSOR-GRD-TAB(QTD-GRD)
            ELSE
               IF TAB-GRD-CHEIA EQUAL "NAO"
                  DISPLAY "EM01IGRD - TABELA DA GRADE CHEIA (2000) - "
                          "IMPRESSAO INCOMPLETA A PARTIR DE "
                          CHAVE-GRD
                  MOVE "SIM" TO TAB-GRD-CHEIA
               END-IF
            END-IF.

       LEITURA-CADTUR.
            READ CADTUR NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-TUR
            END-READ.

       QUADRO-TURMA.
            MOVE SPACES TO TAB-QUADRO.
            MOVE ZEROS TO QTD-NO-QUADRO.
            PERFORM MONTA-CASA-TURMA
                    VARYING WK-IND-GRD FROM 1 BY 1
                    UNTIL WK-IND-GRD > QTD-GRD.
            IF QTD-NO-QUADRO > ZEROS
               ADD 1 TO QTD-QUADROS-TUR
               MOVE SPACES TO LINHA-RELGRD
               WRITE REG-RELGRD
               MOVE ALL "-" TO LINHA-RELGRD
               WRITE REG-RELGRD
               MOVE SPACES TO LINHA-RELGRD
               STRING "TURMA " DELIMITED BY SIZE
                      CODIGO-TUR DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      DESCRICAO-TUR DELIMITED BY SIZE
                      " (DISCIPLINA E PROFESSOR)" DELIMITED BY SIZE
                      INTO LINHA-RELGRD
               WRITE REG-RELGRD
               PERFORM IMPRIME-QUADRO
            END-IF.
            PERFORM LEITURA-CADTUR.

       MONTA-CASA-TURMA.
            IF TURMA-GRD-TAB(WK-IND-GRD) EQUAL CODIGO-TUR
               AND DIA-GRD-TAB(WK-IND-GRD) > ZERO
               AND DIA-GRD-TAB(WK-IND-GRD) NOT > WK-DIAS-GRADE
               AND AULA-GRD-TAB(WK-IND-GRD) > ZERO
               AND AULA-GRD-TAB(WK-IND-GRD) NOT > WK-AULAS-GRADE
               ADD 1 TO QTD-NO-QUADRO
               MOVE DIA-GRD-TAB(WK-IND-GRD) TO WK-DIA
               MOVE AULA-GRD-TAB(WK-IND-GRD) TO WK-AULA
               MOVE DISCIPLINA-GRD-TAB(WK-IND-GRD) TO CEL-PARTE1
               MOVE PROFESSOR-GRD-TAB(WK-IND-GRD) TO WK-PROFESSOR-X
               MOVE WK-PROFESSOR-X TO CEL-PARTE2
               MOVE WK-CELULA TO CELULA-QUADRO(WK-AULA, WK-DIA)
            END-IF.

       LEITURA-CADPRF.
            READ CADPRF NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-PRF
            END-READ.

       QUADRO-PROFESSOR.
            MOVE SPACES TO TAB-QUADRO.
            MOVE ZEROS TO QTD-NO-QUADRO.
            PERFORM MONTA-CASA-PROFESSOR
                    VARYING WK-IND-GRD FROM 1 BY 1
                    UNTIL WK-IND-GRD > QTD-GRD.
            IF QTD-NO-QUADRO > ZEROS
               ADD 1 TO QTD-QUADROS-PRF
               MOVE SPACES TO LINHA-RELGRD
               WRITE REG-RELGRD
               MOVE ALL "-" TO LINHA-RELGRD
               WRITE REG-RELGRD
               MOVE SPACES TO LINHA-RELGRD
               STRING "PROFESSOR " DELIMITED BY SIZE
                      CODIGO-PRF DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      NOME-PRF DELIMITED BY SIZE
                      " (TURMA E DISCIPLINA)" DELIMITED BY SIZE
                      INTO LINHA-RELGRD
               WRITE REG-RELGRD
               PERFORM IMPRIME-QUADRO
            END-IF.
            PERFORM LEITURA-CADPRF.

       MONTA-CASA-PROFESSOR.
            IF PROFESSOR-GRD-TAB(WK-IND-GRD) EQUAL CODIGO-PRF
               AND DIA-GRD-TAB(WK-IND-GRD) > ZERO
               AND DIA-GRD-TAB(WK-IND-GRD) NOT > WK-DIAS-GRADE
               AND AULA-GRD-TAB(WK-IND-GRD) > ZERO
               AND AULA-GRD-TAB(WK-IND-GRD) NOT > WK-AULAS-GRADE
               ADD 1 TO QTD-NO-QUADRO
               MOVE DIA-GRD-TAB(WK-IND-GRD) TO WK-DIA
               MOVE AULA-GRD-TAB(WK-IND-GRD) TO WK-AULA
               MOVE TURMA-GRD-TAB(WK-IND-GRD) TO CEL-PARTE1
               MOVE DISCIPLINA-GRD-TAB(WK-IND-GRD) TO CEL-PARTE2
               MOVE WK-CELULA TO CELULA-QUADRO(WK-AULA, WK-DIA)
            END-IF.

       IMPRIME-QUADRO.
            MOVE SPACES TO LINHA-QUADRO.
            MOVE "AULA" TO AULA-LIN.
            PERFORM MONTA-TITULO-DIA
                    VARYING WK-DIA FROM 1 BY 1
                    UNTIL WK-DIA > WK-DIAS-GRADE.
            MOVE LINHA-QUADRO TO LINHA-RELGRD.
            WRITE REG-RELGRD.
            PERFORM IMPRIME-AULA
                    VARYING WK-AULA FROM 1 BY 1
                    UNTIL WK-AULA > WK-AULAS-GRADE.

       MONTA-TITULO-DIA.
            MOVE NOME-DIA-TAB(WK-DIA) TO CELULA-LIN(WK-DIA).

       IMPRIME-AULA.
            MOVE SPACES TO LINHA-QUADRO.
            MOVE WK-AULA TO AULA-LIN(3:1).
            PERFORM MONTA-CASA-LINHA
                    VARYING WK-DIA FROM 1 BY 1
                    UNTIL WK-DIA > WK-DIAS-GRADE.
            MOVE LINHA-QUADRO TO LINHA-RELGRD.
            WRITE REG-RELGRD.

       MONTA-CASA-LINHA.
            IF CELULA-QUADRO(WK-AULA, WK-DIA) EQUAL SPACES
               MOVE "  ---" TO CELULA-LIN(WK-DIA)
            ELSE
               MOVE CELULA-QUADRO(WK-AULA, WK-DIA)
                    TO CELULA-LIN(WK-DIA)
            END-IF.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01IGRD" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-GRD TO QTD-LIDOS-LOG.
            COMPUTE QTD-GRAVADOS-LOG = QTD-QUADROS-TUR
                                     + QTD-QUADROS-PRF.
            MOVE ZEROS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            MOVE SPACES TO LINHA-RELGRD.
            WRITE REG-RELGRD.
            MOVE SPACES TO LINHA-RELGRD.
            STRING "QUADROS POR TURMA: " DELIMITED BY SIZE
                   QTD-QUADROS-TUR DELIMITED BY SIZE
                   " - QUADROS POR PROFESSOR: " DELIMITED BY SIZE
                   QTD-QUADROS-PRF DELIMITED BY SIZE
                   INTO LINHA-RELGRD.
            WRITE REG-RELGRD.
            CLOSE CADTUR
                  CADPRF
                  RELGRD.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01IGRD - GRADE IMPRESSA EM RELGRD - "
                    QTD-QUADROS-TUR " TURMAS, " QTD-QUADROS-PRF
                    " PROFESSORES".
