       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01VGRD.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONFERENCIA DA GRADE HORARIA CADGRD (COPY GRDREG,
      *         MANTIDA PELO EM01MGRD), PARA QUE O CHOQUE DE HORARIO
      *         APARECA ANTES DO PRIMEIRO DIA DE AULA E NAO NELE.
      *         CARREGA A GRADE EM TABELA E APONTA NO RELATORIO
      *         RELVGR: (1) PROFESSOR EM DUAS TURMAS NO MESMO DIA E
      *         AULA; (2) PROFESSOR NAO CADASTRADO NO CADPRF OU
      *         LANCADO EM TURMA FORA DA SUA LISTA DE TURMAS DO
      *         CADPRF; (3) HORARIO FORA DOS LIMITES DO PARGRD; E
      *         (4) PARA CADA TURMA DO CADTUR, OS HORARIOS VAGOS DA
      *         GRADE (DIAS E AULAS DO ARQUIVO DE PARAMETROS PARGRD;
      *         SEM ELE, 5 DIAS DE 6 AULAS) - TURMA SEM NENHUM
      *         HORARIO SAI NUMA LINHA SO. TERMINA COM CODIGO DE
      *         RETORNO 8 QUANDO HA CHOQUE OU PROFESSOR IRREGULAR
      *         (DIVERGENCIA QUE IMPEDE PUBLICAR A GRADE) E 4 QUANDO
      *         HA APENAS HORARIOS VAGOS. SEM CADGRD, CADTUR OU
      *         CADPRF A CONFERENCIA E ABORTADA COM CODIGO 16. AO
      *         FINAL, GRAVA UMA LINHA DE ESTATISTICA EM EM01LOG, NO
      *         LAYOUT DA COPY LOGREG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADGRD  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      CHAVE-GRD
           FILE STATUS IS CADGRD-STATUS.
           SELECT     CADTUR  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CODIGO-TUR
           FILE STATUS IS CADTUR-STATUS.
           SELECT     CADPRF  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-PRF
           FILE STATUS IS CADPRF-STATUS.
           SELECT     PARGRD  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARGRD-STATUS.
           SELECT     RELVGR  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELVGR-STATUS.
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

       FD RELVGR
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELVGR.DAT".

       01 REG-RELVGR.
           02 LINHA-RELVGR         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADGRD-STATUS     PIC X(02) VALUE SPACES.
       77 CADTUR-STATUS     PIC X(02) VALUE SPACES.
       77 CADPRF-STATUS     PIC X(02) VALUE SPACES.
       77 PARGRD-STATUS     PIC X(02) VALUE SPACES.
       77 RELVGR-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-GRD           PIC X(03) VALUE "NAO".
       77 FIM-TUR           PIC X(03) VALUE "NAO".
       77 TAB-GRD-CHEIA     PIC X(03) VALUE "NAO".
       77 TURMA-AUTORIZADA  PIC X(03) VALUE "NAO".
       77 WK-DIAS-GRADE     PIC 9(01) VALUE 5.
       77 WK-AULAS-GRADE    PIC 9(01) VALUE 6.
       77 WK-DIA            PIC 9(01) VALUE ZERO.
       77 WK-AULA           PIC 9(01) VALUE ZERO.
       77 WK-IND-TURPRF     PIC 9(01) VALUE ZERO.
       77 QTD-GRD           PIC 9(04) VALUE ZEROS.
       77 WK-IND-GRD        PIC 9(04) VALUE ZEROS.
       77 WK-IND-OUTRO      PIC 9(04) VALUE ZEROS.
       77 QTD-HORARIOS-TUR  PIC 9(02) VALUE ZEROS.
       77 QTD-TURMAS        PIC 9(05) VALUE ZEROS.
       77 QTD-CHOQUES       PIC 9(05) VALUE ZEROS.
       77 QTD-PRF-IRREG     PIC 9(05) VALUE ZEROS.
       77 QTD-FORA-GRADE    PIC 9(05) VALUE ZEROS.
       77 QTD-VAGOS         PIC 9(05) VALUE ZEROS.
       77 QTD-SEM-GRADE     PIC 9(05) VALUE ZEROS.
       77 QTD-OCORRENCIAS   PIC 9(05) VALUE ZEROS.
       77 WK-NUMERO-ED      PIC ZZZZ9.
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

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM CONFERE-HORARIO
               VARYING WK-IND-GRD FROM 1 BY 1
               UNTIL WK-IND-GRD > QTD-GRD.
       PERFORM CABECALHO-VAGOS.
       PERFORM LEITURA-CADTUR.
       PERFORM CONFERE-TURMA
               UNTIL FIM-TUR EQUAL "SIM".
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
                   IF AULAS-PAR IS NUMERIC AND AULAS-PAR > ZERO
                      MOVE AULAS-PAR TO WK-AULAS-GRADE
                   END-IF
               END-READ
               CLOSE PARGRD
            END-IF.
            OPEN INPUT CADGRD.
            IF CADGRD-STATUS NOT EQUAL "00"
               DISPLAY "EM01VGRD - CADGRD NAO ABRIU - STATUS "
                       CADGRD-STATUS " - RODE O EM01MGRD ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADTUR.
            IF CADTUR-STATUS NOT EQUAL "00"
               DISPLAY "EM01VGRD - CADTUR NAO ABRIU - STATUS "
                       CADTUR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADPRF.
            IF CADPRF-STATUS NOT EQUAL "00"
               DISPLAY "EM01VGRD - CADPRF NAO ABRIU - STATUS "
                       CADPRF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-CADGRD
                    UNTIL FIM-GRD EQUAL "SIM".
            OPEN OUTPUT RELVGR.
            MOVE SPACES TO LINHA-RELVGR.
            STRING "CONFERENCIA DA GRADE HORARIA - EM01VGRD - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELVGR.
            WRITE REG-RELVGR.
            MOVE SPACES TO LINHA-RELVGR.
            STRING "GRADE DE " DELIMITED BY SIZE
                   WK-DIAS-GRADE DELIMITED BY SIZE
                   " DIAS COM " DELIMITED BY SIZE
                   WK-AULAS-GRADE DELIMITED BY SIZE
                   " AULAS POR DIA" DELIMITED BY SIZE
                   INTO LINHA-RELVGR.
            WRITE REG-RELVGR.
            MOVE SPACES TO LINHA-RELVGR.
            WRITE REG-RELVGR.
            MOVE "CHOQUES E PROFESSORES IRREGULARES" TO LINHA-RELVGR.
            WRITE REG-RELVGR.

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
                  DISPLAY "EM01VGRD - TABELA DA GRADE CHEIA (2000) - "
                          "CONFERENCIA INCOMPLETA A PARTIR DE "
                          CHAVE-GRD
                  MOVE "SIM" TO TAB-GRD-CHEIA
               END-IF
            END-IF.

       CONFERE-HORARIO.
            IF DIA-GRD-TAB(WK-IND-GRD) > WK-DIAS-GRADE
               OR AULA-GRD-TAB(WK-IND-GRD) > WK-AULAS-GRADE
               ADD 1 TO QTD-FORA-GRADE
               MOVE SPACES TO LINHA-RELVGR
               STRING "FORA DA GRADE: TURMA " DELIMITED BY SIZE
                      TURMA-GRD-TAB(WK-IND-GRD) DELIMITED BY SIZE
                      " DIA " DELIMITED BY SIZE
                      DIA-GRD-TAB(WK-IND-GRD) DELIMITED BY SIZE
                      " AULA " DELIMITED BY SIZE
                      AULA-GRD-TAB(WK-IND-GRD) DELIMITED BY SIZE
                      INTO LINHA-RELVGR
               WRITE REG-RELVGR
            END-IF.
            PERFORM CONFERE-PROFESSOR.
            PERFORM PROCURA-CHOQUE
                    VARYING WK-IND-OUTRO FROM WK-IND-GRD BY 1
                    UNTIL WK-IND-OUTRO > QTD-GRD.

       CONFERE-PROFESSOR.
            MOVE PROFESSOR-GRD-TAB(WK-IND-GRD) TO CODIGO-PRF.
            READ CADPRF
                INVALID KEY
                ADD 1 TO QTD-PRF-IRREG
                MOVE SPACES TO LINHA-RELVGR
                STRING "PROFESSOR " DELIMITED BY SIZE
                       PROFESSOR-GRD-TAB(WK-IND-GRD) DELIMITED BY SIZE
                       " NAO CADASTRADO NO CADPRF - TURMA "
                       DELIMITED BY SIZE
                       TURMA-GRD-TAB(WK-IND-GRD) DELIMITED BY SIZE
                       " DIA " DELIMITED BY SIZE
                       DIA-GRD-TAB(WK-IND-GRD) DELIMITED BY SIZE
                       " AULA " DELIMITED BY SIZE
                       AULA-GRD-TAB(WK-IND-GRD) DELIMITED BY SIZE
                       INTO LINHA-RELVGR
                WRITE REG-RELVGR
                END-WRITE
                NOT INVALID KEY
                PERFORM CONFERE-TURMA-PROFESSOR
            END-READ.

       CONFERE-TURMA-PROFESSOR.
            MOVE "NAO" TO TURMA-AUTORIZADA.
            PERFORM COMPARA-TURMA-PRF
                    VARYING WK-IND-TURPRF FROM 1 BY 1
                    UNTIL WK-IND-TURPRF > 6
                       OR TURMA-AUTORIZADA EQUAL "SIM".
            IF TURMA-AUTORIZADA EQUAL "NAO"
               ADD 1 TO QTD-PRF-IRREG
               MOVE SPACES TO LINHA-RELVGR
               STRING "PROFESSOR " DELIMITED BY SIZE
                      CODIGO-PRF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOME-PRF DELIMITED BY SIZE
                      " SEM A TURMA " DELIMITED BY SIZE
                      TURMA-GRD-TAB(WK-IND-GRD) DELIMITED BY SIZE
                      " NO CADPRF - DIA " DELIMITED BY SIZE
                      DIA-GRD-TAB(WK-IND-GRD) DELIMITED BY SIZE
                      " AULA " DELIMITED BY SIZE
                      AULA-GRD-TAB(WK-IND-GRD) DELIMITED BY SIZE
                      INTO LINHA-RELVGR
               WRITE REG-RELVGR
            END-IF.

       COMPARA-TURMA-PRF.
            IF TURMA-PRF(WK-IND-TURPRF) EQUAL TURMA-GRD-TAB(WK-IND-GRD)
               MOVE "SIM" TO TURMA-AUTORIZADA
            END-IF.

       PROCURA-CHOQUE.
            IF WK-IND-OUTRO > WK-IND-GRD
               AND PROFESSOR-GRD-TAB(WK-IND-OUTRO)
                   EQUAL PROFESSOR-GRD-TAB(WK-IND-GRD)
               AND DIA-GRD-TAB(WK-IND-OUTRO)
                   EQUAL DIA-GRD-TAB(WK-IND-GRD)
               AND AULA-GRD-TAB(WK-IND-OUTRO)
                   EQUAL AULA-GRD-TAB(WK-IND-GRD)
               ADD 1 TO QTD-CHOQUES
               MOVE SPACES TO LINHA-RELVGR
               STRING "CHOQUE: PROFESSOR " DELIMITED BY SIZE
                      PROFESSOR-GRD-TAB(WK-IND-GRD) DELIMITED BY SIZE
                      " - DIA " DELIMITED BY SIZE
                      DIA-GRD-TAB(WK-IND-GRD) DELIMITED BY SIZE
                      " AULA " DELIMITED BY SIZE
                      AULA-GRD-TAB(WK-IND-GRD) DELIMITED BY SIZE
                      " - TURMAS " DELIMITED BY SIZE
                      TURMA-GRD-TAB(WK-IND-GRD) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      DISCIPLINA-GRD-TAB(WK-IND-GRD) DELIMITED BY SIZE
                      ") E " DELIMITED BY SIZE
                      TURMA-GRD-TAB(WK-IND-OUTRO) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      DISCIPLINA-GRD-TAB(WK-IND-OUTRO)
                      DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO LINHA-RELVGR
               WRITE REG-RELVGR
            END-IF.

       CABECALHO-VAGOS.
            MOVE SPACES TO LINHA-RELVGR.
            WRITE REG-RELVGR.
            MOVE "HORARIOS VAGOS POR TURMA" TO LINHA-RELVGR.
            WRITE REG-RELVGR.

       LEITURA-CADTUR.
            READ CADTUR NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-TUR
            END-READ.

       CONFERE-TURMA.
            ADD 1 TO QTD-TURMAS.
            MOVE ZEROS TO QTD-HORARIOS-TUR.
            PERFORM CONTA-HORARIO-TURMA
                    VARYING WK-IND-GRD FROM 1 BY 1
                    UNTIL WK-IND-GRD > QTD-GRD.
            IF QTD-HORARIOS-TUR EQUAL ZEROS
               ADD 1 TO QTD-SEM-GRADE
               MOVE SPACES TO LINHA-RELVGR
               STRING "TURMA " DELIMITED BY SIZE
                      CODIGO-TUR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DESCRICAO-TUR DELIMITED BY SIZE
                      " - SEM NENHUM HORARIO NA GRADE"
                      DELIMITED BY SIZE
                      INTO LINHA-RELVGR
               WRITE REG-RELVGR
            ELSE
               PERFORM CONFERE-DIA
                       VARYING WK-DIA FROM 1 BY 1
                       UNTIL WK-DIA > WK-DIAS-GRADE
            END-IF.
            PERFORM LEITURA-CADTUR.

       CONTA-HORARIO-TURMA.
            IF TURMA-GRD-TAB(WK-IND-GRD) EQUAL CODIGO-TUR
               ADD 1 TO QTD-HORARIOS-TUR
            END-IF.

       CONFERE-DIA.
            PERFORM CONFERE-VAGO
                    VARYING WK-AULA FROM 1 BY 1
                    UNTIL WK-AULA > WK-AULAS-GRADE.

       CONFERE-VAGO.
            MOVE CODIGO-TUR TO TURMA-GRD.
            MOVE WK-DIA TO DIA-GRD.
            MOVE WK-AULA TO AULA-GRD.
            READ CADGRD
                INVALID KEY
                ADD 1 TO QTD-VAGOS
                MOVE SPACES TO LINHA-RELVGR
                STRING "TURMA " DELIMITED BY SIZE
                       CODIGO-TUR DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       NOME-DIA-TAB(WK-DIA) DELIMITED BY SPACE
                       " AULA " DELIMITED BY SIZE
                       WK-AULA DELIMITED BY SIZE
                       " VAGA" DELIMITED BY SIZE
                       INTO LINHA-RELVGR
                WRITE REG-RELVGR
            END-READ.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01VGRD" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-GRD TO QTD-LIDOS-LOG.
            MOVE QTD-TURMAS TO QTD-GRAVADOS-LOG.
            MOVE QTD-OCORRENCIAS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            COMPUTE QTD-OCORRENCIAS = QTD-CHOQUES + QTD-PRF-IRREG
                                    + QTD-FORA-GRADE + QTD-VAGOS
                                    + QTD-SEM-GRADE.
            MOVE SPACES TO LINHA-RELVGR.
            WRITE REG-RELVGR.
            MOVE SPACES TO LINHA-RELVGR.
            MOVE QTD-GRD TO WK-NUMERO-ED.
            STRING "HORARIOS NA GRADE .......: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELVGR.
            WRITE REG-RELVGR.
            MOVE SPACES TO LINHA-RELVGR.
            MOVE QTD-CHOQUES TO WK-NUMERO-ED.
            STRING "CHOQUES DE PROFESSOR ....: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELVGR.
            WRITE REG-RELVGR.
            MOVE SPACES TO LINHA-RELVGR.
            MOVE QTD-PRF-IRREG TO WK-NUMERO-ED.
            STRING "PROFESSOR IRREGULAR .....: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELVGR.
            WRITE REG-RELVGR.
            MOVE SPACES TO LINHA-RELVGR.
            MOVE QTD-FORA-GRADE TO WK-NUMERO-ED.
            STRING "FORA DOS LIMITES PARGRD .: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELVGR.
            WRITE REG-RELVGR.
            MOVE SPACES TO LINHA-RELVGR.
            MOVE QTD-VAGOS TO WK-NUMERO-ED.
            STRING "HORARIOS VAGOS ..........: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELVGR.
            WRITE REG-RELVGR.
            MOVE SPACES TO LINHA-RELVGR.
            MOVE QTD-SEM-GRADE TO WK-NUMERO-ED.
            STRING "TURMAS SEM GRADE ........: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELVGR.
            WRITE REG-RELVGR.
            CLOSE CADGRD
                  CADTUR
                  CADPRF
                  RELVGR.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01VGRD - CHOQUES: " QTD-CHOQUES
                    " - PROF. IRREGULAR: " QTD-PRF-IRREG
                    " - VAGOS: " QTD-VAGOS
                    " - TURMAS SEM GRADE: " QTD-SEM-GRADE.
            IF QTD-CHOQUES > ZEROS
               OR QTD-PRF-IRREG > ZEROS
               OR QTD-FORA-GRADE > ZEROS
               MOVE 8 TO RETURN-CODE
            ELSE
               IF QTD-VAGOS > ZEROS
                  OR QTD-SEM-GRADE > ZEROS
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
