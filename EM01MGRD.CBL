       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01MGRD.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DA GRADE HORARIA CADGRD (ARQUIVO INDEXADO
      *         PELA CHAVE TURMA + DIA + AULA, LAYOUT DA COPY GRDREG),
      *         NOS MOLDES DO EM01MTUR. O OPERADOR ESCOLHE UMA OPCAO
      *         (I-INCLUIR, A-ALTERAR, E-EXCLUIR, F-FIM) E O PROGRAMA
      *         FAZ O WRITE/REWRITE/DELETE CORRESPONDENTE CONTRA O
      *         CADGRD.DAT. A TURMA E CONFERIDA NO CADTUR, O DIA (1 =
      *         SEGUNDA) E A AULA SO ACEITAM VALORES DENTRO DOS
      *         LIMITES DO ARQUIVO DE PARAMETROS PARGRD (SEM ELE, 5
      *         DIAS DE 6 AULAS), A DISCIPLINA E CONFERIDA NO CADDIS
      *         E O PROFESSOR NO CADPRF, COM NOVO PEDIDO DO CAMPO ATE
      *         SER ACEITO. PROFESSOR SEM A TURMA NA SUA LISTA DO
      *         CADPRF E ACEITO COM AVISO - QUEM RECUSA A GRADE E A
      *         CONFERENCIA DO EM01VGRD, QUE TAMBEM APONTA OS CHOQUES
      *         DE PROFESSOR E OS HORARIOS VAGOS. SEM CADTUR, CADDIS
      *         OU CADPRF NAO HA COMO MONTAR A GRADE E O PROGRAMA
      *         ENCERRA COM CODIGO 16.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADGRD  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-GRD
           FILE STATUS IS CADGRD-STATUS.
           SELECT     CADTUR  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-TUR
           FILE STATUS IS CADTUR-STATUS.
           SELECT     CADDIS  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-DIS
           FILE STATUS IS CADDIS-STATUS.
           SELECT     CADPRF  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-PRF
           FILE STATUS IS CADPRF-STATUS.
           SELECT     PARGRD  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARGRD-STATUS.

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

       FD CADDIS
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADDIS.DAT".

       COPY DISREG.

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

       WORKING-STORAGE SECTION.

       77 CADGRD-STATUS     PIC X(02) VALUE SPACES.
       77 CADTUR-STATUS     PIC X(02) VALUE SPACES.
       77 CADDIS-STATUS     PIC X(02) VALUE SPACES.
       77 CADPRF-STATUS     PIC X(02) VALUE SPACES.
       77 PARGRD-STATUS     PIC X(02) VALUE SPACES.
       77 FIM-MANUTENCAO    PIC X(03) VALUE "NAO".
       77 WK-OPCAO          PIC X(01) VALUE SPACE.
           88 OPCAO-INCLUIR           VALUE "I" "i".
           88 OPCAO-ALTERAR           VALUE "A" "a".
           88 OPCAO-EXCLUIR           VALUE "E" "e".
           88 OPCAO-FIM               VALUE "F" "f".
       77 QTD-INCLUIDOS     PIC 9(05) VALUE ZEROS.
       77 QTD-ALTERADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-EXCLUIDOS     PIC 9(05) VALUE ZEROS.
       77 CAMPO-OK          PIC X(03) VALUE "NAO".
       77 TURMA-AUTORIZADA  PIC X(03) VALUE "NAO".
       77 WK-IND-TURPRF     PIC 9(01) VALUE ZERO.
       77 WK-DIAS-GRADE     PIC 9(01) VALUE 5.
       77 WK-AULAS-GRADE    PIC 9(01) VALUE 6.

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               UNTIL FIM-MANUTENCAO EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
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
            OPEN I-O CADGRD.
            IF CADGRD-STATUS EQUAL "35"
               CLOSE CADGRD
               OPEN OUTPUT CADGRD
               CLOSE CADGRD
               OPEN I-O CADGRD
            END-IF.
            IF CADGRD-STATUS NOT EQUAL "00"
               DISPLAY "EM01MGRD - CADGRD NAO ABRIU PARA I-O - STATUS "
                       CADGRD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADTUR.
            IF CADTUR-STATUS NOT EQUAL "00"
               DISPLAY "EM01MGRD - CADTUR NAO ABRIU - STATUS "
                       CADTUR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADDIS.
            IF CADDIS-STATUS NOT EQUAL "00"
               DISPLAY "EM01MGRD - CADDIS NAO ABRIU - STATUS "
                       CADDIS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADPRF.
            IF CADPRF-STATUS NOT EQUAL "00"
               DISPLAY "EM01MGRD - CADPRF NAO ABRIU - STATUS "
                       CADPRF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "EM01MGRD - GRADE DE " WK-DIAS-GRADE " DIAS COM "
                    WK-AULAS-GRADE " AULAS POR DIA".

       PRINCIPAL.
            DISPLAY "EM01MGRD - (I)NCLUIR (A)LTERAR (E)XCLUIR (F)IM: ".
            ACCEPT WK-OPCAO.
            EVALUATE TRUE
                WHEN OPCAO-INCLUIR
                     PERFORM INCLUSAO
                WHEN OPCAO-ALTERAR
                     PERFORM ALTERACAO
                WHEN OPCAO-EXCLUIR
                     PERFORM EXCLUSAO
                WHEN OPCAO-FIM
                     MOVE "SIM" TO FIM-MANUTENCAO
                WHEN OTHER
                     DISPLAY "EM01MGRD - OPCAO INVALIDA"
            END-EVALUATE.

       INCLUSAO.
            PERFORM OBTEM-CHAVE.
            PERFORM OBTEM-CAMPOS.
            WRITE REG-GRD
                INVALID KEY
                DISPLAY "EM01MGRD - HORARIO " CHAVE-GRD
                        " JA EXISTE"
                NOT INVALID KEY
                ADD 1 TO QTD-INCLUIDOS
            END-WRITE.

       ALTERACAO.
            PERFORM OBTEM-CHAVE.
            READ CADGRD
                INVALID KEY
                DISPLAY "EM01MGRD - HORARIO " CHAVE-GRD
                        " NAO ENCONTRADO"
                NOT INVALID KEY
                PERFORM REGRAVA-ALTERACAO
            END-READ.

       REGRAVA-ALTERACAO.
            DISPLAY "ATUAL .....: DISCIPLINA " DISCIPLINA-GRD
                    " - PROFESSOR " PROFESSOR-GRD.
            PERFORM OBTEM-CAMPOS.
            REWRITE REG-GRD.
            ADD 1 TO QTD-ALTERADOS.

       EXCLUSAO.
            PERFORM OBTEM-CHAVE.
            READ CADGRD
                INVALID KEY
                DISPLAY "EM01MGRD - HORARIO " CHAVE-GRD
                        " NAO ENCONTRADO"
                NOT INVALID KEY
                PERFORM APAGA-REGISTRO
            END-READ.

       APAGA-REGISTRO.
            DELETE CADGRD
                INVALID KEY
                DISPLAY "EM01MGRD - FALHA AO EXCLUIR O HORARIO "
                        CHAVE-GRD
                NOT INVALID KEY
                ADD 1 TO QTD-EXCLUIDOS
            END-DELETE.

       OBTEM-CHAVE.
            PERFORM OBTEM-TURMA.
            PERFORM OBTEM-DIA.
            PERFORM OBTEM-AULA.

       OBTEM-CAMPOS.
            PERFORM OBTEM-DISCIPLINA.
            PERFORM OBTEM-PROFESSOR.
            PERFORM CONFERE-TURMA-PROFESSOR.
            IF TURMA-AUTORIZADA EQUAL "NAO"
               DISPLAY "EM01MGRD - AVISO: TURMA " TURMA-GRD
                       " FORA DA LISTA DO PROFESSOR " PROFESSOR-GRD
                       " NO CADPRF"
            END-IF.

       OBTEM-TURMA.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-TURMA
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-TURMA.
            DISPLAY "TURMA .....: ".
            ACCEPT TURMA-GRD.
            MOVE TURMA-GRD TO CODIGO-TUR.
            READ CADTUR
                INVALID KEY
                DISPLAY "EM01MGRD - TURMA " TURMA-GRD
                        " NAO CADASTRADA NO CADTUR"
                NOT INVALID KEY
                MOVE "SIM" TO CAMPO-OK
            END-READ.

       OBTEM-DIA.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-DIA
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-DIA.
            DISPLAY "DIA (1=SEGUNDA ... " WK-DIAS-GRADE "): ".
            ACCEPT DIA-GRD.
            IF DIA-GRD IS NUMERIC
               AND DIA-GRD > ZERO
               AND DIA-GRD NOT > WK-DIAS-GRADE
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MGRD - DIA INVALIDO - INFORME DE 1 A "
                       WK-DIAS-GRADE
            END-IF.

       OBTEM-AULA.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-AULA
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-AULA.
            DISPLAY "AULA (1 A " WK-AULAS-GRADE "): ".
            ACCEPT AULA-GRD.
            IF AULA-GRD IS NUMERIC
               AND AULA-GRD > ZERO
               AND AULA-GRD NOT > WK-AULAS-GRADE
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MGRD - AULA INVALIDA - INFORME DE 1 A "
                       WK-AULAS-GRADE
            END-IF.

       OBTEM-DISCIPLINA.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-DISCIPLINA
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-DISCIPLINA.
            DISPLAY "DISCIPLINA : ".
            ACCEPT DISCIPLINA-GRD.
            MOVE DISCIPLINA-GRD TO CODIGO-DIS.
            READ CADDIS
                INVALID KEY
                DISPLAY "EM01MGRD - DISCIPLINA " DISCIPLINA-GRD
                        " NAO CADASTRADA NO CADDIS"
                NOT INVALID KEY
                MOVE "SIM" TO CAMPO-OK
            END-READ.

       OBTEM-PROFESSOR.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-PROFESSOR
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-PROFESSOR.
            DISPLAY "PROFESSOR .: ".
            ACCEPT PROFESSOR-GRD.
            MOVE PROFESSOR-GRD TO CODIGO-PRF.
            READ CADPRF
                INVALID KEY
                DISPLAY "EM01MGRD - PROFESSOR " PROFESSOR-GRD
                        " NAO CADASTRADO NO CADPRF"
                NOT INVALID KEY
                MOVE "SIM" TO CAMPO-OK
            END-READ.

       CONFERE-TURMA-PROFESSOR.
            MOVE "NAO" TO TURMA-AUTORIZADA.
            PERFORM COMPARA-TURMA-PRF
                    VARYING WK-IND-TURPRF FROM 1 BY 1
                    UNTIL WK-IND-TURPRF > 6
                       OR TURMA-AUTORIZADA EQUAL "SIM".

       COMPARA-TURMA-PRF.
            IF TURMA-PRF(WK-IND-TURPRF) EQUAL TURMA-GRD
               MOVE "SIM" TO TURMA-AUTORIZADA
            END-IF.

       TERMINO.
            DISPLAY "EM01MGRD - RESUMO DA MANUTENCAO".
            DISPLAY "INCLUIDOS .: " QTD-INCLUIDOS.
            DISPLAY "ALTERADOS .: " QTD-ALTERADOS.
            DISPLAY "EXCLUIDOS .: " QTD-EXCLUIDOS.
            CLOSE CADGRD
                  CADTUR
                  CADDIS
                  CADPRF.
