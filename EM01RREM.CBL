       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01RREM.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CARGA DAS RESPOSTAS DA CAMPANHA DE REMATRICULA. LE O
      *         ARQUIVO RETREM, DIGITADO PELA SECRETARIA A PARTIR DOS
      *         FORMULARIOS DEVOLVIDOS PELAS FAMILIAS (NUMERO DO ALUNO,
      *         RESPOSTA, DATA DA RESPOSTA AAAAMMDD E MOTIVO DA SAIDA),
      *         E ATUALIZA A INTENCAO DE REMATRICULA DO ALUNO NO CADRMT
      *         (COPY RMTREG) GRAVADA PELA CAMPANHA EM01REMA: C =
      *         CONFIRMA A REMATRICULA, S = O ALUNO SAI DA ESCOLA (O
      *         MOTIVO VAI PARA O CADRMT E DEPOIS PARA O CANCELAMENTO
      *         NA VIRADA; EM BRANCO VIRA "DESISTENCIA NA
      *         REMATRICULA"), I = A FAMILIA AINDA NAO DECIDIU. DATA EM
      *         BRANCO OU ZERADA E TOMADA COMO A DATA DA CARGA. A
      *         RESPOSTA DATADA DEPOIS DO PRAZO DA INTENCAO E RECUSADA
      *         E A INTENCAO CONTINUA COMO ESTAVA - PARA ACEITA-LA A
      *         CAMPANHA DEVE SER RODADA DE NOVO COM PRAZO MAIOR. UMA
      *         NOVA RESPOSTA PARA O MESMO ALUNO SUBSTITUI A ANTERIOR.
      *         AS LINHAS RECUSADAS (NUMERO OU DATA INVALIDOS, RESPOSTA
      *         INVALIDA, ALUNO SEM INTENCAO NO CADRMT OU RESPOSTA FORA
      *         DO PRAZO) SAO GRAVADAS EM REMER COM A IMAGEM DA LINHA E
      *         O MOTIVO, COMO NO CADMER DO EM01MLOT. AO FINAL, GRAVA
      *         UMA LINHA DE ESTATISTICA EM EM01LOG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     RETREM  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RETREM-STATUS.
           SELECT     CADRMT  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-RMT
           FILE STATUS IS CADRMT-STATUS.
           SELECT     REMER  ASSIGN  TO       DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS REMER-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD RETREM
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "RETREM.DAT".

       01 REG-RET.
           02 NUMERO-RET            PIC 9(05).
           02 RESPOSTA-RET          PIC X(01).
           02 DATA-RET              PIC 9(08).
           02 DATA-RET-X REDEFINES DATA-RET
                                    PIC X(08).
           02 MOTIVO-RET            PIC X(30).

       FD CADRMT
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRMT.DAT".

       COPY RMTREG.

       FD REMER
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "REMER.DAT".

       01 REG-REMER.
           02 IMAGEM-REMER          PIC X(44).
           02 FILLER                PIC X(01).
           02 MOTIVO-REMER          PIC X(25).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 RETREM-STATUS     PIC X(02) VALUE SPACES.
       77 CADRMT-STATUS     PIC X(02) VALUE SPACES.
       77 REMER-STATUS      PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 WK-MOTIVO         PIC X(25) VALUE SPACES.
       77 WK-DATA-RESPOSTA  PIC 9(08) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-CONFIRMADOS   PIC 9(05) VALUE ZEROS.
       77 QTD-SAIDAS        PIC 9(05) VALUE ZEROS.
       77 QTD-INDECISOS     PIC 9(05) VALUE ZEROS.
       77 QTD-SUBSTITUIDAS  PIC 9(05) VALUE ZEROS.
       77 QTD-REJEITADOS    PIC 9(05) VALUE ZEROS.
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
            OPEN INPUT RETREM.
            IF RETREM-STATUS NOT EQUAL "00"
               DISPLAY "EM01RREM - RETREM NAO ABRIU - STATUS "
                       RETREM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CADRMT.
            IF CADRMT-STATUS NOT EQUAL "00"
               DISPLAY "EM01RREM - CADRMT NAO ABRIU PARA I-O - STATUS "
                       CADRMT-STATUS " - RODE O EM01REMA ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT REMER.
            PERFORM LEITURA.

       LEITURA.
            READ RETREM
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS.

       PRINCIPAL.
            PERFORM TRATA-RESPOSTA.
            PERFORM LEITURA.

       TRATA-RESPOSTA.
            IF NUMERO-RET IS NOT NUMERIC
               MOVE "NUMERO INVALIDO" TO WK-MOTIVO
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            IF RESPOSTA-RET NOT EQUAL "C" AND "S" AND "I"
               MOVE "RESPOSTA INVALIDA" TO WK-MOTIVO
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            IF DATA-RET-X EQUAL SPACES OR DATA-RET-X EQUAL ZEROS
               MOVE DATA-SISTEMA TO WK-DATA-RESPOSTA
            ELSE
               IF DATA-RET IS NOT NUMERIC
                  MOVE "DATA INVALIDA" TO WK-MOTIVO
                  PERFORM GRAVA-REJEITADO
                  EXIT PARAGRAPH
               END-IF
               MOVE DATA-RET TO WK-DATA-RESPOSTA
            END-IF.
            MOVE NUMERO-RET TO NUMERO-RMT.
            READ CADRMT
                INVALID KEY
                MOVE "SEM INTENCAO NO CADRMT" TO WK-MOTIVO
                PERFORM GRAVA-REJEITADO
                EXIT PARAGRAPH
            END-READ.
            IF WK-DATA-RESPOSTA > PRAZO-RMT
               MOVE "RESPOSTA FORA DO PRAZO" TO WK-MOTIVO
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            IF SITUACAO-RMT NOT EQUAL "P"
               ADD 1 TO QTD-SUBSTITUIDAS
            END-IF.
            MOVE RESPOSTA-RET TO SITUACAO-RMT.
            MOVE WK-DATA-RESPOSTA TO DATA-RESPOSTA-RMT.
            MOVE SPACES TO MOTIVO-RMT.
            EVALUATE RESPOSTA-RET
                WHEN "C"
                     ADD 1 TO QTD-CONFIRMADOS
                WHEN "S"
                     ADD 1 TO QTD-SAIDAS
                     IF MOTIVO-RET EQUAL SPACES
                        MOVE "DESISTENCIA NA REMATRICULA"
                             TO MOTIVO-RMT
                     ELSE
                        MOVE MOTIVO-RET TO MOTIVO-RMT
                     END-IF
                WHEN OTHER
                     ADD 1 TO QTD-INDECISOS
            END-EVALUATE.
            REWRITE REG-RMT.

       GRAVA-REJEITADO.
            MOVE SPACES TO REG-REMER.
            MOVE REG-RET TO IMAGEM-REMER.
            MOVE WK-MOTIVO TO MOTIVO-REMER.
            WRITE REG-REMER.
            ADD 1 TO QTD-REJEITADOS.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01RREM" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            COMPUTE QTD-GRAVADOS-LOG = QTD-CONFIRMADOS + QTD-SAIDAS
                                     + QTD-INDECISOS.
            MOVE QTD-REJEITADOS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            CLOSE RETREM
                  CADRMT
                  REMER.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01RREM - RESUMO DA CARGA DE RESPOSTAS".
            DISPLAY "LINHAS LIDAS ........: " QTD-LIDOS.
            DISPLAY "CONFIRMADOS .........: " QTD-CONFIRMADOS.
            DISPLAY "SAIDAS ..............: " QTD-SAIDAS.
            DISPLAY "INDECISOS ...........: " QTD-INDECISOS.
            DISPLAY "SUBSTITUIDAS ........: " QTD-SUBSTITUIDAS.
            DISPLAY "LINHAS RECUSADAS ....: " QTD-REJEITADOS.
            IF QTD-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
            END-IF.
