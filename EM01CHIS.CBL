       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01CHIS.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONVERSAO UNICA DOS HISTORICOS CADHIS E CADHISD PARA
      *         OS DESENHOS NOVOS DAS COPYS HISREG E HDIREG, NOS
      *         MOLDES DO EM01CEMP. O CADHIS ANTIGO TINHA REGISTRO DE
      *         47 BYTES E O CADHISD ANTIGO DE 45 - AMBOS SEM O BYTE
      *         DE ORIGEM QUE A TRANSFERENCIA DE ENTRADA EM01TREN
      *         INTRODUZIU - E UM ARQUIVO DE PRODUCAO ANTIGO ABRIRIA
      *         COM FILE STATUS 39 NO EM01HIST, EM01TRAN, EM01HDOC,
      *         EM01RHIS, EM01ACUM, EM01TRSF E DEMAIS LEITORES. ESTE
      *         PROGRAMA LE CADA ARQUIVO NO DESENHO ANTIGO E GRAVA O
      *         NOVO COM A ORIGEM EM BRANCO (PERIODO CURSADO AQUI,
      *         QUE E O QUE TODO PERIODO ANTIGO E). O CADHISD E
      *         OPCIONAL: SE NAO EXISTIR (ESCOLA QUE NUNCA TEVE O
      *         CADNDI), SO O CADHIS E CONVERTIDO. COM AS CONTAGENS
      *         CONFERIDAS, PRESERVA OS ARQUIVOS ANTIGOS COMO
      *         CADHISVE.DAT E CADHISDVE.DAT E PROMOVE OS NOVOS.
      *         QUALQUER DIVERGENCIA DE CONTAGEM OU ERRO DE GRAVACAO
      *         ABORTA SEM TOCAR NOS ARQUIVOS ORIGINAIS E RETORNA
      *         CODIGO DIFERENTE DE ZERO. DEVE SER EXECUTADO UMA UNICA
      *         VEZ, ANTES DA PRIMEIRA RODADA DA SUITE NOVA SOBRE
      *         HISTORICOS ANTIGOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADHISAN  ASSIGN  TO    DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CHAVE-HAN
           FILE STATUS IS CADHISAN-STATUS.
           SELECT     CADHISNV  ASSIGN  TO    DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CHAVE-HIS
           FILE STATUS IS CADHISNV-STATUS.
           SELECT     CADHDIAN  ASSIGN  TO    DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CHAVE-DAN
           FILE STATUS IS CADHDIAN-STATUS.
           SELECT     CADHDINV  ASSIGN  TO    DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CHAVE-HDI
           FILE STATUS IS CADHDINV-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADHISAN
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADHIS.DAT".

       01 REG-HAN.
           02 CHAVE-HAN.
             03 NUMERO-HAN          PIC 9(05).
             03 PERIODO-HAN         PIC X(06).
           02 DADOS-HAN             PIC X(36).

       FD CADHISNV
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADHISNV.DAT".

       COPY HISREG.

       FD CADHDIAN
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADHISD.DAT".

       01 REG-DAN.
           02 CHAVE-DAN.
             03 NUMERO-DAN          PIC 9(05).
             03 PERIODO-DAN         PIC X(06).
             03 DISCIPLINA-DAN      PIC X(03).
           02 DADOS-DAN             PIC X(31).

       FD CADHDINV
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADHISDNV.DAT".

       COPY HDIREG.

       WORKING-STORAGE SECTION.

       77 CADHISAN-STATUS   PIC X(02) VALUE SPACES.
       77 CADHISNV-STATUS   PIC X(02) VALUE SPACES.
       77 CADHDIAN-STATUS   PIC X(02) VALUE SPACES.
       77 CADHDINV-STATUS   PIC X(02) VALUE SPACES.
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 TEM-CADHISD       PIC X(03) VALUE "SIM".
       77 QTD-LIDOS-HIS     PIC 9(06) VALUE ZEROS.
       77 QTD-CONVERT-HIS   PIC 9(06) VALUE ZEROS.
       77 QTD-ERROS-HIS     PIC 9(06) VALUE ZEROS.
       77 QTD-LIDOS-HDI     PIC 9(06) VALUE ZEROS.
       77 QTD-CONVERT-HDI   PIC 9(06) VALUE ZEROS.
       77 QTD-ERROS-HDI     PIC 9(06) VALUE ZEROS.
       77 WK-COMANDO        PIC X(80) VALUE SPACES.

       PROCEDURE         DIVISION.

       PERFORM CONVERTE-CADHIS.
       PERFORM CONVERTE-CADHISD.
       PERFORM TERMINO.
       STOP RUN.

       CONVERTE-CADHIS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADHISAN.
            IF CADHISAN-STATUS NOT EQUAL "00"
               DISPLAY "EM01CHIS - CADHIS.DAT NAO ABRIU NO DESENHO "
                       "ANTIGO - STATUS " CADHISAN-STATUS
               DISPLAY "EM01CHIS - NADA FOI ALTERADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT CADHISNV.
            IF CADHISNV-STATUS NOT EQUAL "00"
               DISPLAY "EM01CHIS - CADHISNV NAO ABRIU - STATUS "
                       CADHISNV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-HIS.
            PERFORM CONVERTE-1HIS
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADHISAN
                  CADHISNV.

       LEITURA-HIS.
            READ CADHISAN
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS-HIS.

       CONVERTE-1HIS.
            MOVE REG-HAN TO REG-HIS.
            MOVE SPACE TO ORIGEM-HIS.
            WRITE REG-HIS
                INVALID KEY
                DISPLAY "EM01CHIS - FALHA AO GRAVAR O PERIODO "
                        CHAVE-HIS " - STATUS " CADHISNV-STATUS
                ADD 1 TO QTD-ERROS-HIS
                NOT INVALID KEY
                ADD 1 TO QTD-CONVERT-HIS
            END-WRITE.
            PERFORM LEITURA-HIS.

       CONVERTE-CADHISD.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADHDIAN.
            IF CADHDIAN-STATUS EQUAL "35"
               MOVE "NAO" TO TEM-CADHISD
               DISPLAY "EM01CHIS - CADHISD.DAT NAO EXISTE - SO O "
                       "CADHIS SERA CONVERTIDO"
               EXIT PARAGRAPH
            END-IF.
            IF CADHDIAN-STATUS NOT EQUAL "00"
               DISPLAY "EM01CHIS - CADHISD.DAT NAO ABRIU NO DESENHO "
                       "ANTIGO - STATUS " CADHDIAN-STATUS
               DISPLAY "EM01CHIS - NADA FOI ALTERADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT CADHDINV.
            IF CADHDINV-STATUS NOT EQUAL "00"
               DISPLAY "EM01CHIS - CADHISDNV NAO ABRIU - STATUS "
                       CADHDINV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-HDI.
            PERFORM CONVERTE-1HDI
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADHDIAN
                  CADHDINV.

       LEITURA-HDI.
            READ CADHDIAN
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS-HDI.

       CONVERTE-1HDI.
            MOVE REG-DAN TO REG-HDI.
            MOVE SPACE TO ORIGEM-HDI.
            WRITE REG-HDI
                INVALID KEY
                DISPLAY "EM01CHIS - FALHA AO GRAVAR A DISCIPLINA "
                        CHAVE-HDI " - STATUS " CADHDINV-STATUS
                ADD 1 TO QTD-ERROS-HDI
                NOT INVALID KEY
                ADD 1 TO QTD-CONVERT-HDI
            END-WRITE.
            PERFORM LEITURA-HDI.

       TERMINO.
            DISPLAY "EM01CHIS - CADHIS LIDOS ........: " QTD-LIDOS-HIS.
            DISPLAY "EM01CHIS - CADHIS CONVERTIDOS ..: "
                    QTD-CONVERT-HIS.
            DISPLAY "EM01CHIS - CADHISD LIDOS .......: " QTD-LIDOS-HDI.
            DISPLAY "EM01CHIS - CADHISD CONVERTIDOS .: "
                    QTD-CONVERT-HDI.
            IF QTD-ERROS-HIS > ZEROS
               OR QTD-CONVERT-HIS NOT EQUAL QTD-LIDOS-HIS
               OR QTD-ERROS-HDI > ZEROS
               OR QTD-CONVERT-HDI NOT EQUAL QTD-LIDOS-HDI
               DISPLAY "EM01CHIS - DIVERGENCIA NA CONVERSAO - OS "
                       "ARQUIVOS ORIGINAIS NAO FORAM TOCADOS"
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE "mv CADHIS.DAT CADHISVE.DAT" TO WK-COMANDO
               CALL "SYSTEM" USING WK-COMANDO
               MOVE "mv CADHISNV.DAT CADHIS.DAT" TO WK-COMANDO
               CALL "SYSTEM" USING WK-COMANDO
               IF TEM-CADHISD EQUAL "SIM"
                  MOVE "mv CADHISD.DAT CADHISDVE.DAT" TO WK-COMANDO
                  CALL "SYSTEM" USING WK-COMANDO
                  MOVE "mv CADHISDNV.DAT CADHISD.DAT" TO WK-COMANDO
                  CALL "SYSTEM" USING WK-COMANDO
                  DISPLAY "EM01CHIS - HISTORICOS CONVERTIDOS - OS "
                          "ARQUIVOS ANTIGOS FORAM PRESERVADOS COMO "
                          "CADHISVE.DAT E CADHISDVE.DAT"
               ELSE
                  DISPLAY "EM01CHIS - CADHIS.DAT CONVERTIDO - O "
                          "ARQUIVO ANTIGO FOI PRESERVADO COMO "
                          "CADHISVE.DAT"
               END-IF
               MOVE 0 TO RETURN-CODE
            END-IF.
