       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01CPRF.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONVERSAO UNICA DO CADASTRO DE PROFESSORES CADPRF
      *         PARA O DESENHO NOVO DA COPY PRFREG, NOS MOLDES DO
      *         EM01CEMP. O CADPRF ANTIGO TINHA REGISTRO DE 41 BYTES,
      *         SEM A MATRICULA NO CADEMP E SEM O VALOR DA HORA-AULA -
      *         UM ARQUIVO DE PRODUCAO ANTIGO ABRIRIA COM FILE STATUS
      *         39 NO EM01MPRF, EM01NOTA, EM01HAUL E DEMAIS LEITORES.
      *         ESTE PROGRAMA LE O ARQUIVO NO DESENHO ANTIGO E GRAVA O
      *         NOVO COM A MATRICULA E O VALOR DA HORA-AULA EM ZEROS
      *         (PROFESSOR SEM VINCULO, QUE O EM01HAUL NAO PAGA ATE O
      *         EM01MPRF PREENCHER OS DOIS). COM AS CONTAGENS
      *         CONFERIDAS, PRESERVA O ARQUIVO ANTIGO COMO
      *         CADPRFVE.DAT E PROMOVE O NOVO. QUALQUER DIVERGENCIA DE
      *         CONTAGEM OU ERRO DE GRAVACAO ABORTA SEM TOCAR NO
      *         ARQUIVO ORIGINAL E RETORNA CODIGO DIFERENTE DE ZERO.
      *         DEVE SER EXECUTADO UMA UNICA VEZ, ANTES DA PRIMEIRA
      *         RODADA DA SUITE NOVA SOBRE UM CADASTRO DE PROFESSORES
      *         ANTIGO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADPRFAN  ASSIGN  TO    DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CODIGO-PAN
           FILE STATUS IS CADPRFAN-STATUS.
           SELECT     CADPRFNV  ASSIGN  TO    DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CODIGO-PRF
           FILE STATUS IS CADPRFNV-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADPRFAN
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADPRF.DAT".

       01 REG-PAN.
           02 CODIGO-PAN            PIC 9(03).
           02 NOME-PAN              PIC X(20).
           02 TURMAS-PAN            PIC X(18).

       FD CADPRFNV
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADPRFNV.DAT".

       COPY PRFREG.

       WORKING-STORAGE SECTION.

       77 CADPRFAN-STATUS   PIC X(02) VALUE SPACES.
       77 CADPRFNV-STATUS   PIC X(02) VALUE SPACES.
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-CONVERT       PIC 9(05) VALUE ZEROS.
       77 QTD-ERROS         PIC 9(05) VALUE ZEROS.
       77 WK-COMANDO        PIC X(80) VALUE SPACES.

       PROCEDURE         DIVISION.

       PERFORM CONVERTE-CADPRF.
       PERFORM TERMINO.
       STOP RUN.

       CONVERTE-CADPRF.
            OPEN INPUT CADPRFAN.
            IF CADPRFAN-STATUS NOT EQUAL "00"
               DISPLAY "EM01CPRF - CADPRF.DAT NAO ABRIU NO DESENHO "
                       "ANTIGO - STATUS " CADPRFAN-STATUS
               DISPLAY "EM01CPRF - NADA FOI ALTERADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT CADPRFNV.
            IF CADPRFNV-STATUS NOT EQUAL "00"
               DISPLAY "EM01CPRF - CADPRFNV NAO ABRIU - STATUS "
                       CADPRFNV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA.
            PERFORM CONVERTE-1PRF
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADPRFAN
                  CADPRFNV.

       LEITURA.
            READ CADPRFAN
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS.

       CONVERTE-1PRF.
            MOVE CODIGO-PAN TO CODIGO-PRF.
            MOVE NOME-PAN TO NOME-PRF.
            MOVE TURMAS-PAN TO TURMAS-PRF.
            MOVE ZEROS TO MATRICULA-PRF.
            MOVE ZEROS TO VALOR-HORA-PRF.
            WRITE REG-PRF
                INVALID KEY
                DISPLAY "EM01CPRF - FALHA AO GRAVAR O PROFESSOR "
                        CODIGO-PRF " - STATUS " CADPRFNV-STATUS
                ADD 1 TO QTD-ERROS
                NOT INVALID KEY
                ADD 1 TO QTD-CONVERT
            END-WRITE.
            PERFORM LEITURA.

       TERMINO.
            DISPLAY "EM01CPRF - CADPRF LIDOS .......: " QTD-LIDOS.
            DISPLAY "EM01CPRF - CADPRF CONVERTIDOS .: " QTD-CONVERT.
            IF QTD-ERROS > ZEROS
               OR QTD-CONVERT NOT EQUAL QTD-LIDOS
               DISPLAY "EM01CPRF - DIVERGENCIA NA CONVERSAO - O "
                       "ARQUIVO ORIGINAL NAO FOI TOCADO"
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE "mv CADPRF.DAT CADPRFVE.DAT" TO WK-COMANDO
               CALL "SYSTEM" USING WK-COMANDO
               MOVE "mv CADPRFNV.DAT CADPRF.DAT" TO WK-COMANDO
               CALL "SYSTEM" USING WK-COMANDO
               DISPLAY "EM01CPRF - CADPRF.DAT CONVERTIDO - O ARQUIVO "
                       "ANTIGO FOI PRESERVADO COMO CADPRFVE.DAT"
               MOVE 0 TO RETURN-CODE
            END-IF.
