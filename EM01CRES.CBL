       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01CRES.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONVERSAO UNICA DO CADASTRO DE RESPONSAVEIS CADRES
      *         PARA O DESENHO NOVO DA COPY RESREG, NOS MOLDES DO
      *         EM01CEMP. O CADRES ANTIGO TINHA REGISTRO DE 85 BYTES,
      *         SEM A FAMILIA E SEM A CHAVE ALTERNATIVA FAMILIA-RES -
      *         UM ARQUIVO DE PRODUCAO ANTIGO ABRIRIA COM FILE STATUS
      *         39 NO EM01MRES, EM01CONS, EM01CART, EM01MENS, EM01IMPO
      *         E DEMAIS PROGRAMAS QUE ABREM O CADRES. ESTE PROGRAMA
      *         LE O ARQUIVO NO DESENHO ANTIGO E GRAVA O NOVO, JA COM
      *         A CHAVE ALTERNATIVA DECLARADA, COM A FAMILIA EM ZEROS
      *         (ALUNO SEM FAMILIA - OS IRMAOS SAO LIGADOS DEPOIS PELO
      *         EM01MRES). COM AS CONTAGENS CONFERIDAS, PRESERVA O
      *         ARQUIVO ANTIGO COMO CADRESVE.DAT E PROMOVE O NOVO.
      *         QUALQUER DIVERGENCIA DE CONTAGEM OU ERRO DE GRAVACAO
      *         ABORTA SEM TOCAR NO ARQUIVO ORIGINAL E RETORNA CODIGO
      *         DIFERENTE DE ZERO. DEVE SER EXECUTADO UMA UNICA VEZ,
      *         ANTES DA PRIMEIRA RODADA DA SUITE NOVA SOBRE UM
      *         CADASTRO DE RESPONSAVEIS ANTIGO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADRESAN  ASSIGN  TO    DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      NUMERO-RAN
           FILE STATUS IS CADRESAN-STATUS.
           SELECT     CADRESNV  ASSIGN  TO    DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      NUMERO-RES
           ALTERNATE RECORD KEY IS FAMILIA-RES WITH DUPLICATES
           FILE STATUS IS CADRESNV-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADRESAN
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRES.DAT".

       01 REG-RAN.
           02 NUMERO-RAN            PIC 9(05).
           02 RESPONSAVEL-RAN       PIC X(30).
           02 ENDERECO-RAN          PIC X(30).
           02 CEP-RAN               PIC 9(08).
           02 TELEFONE-RAN          PIC X(12).

       FD CADRESNV
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRESNV.DAT".

       COPY RESREG.

       WORKING-STORAGE SECTION.

       77 CADRESAN-STATUS   PIC X(02) VALUE SPACES.
       77 CADRESNV-STATUS   PIC X(02) VALUE SPACES.
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-CONVERT       PIC 9(05) VALUE ZEROS.
       77 QTD-ERROS         PIC 9(05) VALUE ZEROS.
       77 WK-COMANDO        PIC X(80) VALUE SPACES.

       PROCEDURE         DIVISION.

       PERFORM CONVERTE-CADRES.
       PERFORM TERMINO.
       STOP RUN.

       CONVERTE-CADRES.
            OPEN INPUT CADRESAN.
            IF CADRESAN-STATUS NOT EQUAL "00"
               DISPLAY "EM01CRES - CADRES.DAT NAO ABRIU NO DESENHO "
                       "ANTIGO - STATUS " CADRESAN-STATUS
               DISPLAY "EM01CRES - NADA FOI ALTERADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT CADRESNV.
            IF CADRESNV-STATUS NOT EQUAL "00"
               DISPLAY "EM01CRES - CADRESNV NAO ABRIU - STATUS "
                       CADRESNV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA.
            PERFORM CONVERTE-1RES
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADRESAN
                  CADRESNV.

       LEITURA.
            READ CADRESAN
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS.

       CONVERTE-1RES.
            MOVE NUMERO-RAN TO NUMERO-RES.
            MOVE RESPONSAVEL-RAN TO RESPONSAVEL-RES.
            MOVE ENDERECO-RAN TO ENDERECO-RES.
            MOVE CEP-RAN TO CEP-RES.
            MOVE TELEFONE-RAN TO TELEFONE-RES.
            MOVE ZEROS TO FAMILIA-RES.
            WRITE REG-RES
                INVALID KEY
                DISPLAY "EM01CRES - FALHA AO GRAVAR O RESPONSAVEL "
                        NUMERO-RES " - STATUS " CADRESNV-STATUS
                ADD 1 TO QTD-ERROS
                NOT INVALID KEY
                ADD 1 TO QTD-CONVERT
            END-WRITE.
            PERFORM LEITURA.

       TERMINO.
            DISPLAY "EM01CRES - CADRES LIDOS .......: " QTD-LIDOS.
            DISPLAY "EM01CRES - CADRES CONVERTIDOS .: " QTD-CONVERT.
            IF QTD-ERROS > ZEROS
               OR QTD-CONVERT NOT EQUAL QTD-LIDOS
               DISPLAY "EM01CRES - DIVERGENCIA NA CONVERSAO - O "
                       "ARQUIVO ORIGINAL NAO FOI TOCADO"
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE "mv CADRES.DAT CADRESVE.DAT" TO WK-COMANDO
               CALL "SYSTEM" USING WK-COMANDO
               MOVE "mv CADRESNV.DAT CADRES.DAT" TO WK-COMANDO
               CALL "SYSTEM" USING WK-COMANDO
               DISPLAY "EM01CRES - CADRES.DAT CONVERTIDO - O ARQUIVO "
                       "ANTIGO FOI PRESERVADO COMO CADRESVE.DAT"
               MOVE 0 TO RETURN-CODE
            END-IF.
