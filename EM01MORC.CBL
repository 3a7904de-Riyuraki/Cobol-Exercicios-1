       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01MORC.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DO ORCAMENTO DA FOLHA POR DEPARTAMENTO E
      *         MES CADORC (ARQUIVO INDEXADO PELA CHAVE DEPARTAMENTO +
      *         ANO + MES, LAYOUT DA COPY ORCREG), NOS MOLDES DO
      *         EM01MDEP. O OPERADOR ESCOLHE UMA OPCAO (I-INCLUIR,
      *         A-ALTERAR, E-EXCLUIR, F-FIM) E O PROGRAMA FAZ O
      *         WRITE/REWRITE/DELETE CORRESPONDENTE CONTRA O
      *         CADORC.DAT. O DEPARTAMENTO PRECISA EXISTIR NO CADDEP,
      *         O ANO VAI DE 2000 A 2099, O MES DE 01 A 12 E O VALOR
      *         ORCADO E NUMERICO E NAO ZERADO, COM NOVO PEDIDO DO
      *         CAMPO ATE SER ACEITO. A OPCAO R-REPLICAR COPIA O
      *         MESMO VALOR PARA OS DOZE MESES DO ANO DE UM
      *         DEPARTAMENTO, REGRAVANDO OS MESES QUE JA EXISTIAM,
      *         PARA A CARGA DO ORCAMENTO ANUAL APROVADO PELA DIRECAO
      *         NAO EXIGIR DOZE INCLUSOES. E DESTE CADASTRO QUE O
      *         EM01ORCA TIRA O ORCADO DO CONFRONTO COM O REALIZADO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADORC  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-ORC
           FILE STATUS IS CADORC-STATUS.
           SELECT     CADDEP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-DEP
           FILE STATUS IS CADDEP-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADORC
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADORC.DAT".

       COPY ORCREG.

       FD CADDEP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADDEP.DAT".

       COPY DEPREG.

       WORKING-STORAGE SECTION.

       77 CADORC-STATUS     PIC X(02) VALUE SPACES.
       77 CADDEP-STATUS     PIC X(02) VALUE SPACES.
       77 FIM-MANUTENCAO    PIC X(03) VALUE "NAO".
       77 WK-OPCAO          PIC X(01) VALUE SPACE.
           88 OPCAO-INCLUIR           VALUE "I" "i".
           88 OPCAO-ALTERAR           VALUE "A" "a".
           88 OPCAO-EXCLUIR           VALUE "E" "e".
           88 OPCAO-REPLICAR          VALUE "R" "r".
           88 OPCAO-FIM               VALUE "F" "f".
       77 QTD-INCLUIDOS     PIC 9(05) VALUE ZEROS.
       77 QTD-ALTERADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-EXCLUIDOS     PIC 9(05) VALUE ZEROS.
       77 CAMPO-OK          PIC X(03) VALUE "NAO".
       77 WK-VALOR          PIC 9(07)V99 VALUE ZEROS.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               UNTIL FIM-MANUTENCAO EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN INPUT CADDEP.
            IF CADDEP-STATUS NOT EQUAL "00"
               DISPLAY "EM01MORC - CADDEP NAO ABRIU - STATUS "
                       CADDEP-STATUS " - CADASTRE OS DEPARTAMENTOS "
                       "PELO EM01MDEP"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CADORC.
            IF CADORC-STATUS EQUAL "35"
               CLOSE CADORC
               OPEN OUTPUT CADORC
               CLOSE CADORC
               OPEN I-O CADORC
            END-IF.
            IF CADORC-STATUS NOT EQUAL "00"
               DISPLAY "EM01MORC - CADORC NAO ABRIU PARA I-O - STATUS "
                       CADORC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       PRINCIPAL.
            DISPLAY "EM01MORC - (I)NCLUIR (A)LTERAR (E)XCLUIR "
                    "(R)EPLICAR NO ANO (F)IM: ".
            ACCEPT WK-OPCAO.
            EVALUATE TRUE
                WHEN OPCAO-INCLUIR
                     PERFORM INCLUSAO
                WHEN OPCAO-ALTERAR
                     PERFORM ALTERACAO
                WHEN OPCAO-EXCLUIR
                     PERFORM EXCLUSAO
                WHEN OPCAO-REPLICAR
                     PERFORM REPLICACAO
                WHEN OPCAO-FIM
                     MOVE "SIM" TO FIM-MANUTENCAO
                WHEN OTHER
                     DISPLAY "EM01MORC - OPCAO INVALIDA"
            END-EVALUATE.

       INCLUSAO.
            PERFORM OBTEM-DEPARTAMENTO.
            PERFORM OBTEM-ANO.
            PERFORM OBTEM-MES.
            PERFORM OBTEM-VALOR.
            MOVE WK-VALOR TO VALOR-ORC.
            MOVE DATA-SISTEMA TO DATA-ALT-ORC.
            WRITE REG-ORC
                INVALID KEY
                DISPLAY "EM01MORC - ORCAMENTO " DEPTO-ORC " "
                        MES-ORC "/" ANO-ORC " JA EXISTE"
                NOT INVALID KEY
                ADD 1 TO QTD-INCLUIDOS
            END-WRITE.

       ALTERACAO.
            PERFORM OBTEM-DEPARTAMENTO.
            PERFORM OBTEM-ANO.
            PERFORM OBTEM-MES.
            READ CADORC
                INVALID KEY
                DISPLAY "EM01MORC - ORCAMENTO " DEPTO-ORC " "
                        MES-ORC "/" ANO-ORC " NAO ENCONTRADO"
                NOT INVALID KEY
                PERFORM REGRAVA-ALTERACAO
            END-READ.

       REGRAVA-ALTERACAO.
            DISPLAY "VALOR ATUAL: " VALOR-ORC.
            PERFORM OBTEM-VALOR.
            MOVE WK-VALOR TO VALOR-ORC.
            MOVE DATA-SISTEMA TO DATA-ALT-ORC.
            REWRITE REG-ORC.
            ADD 1 TO QTD-ALTERADOS.

       EXCLUSAO.
            PERFORM OBTEM-DEPARTAMENTO.
            PERFORM OBTEM-ANO.
            PERFORM OBTEM-MES.
            READ CADORC
                INVALID KEY
                DISPLAY "EM01MORC - ORCAMENTO " DEPTO-ORC " "
                        MES-ORC "/" ANO-ORC " NAO ENCONTRADO"
                NOT INVALID KEY
                PERFORM APAGA-REGISTRO
            END-READ.

       APAGA-REGISTRO.
            DELETE CADORC
                INVALID KEY
                DISPLAY "EM01MORC - FALHA AO EXCLUIR O ORCAMENTO "
                        DEPTO-ORC " " MES-ORC "/" ANO-ORC
                NOT INVALID KEY
                ADD 1 TO QTD-EXCLUIDOS
            END-DELETE.

       REPLICACAO.
            PERFORM OBTEM-DEPARTAMENTO.
            PERFORM OBTEM-ANO.
            PERFORM OBTEM-VALOR.
            PERFORM REPLICA-MES
                    VARYING MES-ORC FROM 1 BY 1
                    UNTIL MES-ORC > 12.

       REPLICA-MES.
      * O READ TRAZ O REGISTRO EXISTENTE PARA A AREA E DESTROI O
      * VALOR DIGITADO; POR ISSO O VALOR SO E MOVIDO DEPOIS DELE.
            READ CADORC
                INVALID KEY
                MOVE WK-VALOR TO VALOR-ORC
                MOVE DATA-SISTEMA TO DATA-ALT-ORC
                WRITE REG-ORC
                ADD 1 TO QTD-INCLUIDOS
                NOT INVALID KEY
                MOVE WK-VALOR TO VALOR-ORC
                MOVE DATA-SISTEMA TO DATA-ALT-ORC
                REWRITE REG-ORC
                ADD 1 TO QTD-ALTERADOS
            END-READ.

       OBTEM-DEPARTAMENTO.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-DEPARTAMENTO
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-DEPARTAMENTO.
            DISPLAY "DEPTO .....: ".
            ACCEPT DEPTO-ORC.
            IF DEPTO-ORC EQUAL SPACES
               DISPLAY "EM01MORC - DEPARTAMENTO NAO PODE FICAR EM "
                       "BRANCO"
               EXIT PARAGRAPH
            END-IF.
            MOVE DEPTO-ORC TO CODIGO-DEP.
            READ CADDEP
                INVALID KEY
                DISPLAY "EM01MORC - DEPARTAMENTO " DEPTO-ORC
                        " NAO CADASTRADO NO CADDEP"
                NOT INVALID KEY
                DISPLAY "             " NOME-DEP
                MOVE "SIM" TO CAMPO-OK
            END-READ.

       OBTEM-ANO.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-ANO
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-ANO.
            DISPLAY "ANO .......: ".
            ACCEPT ANO-ORC.
            IF ANO-ORC IS NUMERIC
               AND ANO-ORC NOT < 2000 AND ANO-ORC NOT > 2099
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MORC - ANO INVALIDO - INFORME DE 2000 A "
                       "2099"
            END-IF.

       OBTEM-MES.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-MES
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-MES.
            DISPLAY "MES .......: ".
            ACCEPT MES-ORC.
            IF MES-ORC IS NUMERIC
               AND MES-ORC > ZEROS AND MES-ORC < 13
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MORC - MES INVALIDO - INFORME DE 01 A 12"
            END-IF.

       OBTEM-VALOR.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-VALOR
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-VALOR.
            DISPLAY "VALOR .....: ".
            ACCEPT WK-VALOR.
            IF WK-VALOR IS NUMERIC AND WK-VALOR > ZEROS
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MORC - VALOR INVALIDO - INFORME VALOR "
                       "NUMERICO MAIOR QUE ZERO"
            END-IF.

       TERMINO.
            DISPLAY "EM01MORC - RESUMO DA MANUTENCAO".
            DISPLAY "INCLUIDOS .: " QTD-INCLUIDOS.
            DISPLAY "ALTERADOS .: " QTD-ALTERADOS.
            DISPLAY "EXCLUIDOS .: " QTD-EXCLUIDOS.
            CLOSE CADORC
                  CADDEP.
