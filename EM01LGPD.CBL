      *         RELLGP
      *         LISTA TUDO QUE FOI (OU SERIA) TOCADO E OS TOTAIS; EM
      *         SIMULACAO NADA E GRAVADO, PARA A CONFORMIDADE VIRAR
      *         JOB AGENDADO E NAO PROMESSA. DEPOIS DA ROTACAO ANUAL
      *         EM01ROTA, OS ARQUIVOS MORTOS DO CADAUD E DO CADJRN
      *         LISTADOS NO INDICE CADIDX (COPY IDXREG) TAMBEM CONTAM:
      *         O CANCELADO SEM EVENTO NO CADAUD VIVO TEM A ULTIMA
      *         ATIVIDADE PROCURADA NOS MORTOS ANTES DE IR AO CADHIS,
      *         E AS IMAGENS DOS ALVOS SAO BRANQUEADAS TAMBEM NOS
      *         MORTOS, QUE SAO REESCRITOS DA MESMA FORMA. NA ACAO R,
      *         AS LINHAS DO ALUNO SAEM TAMBEM DOS ARQUIVOS MORTOS DO
      *         CADFREH LISTADOS NO CADIDX, NAO SO DO CADFREH VIVO.

       ENVIRONMENT DIVISION.

           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      CHAVE-HIS
           FILE STATUS IS CADHIS-STATUS.
           SELECT     CADAUD  ASSIGN  TO DYNAMIC CADAUD-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADAUD-STATUS.
           SELECT     WRKAUD  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS WRKAUD-STATUS.
           SELECT     CADFREH  ASSIGN  TO DYNAMIC CADFREH-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADFREH-STATUS.
           SELECT     WRKFREH  ASSIGN  TO     DISK
           SELECT     RELLGP  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELLGP-STATUS.
           SELECT     CADJRN  ASSIGN  TO DYNAMIC CADJRN-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADJRN-STATUS.
           SELECT     WRKJRN  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-RES
           ALTERNATE RECORD KEY IS FAMILIA-RES WITH DUPLICATES
           FILE STATUS IS CADRES-STATUS.
           SELECT     CADBOM  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-BOM
           FILE STATUS IS CADBOM-STATUS.
           SELECT     CADIDX  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADIDX-STATUS.

       DATA     DIVISION.

       COPY HISREG.

       FD CADAUD
           LABEL        RECORD ARE      STANDARD.

       01 REG-AUD.
           02 TIPO-AUD              PIC X(03).
           02 OPERADOR-WAU          PIC X(08).

       FD CADFREH
           LABEL        RECORD ARE      STANDARD.

       01 REG-FREH.
           02 NUMERO-FREH           PIC 9(05).
           02 LINHA-RELLGP         PIC X(80).

       FD CADJRN
           LABEL        RECORD ARE      STANDARD.

       01 REG-JRN.
           02 PROGRAMA-JRN          PIC X(08).

       COPY BOMREG.

       FD CADIDX
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADIDX.DAT".

       COPY IDXREG.

       WORKING-STORAGE SECTION.

       77 PARLGP-STATUS     PIC X(02) VALUE SPACES.
       77 WK-ACHOU          PIC 9(03) VALUE ZEROS.
       77 WK-COMANDO        PIC X(80) VALUE SPACES.
       77 WK-NUMERO-ED      PIC ZZZZ9.
       77 CADIDX-STATUS     PIC X(02) VALUE SPACES.
       77 CADAUD-NOME       PIC X(30) VALUE "CADAUD.DAT".
       77 CADJRN-NOME       PIC X(30) VALUE "CADJRN.DAT".
       77 CADFREH-NOME      PIC X(30) VALUE "CADFREH.DAT".
       77 FIM-IDX           PIC X(03) VALUE "NAO".
       77 QTD-MORTOS        PIC 9(03) VALUE ZEROS.
       77 QTD-MORTOS-REESCRITOS PIC 9(05) VALUE ZEROS.
       77 WK-IND-MOR        PIC 9(03) VALUE ZEROS.
       77 WK-ACHOU-MOR      PIC 9(03) VALUE ZEROS.
       01 TAB-MORTOS.
           02 MORTO-TAB OCCURS 100 TIMES.
              03 BASE-MORTO-TAB    PIC X(08).
              03 NOME-MORTO-TAB    PIC X(30).
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
            IF CADHIS-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADHIS
            END-IF.
            PERFORM CARGA-CADIDX.
            OPEN OUTPUT RELLGP.
            PERFORM CABECALHO-RELLGP.
            PERFORM LEITURA.

       CARGA-CADIDX.
            OPEN INPUT CADIDX.
            IF CADIDX-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-CADIDX
                    UNTIL FIM-IDX EQUAL "SIM".
            CLOSE CADIDX.

       LEITURA-CADIDX.
            READ CADIDX
                AT END
                MOVE "SIM" TO FIM-IDX
                NOT AT END
                IF NOME-BASE-IDX EQUAL "CADAUD"
                   OR NOME-BASE-IDX EQUAL "CADJRN"
                   OR NOME-BASE-IDX EQUAL "CADFREH"
                   PERFORM GUARDA-MORTO
                END-IF
            END-READ.

       GUARDA-MORTO.
            MOVE ZEROS TO WK-ACHOU-MOR.
            PERFORM PROCURA-MORTO
                    VARYING WK-IND-MOR FROM 1 BY 1
                    UNTIL WK-IND-MOR > QTD-MORTOS
                       OR WK-ACHOU-MOR > 0.
            IF WK-ACHOU-MOR > ZEROS
               EXIT PARAGRAPH
            END-IF.
            IF QTD-MORTOS < 100
               ADD 1 TO QTD-MORTOS
               MOVE NOME-BASE-IDX TO BASE-MORTO-TAB(QTD-MORTOS)
               MOVE NOME-ARQ-IDX TO NOME-MORTO-TAB(QTD-MORTOS)
            ELSE
               DISPLAY "EM01LGPD - TABELA DE ARQUIVOS MORTOS CHEIA "
                       "(100) - " NOME-ARQ-IDX " NAO SERA TRATADO"
            END-IF.

       PROCURA-MORTO.
            IF NOME-MORTO-TAB(WK-IND-MOR) EQUAL NOME-ARQ-IDX
               MOVE WK-IND-MOR TO WK-ACHOU-MOR
            END-IF.

       LEITURA-PARLGP.
            READ PARLGP
                AT END
      * ULTIMO PERIODO DO CADHIS (CONVERTIDO PARA 31/12) DECIDE.
            MOVE "NAO" TO TEM-ATIVIDADE.
            MOVE ZEROS TO WK-ULT-ATIVIDADE.
            MOVE "CADAUD.DAT" TO CADAUD-NOME.
            PERFORM LE-ATIVIDADE-AUD.
            IF TEM-ATIVIDADE EQUAL "NAO"
               PERFORM APURA-MORTO-AUD
                       VARYING WK-IND-MOR FROM 1 BY 1
                       UNTIL WK-IND-MOR > QTD-MORTOS
            END-IF.
            IF TEM-ATIVIDADE EQUAL "NAO"
               AND TEM-CADHIS EQUAL "SIM"
               PERFORM APURA-ULTIMO-ANO-HIS
            END-IF.

       APURA-MORTO-AUD.
            IF BASE-MORTO-TAB(WK-IND-MOR) EQUAL "CADAUD"
               MOVE NOME-MORTO-TAB(WK-IND-MOR) TO CADAUD-NOME
               PERFORM LE-ATIVIDADE-AUD
            END-IF.

       LE-ATIVIDADE-AUD.
            MOVE "NAO" TO FIM-AUD.
            OPEN INPUT CADAUD.
            IF CADAUD-STATUS EQUAL "00"
                       UNTIL FIM-AUD EQUAL "SIM"
               CLOSE CADAUD
            END-IF.

       VARRE-CADAUD.
            READ CADAUD
            END-IF.

       BRANQUEIA-CADAUD.
            MOVE "CADAUD.DAT" TO CADAUD-NOME.
            PERFORM REESCREVE-CADAUD.
            PERFORM BRANQUEIA-MORTO-AUD
                    VARYING WK-IND-MOR FROM 1 BY 1
                    UNTIL WK-IND-MOR > QTD-MORTOS.

       BRANQUEIA-MORTO-AUD.
            IF BASE-MORTO-TAB(WK-IND-MOR) EQUAL "CADAUD"
               MOVE NOME-MORTO-TAB(WK-IND-MOR) TO CADAUD-NOME
               PERFORM REESCREVE-CADAUD
               IF CADAUD-STATUS EQUAL "00"
                  ADD 1 TO QTD-MORTOS-REESCRITOS
               END-IF
            END-IF.

       REESCREVE-CADAUD.
            MOVE "NAO" TO FIM-AUD.
            OPEN INPUT CADAUD.
            IF CADAUD-STATUS NOT EQUAL "00"
                    UNTIL FIM-AUD EQUAL "SIM".
            CLOSE CADAUD
                  WRKAUD.
            MOVE SPACES TO WK-COMANDO.
            STRING "mv WRKAUD.TMP " DELIMITED BY SIZE
                   CADAUD-NOME DELIMITED BY SPACE
                   INTO WK-COMANDO.
            CALL "SYSTEM" USING WK-COMANDO.

       COPIA-1AUD.
       BRANQUEIA-CADJRN.
      * AS IMAGENS DO JORNAL CADJRN TAMBEM CARREGAM O NOME, ENTAO
      * RECEBEM O MESMO TRATAMENTO DADO AO CADAUD.
            MOVE "CADJRN.DAT" TO CADJRN-NOME.
            PERFORM REESCREVE-CADJRN.
            PERFORM BRANQUEIA-MORTO-JRN
                    VARYING WK-IND-MOR FROM 1 BY 1
                    UNTIL WK-IND-MOR > QTD-MORTOS.
            MOVE "CADJRN.DAT" TO CADJRN-NOME.

       BRANQUEIA-MORTO-JRN.
            IF BASE-MORTO-TAB(WK-IND-MOR) EQUAL "CADJRN"
               MOVE NOME-MORTO-TAB(WK-IND-MOR) TO CADJRN-NOME
               PERFORM REESCREVE-CADJRN
               IF CADJRN-STATUS EQUAL "00"
                  ADD 1 TO QTD-MORTOS-REESCRITOS
               END-IF
            END-IF.

       REESCREVE-CADJRN.
            MOVE "NAO" TO FIM-JRN.
            OPEN INPUT CADJRN.
            IF CADJRN-STATUS NOT EQUAL "00"
                       UNTIL FIM-JRN EQUAL "SIM"
               CLOSE CADJRN
                     WRKJRN
               MOVE SPACES TO WK-COMANDO
               STRING "mv WRKJRN.TMP " DELIMITED BY SIZE
                      CADJRN-NOME DELIMITED BY SPACE
                      INTO WK-COMANDO
               CALL "SYSTEM" USING WK-COMANDO
            END-IF.

            END-IF.

       REMOVE-CADFREH.
      * AS FALTAS DO ALUNO JA ROTACIONADAS PELO EM01ROTA PARA OS
      * ARQUIVOS MORTOS DO CADFREH SAEM DELES DA MESMA FORMA.
            MOVE "CADFREH.DAT" TO CADFREH-NOME.
            PERFORM REESCREVE-CADFREH.
            PERFORM REMOVE-MORTO-FREH
                    VARYING WK-IND-MOR FROM 1 BY 1
                    UNTIL WK-IND-MOR > QTD-MORTOS.
            MOVE "CADFREH.DAT" TO CADFREH-NOME.

       REMOVE-MORTO-FREH.
            IF BASE-MORTO-TAB(WK-IND-MOR) EQUAL "CADFREH"
               MOVE NOME-MORTO-TAB(WK-IND-MOR) TO CADFREH-NOME
               PERFORM REESCREVE-CADFREH
               IF CADFREH-STATUS EQUAL "00"
                  ADD 1 TO QTD-MORTOS-REESCRITOS
               END-IF
            END-IF.

       REESCREVE-CADFREH.
            MOVE "NAO" TO FIM-FREH.
            OPEN INPUT CADFREH.
            IF CADFREH-STATUS NOT EQUAL "00"
                    UNTIL FIM-FREH EQUAL "SIM".
            CLOSE CADFREH
                  WRKFREH.
            MOVE SPACES TO WK-COMANDO.
            STRING "mv WRKFREH.TMP " DELIMITED BY SIZE
                   CADFREH-NOME DELIMITED BY SPACE
                   INTO WK-COMANDO.
            CALL "SYSTEM" USING WK-COMANDO.

       COPIA-1FREH.
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELLGP.
            WRITE REG-RELLGP.
            MOVE SPACES TO LINHA-RELLGP.
            MOVE QTD-MORTOS-REESCRITOS TO WK-NUMERO-ED.
            STRING "ARQ MORTOS REESCR .: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELLGP.
            WRITE REG-RELLGP.
            CLOSE RELLGP
                  CADALU.
            IF TEM-CADHIS EQUAL "SIM"
