      *         RELJRN SAI COM UMA LINHA POR EVENTO: DATA, HORA,
      *         ORIGEM (O OPERADOR DO CADAUD OU O PROGRAMA DO
      *         CADJRN), A OPERACAO E AS IMAGENS ANTES E DEPOIS.
      *         QUANDO A FAIXA PEDIDA ALCANCA DATAS JA LEVADAS PELA
      *         ROTACAO ANUAL EM01ROTA, OS ARQUIVOS MORTOS DO CADAUD E
      *         DO CADJRN CUJA FAIXA DE DATAS NO INDICE CADIDX (COPY
      *         IDXREG) CRUZA A FAIXA PEDIDA SAO LIDOS ANTES DOS
      *         VIVOS, E A QUANTIDADE CONSULTADA SAI NO RODAPE.
      *         SOMENTE LEITURA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADAUD  ASSIGN  TO DYNAMIC CADAUD-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADAUD-STATUS.
           SELECT     CADJRN  ASSIGN  TO DYNAMIC CADJRN-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADJRN-STATUS.
           SELECT     CADIDX  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADIDX-STATUS.
           SELECT     SORT-JRN  ASSIGN  TO    "SRTJRN".
           SELECT     RELJRN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL

       FILE SECTION.
       FD CADAUD
           LABEL        RECORD ARE      STANDARD.

       01 REG-AUD.
           02 TIPO-AUD              PIC X(03).
           02 OPERADOR-AUD          PIC X(08).

       FD CADJRN
           LABEL        RECORD ARE      STANDARD.

       01 REG-JRN.
           02 PROGRAMA-JRN          PIC X(08).
           02 IMAGEM-ANT-JRN        PIC X(60).
           02 IMAGEM-DEP-JRN        PIC X(60).

       FD CADIDX
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADIDX.DAT".

       COPY IDXREG.

       SD SORT-JRN.

       01 REG-SORT-JRN.
       77 WK-DATA-INI       PIC 9(08) VALUE ZEROS.
       77 WK-DATA-FIM       PIC 9(08) VALUE ZEROS.
       77 QTD-EVENTOS       PIC 9(05) VALUE ZEROS.
       77 CADIDX-STATUS     PIC X(02) VALUE SPACES.
       77 CADAUD-NOME       PIC X(30) VALUE "CADAUD.DAT".
       77 CADJRN-NOME       PIC X(30) VALUE "CADJRN.DAT".
       77 FIM-IDX           PIC X(03) VALUE "NAO".
       77 QTD-MORTOS        PIC 9(03) VALUE ZEROS.
       77 QTD-MORTOS-LIDOS  PIC 9(03) VALUE ZEROS.
       77 TAB-MORTO-CHEIA   PIC X(03) VALUE "NAO".
       77 WK-IND            PIC 9(03) VALUE ZEROS.
       77 WK-ACHOU          PIC 9(03) VALUE ZEROS.
       01 TAB-MORTOS.
           02 MORTO-TAB OCCURS 100 TIMES.
              03 BASE-MORTO-TAB    PIC X(08).
              03 NOME-MORTO-TAB    PIC X(30).
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
            IF WK-DATA-FIM EQUAL ZEROS
               MOVE DATA-SISTEMA TO WK-DATA-FIM
            END-IF.
            PERFORM CARGA-CADIDX.
            OPEN OUTPUT RELJRN.
            MOVE SPACES TO LINHA-RELJRN.
            STRING "LINHA DO TEMPO DO ALUNO " DELIMITED BY SIZE
            MOVE SPACES TO LINHA-RELJRN.
            WRITE REG-RELJRN.

       CARGA-CADIDX.
      * SO ENTRAM OS ARQUIVOS MORTOS CUJA FAIXA CRUZA A PEDIDA; O
      * MESMO ARQUIVO MORTO PODE TER MAIS DE UMA LINHA NO INDICE.
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
                IF (NOME-BASE-IDX EQUAL "CADAUD"
                    OR NOME-BASE-IDX EQUAL "CADJRN")
                   AND DATA-FIM-IDX NOT < WK-DATA-INI
                   AND DATA-INI-IDX NOT > WK-DATA-FIM
                   PERFORM GUARDA-MORTO
                END-IF
            END-READ.

       GUARDA-MORTO.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM PROCURA-MORTO
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-MORTOS OR WK-ACHOU > 0.
            IF WK-ACHOU > ZEROS
               EXIT PARAGRAPH
            END-IF.
            IF QTD-MORTOS < 100
               ADD 1 TO QTD-MORTOS
               MOVE NOME-BASE-IDX TO BASE-MORTO-TAB(QTD-MORTOS)
               MOVE NOME-ARQ-IDX TO NOME-MORTO-TAB(QTD-MORTOS)
            ELSE
               IF TAB-MORTO-CHEIA EQUAL "NAO"
                  DISPLAY "EM01CJRN - TABELA DE ARQUIVOS MORTOS CHEIA "
                          "(100) - FAIXA PODE SAIR INCOMPLETA"
                  MOVE "SIM" TO TAB-MORTO-CHEIA
               END-IF
            END-IF.

       PROCURA-MORTO.
            IF NOME-MORTO-TAB(WK-IND) EQUAL NOME-ARQ-IDX
               MOVE WK-IND TO WK-ACHOU
            END-IF.

       ENTRADA-SORT.
            PERFORM LIBERA-CADAUD.
            PERFORM LIBERA-CADJRN.

       LIBERA-CADAUD.
            PERFORM LIBERA-MORTO-AUD
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-MORTOS.
            MOVE "CADAUD.DAT" TO CADAUD-NOME.
            PERFORM VARRE-CADAUD.

       LIBERA-MORTO-AUD.
            IF BASE-MORTO-TAB(WK-IND) EQUAL "CADAUD"
               MOVE NOME-MORTO-TAB(WK-IND) TO CADAUD-NOME
               PERFORM VARRE-CADAUD
               IF CADAUD-STATUS EQUAL "00"
                  ADD 1 TO QTD-MORTOS-LIDOS
               ELSE
                  DISPLAY "EM01CJRN - ARQUIVO MORTO " CADAUD-NOME
                          " NAO ABRIU - FAIXA INCOMPLETA"
               END-IF
            END-IF.

       VARRE-CADAUD.
            MOVE "NAO" TO FIM-AUD.
            OPEN INPUT CADAUD.
            IF CADAUD-STATUS EQUAL "00"
            END-READ.

       LIBERA-CADJRN.
            PERFORM LIBERA-MORTO-JRN
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-MORTOS.
            MOVE "CADJRN.DAT" TO CADJRN-NOME.
            PERFORM VARRE-CADJRN.

       LIBERA-MORTO-JRN.
            IF BASE-MORTO-TAB(WK-IND) EQUAL "CADJRN"
               MOVE NOME-MORTO-TAB(WK-IND) TO CADJRN-NOME
               PERFORM VARRE-CADJRN
               IF CADJRN-STATUS EQUAL "00"
                  ADD 1 TO QTD-MORTOS-LIDOS
               ELSE
                  DISPLAY "EM01CJRN - ARQUIVO MORTO " CADJRN-NOME
                          " NAO ABRIU - FAIXA INCOMPLETA"
               END-IF
            END-IF.

       VARRE-CADJRN.
            MOVE "NAO" TO FIM-JRN.
            OPEN INPUT CADJRN.
            IF CADJRN-STATUS EQUAL "00"
                   QTD-EVENTOS DELIMITED BY SIZE
                   INTO LINHA-RELJRN.
            WRITE REG-RELJRN.
            IF QTD-MORTOS-LIDOS > ZEROS
               MOVE SPACES TO LINHA-RELJRN
               STRING "ARQUIVOS MORTOS CONSULTADOS: " DELIMITED BY SIZE
                      QTD-MORTOS-LIDOS DELIMITED BY SIZE
                      INTO LINHA-RELJRN
               WRITE REG-RELJRN
            END-IF.
            CLOSE RELJRN.
            DISPLAY "EM01CJRN - EVENTOS GRAVADOS EM RELJRN: "
                    QTD-EVENTOS.
