      *         PARA A LISTAGEM DE EXCECAO CADCTX E CONTADOS, SEM
      *         ENTRAR NO RESUMO. AO FINAL, GRAVA UMA LINHA DE
      *         ESTATISTICA DA EXECUCAO EM EM01LOG, NO LAYOUT
      *         COMPARTILHADO DA COPY LOGREG. O ARQUIVO DE
      *         PARAMETROS PARFOL (OPCIONAL) ESCOLHE O TIPO DE FOLHA A
      *         CONTABILIZAR: 08 = FOLHA MENSAL (CADSAI08, O PADRAO),
      *         13 = DECIMO TERCEIRO (CADSAI13, DO EM01DECI) OU FE =
      *         FERIAS (CADSAIFE, DO EM01FERI), NO MESMO LAYOUT E COM
      *         O MESMO TRAILER; TIPO FORA DESSES ENCERRA COM CODIGO
      *         16.

       ENVIRONMENT DIVISION.

           SELECT     CADGER  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADGER-STATUS.
           SELECT     PARFOL  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARFOL-STATUS.
           SELECT     CADSAI  ASSIGN  TO DYNAMIC CADSAI-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADSAI-STATUS.

       COPY GERREG.

       FD PARFOL
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARFOL.DAT".

       01 REG-PARFOL.
           02 TIPO-FOLHA-PAR       PIC X(02).

       FD CADSAI
           LABEL        RECORD ARE      STANDARD.

       WORKING-STORAGE SECTION.

       77 CADGER-STATUS     PIC X(02) VALUE SPACES.
       77 PARFOL-STATUS     PIC X(02) VALUE SPACES.
       77 WK-TIPO-FOLHA     PIC X(02) VALUE "08".
       77 WK-PREFIXO        PIC X(09) VALUE "CADSAI08.".
       77 CADSAI-STATUS     PIC X(02) VALUE SPACES.
       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 CADDEP-STATUS     PIC X(02) VALUE SPACES.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM CARGA-PARFOL.
            PERFORM RESOLVE-GERACAO.
            IF ACHOU-GERACAO EQUAL "NAO"
               DISPLAY "EM01CTBL - NENHUMA GERACAO DE " WK-PREFIXO
                       " NO CATALOGO CADGER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
               STOP RUN
            END-IF.

       CARGA-PARFOL.
            OPEN INPUT PARFOL.
            IF PARFOL-STATUS EQUAL "00"
               READ PARFOL
                   AT END
                   CONTINUE
                   NOT AT END
                   IF TIPO-FOLHA-PAR NOT EQUAL SPACES
                      MOVE TIPO-FOLHA-PAR TO WK-TIPO-FOLHA
                   END-IF
               END-READ
               CLOSE PARFOL
            END-IF.
            IF WK-TIPO-FOLHA NOT EQUAL "08" AND "13" AND "FE"
               DISPLAY "EM01CTBL - TIPO DE FOLHA INVALIDO NO PARFOL: "
                       WK-TIPO-FOLHA " (08, 13 OU FE)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE WK-TIPO-FOLHA TO WK-PREFIXO(7:2).

       RESOLVE-GERACAO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADGER.
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF NOME-ARQ-GER(1:9) EQUAL WK-PREFIXO
                      AND SITUACAO-GER NOT EQUAL "Q" AND "R"
                   MOVE NOME-ARQ-GER TO CADSAI-NOME
                   MOVE "SIM" TO ACHOU-GERACAO
