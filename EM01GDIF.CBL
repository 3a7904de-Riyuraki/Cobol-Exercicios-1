      *         DIFERENTE DO DE ONTEM" ERA RESPONDIDA NO OLHO. O
      *         OPERADOR INFORMA UM PREFIXO (CADATU02, CADATU03,
      *         CADAPR05, CADSAI06, CADATU07, CADSAI08, CADCLI204,
      *         CADLIQ08, CADSAI13, CADLIQ13, CADSAIFE, CADLIQFE,
      *         CADLIQRS, CADLIQAD, CADMEN OU CADMFA - ESTE PELA
      *         FAMILIA); O PROGRAMA RESOLVE AS
      *         DUAS GERACOES MAIS RECENTES E CORRENTES DO PREFIXO
      *         PELO CATALOGO CADGER,
      *         CASA OS REGISTROS PELA CHAVE DO DESENHO DAQUELE
      *         PREFIXO (POSICAO E TAMANHO CONHECIDOS DO PROGRAMA;
      *         TRAILERS TRL SAO PULADOS) E RELATA EM RELGDF OS
      *         CAMPO SEM ABRIR OS DOIS ARQUIVOS LADO A LADO. E A
      *         PRIMEIRA PERGUNTA DEPOIS DE UM ALERTA DE VOLUME DO
      *         EM01VARI, RESPONDIDA MECANICAMENTE. SOMENTE LEITURA.
      *         UM PREFIXO FORA DA LISTA E PROCURADO NO ARQUIVO DE
      *         CRITERIOS CADSEG: OS SEGMENTOS DE CLIENTES EXTRAIDOS
      *         PELO EM01EX04 TEM O MESMO DESENHO DO CADCLI204 E SAO
      *         COMPARADOS PELO CODIGO DO CLIENTE.

       ENVIRONMENT DIVISION.

           SELECT     CADGER  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADGER-STATUS.
           SELECT     CADSEG  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADSEG-STATUS.
           SELECT     ARQANT  ASSIGN  TO DYNAMIC ARQANT-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS ARQANT-STATUS.

       COPY GERREG.

       FD CADSEG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADSEG.DAT".

       COPY SEGREG.

       FD ARQANT
           LABEL        RECORD ARE      STANDARD.

       77 ARQANT-STATUS     PIC X(02) VALUE SPACES.
       77 ARQATU-STATUS     PIC X(02) VALUE SPACES.
       77 RELGDF-STATUS     PIC X(02) VALUE SPACES.
       77 CADSEG-STATUS     PIC X(02) VALUE SPACES.
       77 FIM-SEG           PIC X(03) VALUE "NAO".
       77 WK-SEGMENTO       PIC X(03) VALUE "NAO".
       77 ARQANT-NOME       PIC X(30) VALUE SPACES.
       77 ARQATU-NOME       PIC X(30) VALUE SPACES.
       77 FIM-GER           PIC X(03) VALUE "NAO".
                WHEN "CADLIQ08"
                     MOVE 1 TO WK-POS-CHAVE
                     MOVE 5 TO WK-TAM-CHAVE
                WHEN "CADSAI13"
                     MOVE 1 TO WK-POS-CHAVE
                     MOVE 5 TO WK-TAM-CHAVE
                WHEN "CADLIQ13"
                     MOVE 1 TO WK-POS-CHAVE
                     MOVE 5 TO WK-TAM-CHAVE
                WHEN "CADSAIFE"
                     MOVE 1 TO WK-POS-CHAVE
                     MOVE 5 TO WK-TAM-CHAVE
                WHEN "CADLIQFE"
                     MOVE 1 TO WK-POS-CHAVE
                     MOVE 5 TO WK-TAM-CHAVE
                WHEN "CADLIQRS"
                     MOVE 1 TO WK-POS-CHAVE
                     MOVE 5 TO WK-TAM-CHAVE
                WHEN "CADLIQAD"
                     MOVE 1 TO WK-POS-CHAVE
                     MOVE 5 TO WK-TAM-CHAVE
                WHEN "CADMEN"
                     MOVE 1 TO WK-POS-CHAVE
                     MOVE 5 TO WK-TAM-CHAVE
                WHEN "CADMFA"
                     MOVE 1 TO WK-POS-CHAVE
                     MOVE 5 TO WK-TAM-CHAVE
                WHEN OTHER
                     PERFORM PROCURA-SEGMENTO
                     IF WK-SEGMENTO EQUAL "NAO"
                        DISPLAY "EM01GDIF - PREFIXO " WK-PREFIXO
                                " SEM DESENHO CONHECIDO"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE 1 TO WK-POS-CHAVE
                     MOVE 5 TO WK-TAM-CHAVE
            END-EVALUATE.
            PERFORM CALCULA-TAMANHO.

       PROCURA-SEGMENTO.
            MOVE "NAO" TO WK-SEGMENTO.
            OPEN INPUT CADSEG.
            IF CADSEG-STATUS EQUAL "00"
               PERFORM LEITURA-CADSEG
                       UNTIL FIM-SEG EQUAL "SIM"
               CLOSE CADSEG
            END-IF.

       LEITURA-CADSEG.
            READ CADSEG
                AT END
                MOVE "SIM" TO FIM-SEG
                NOT AT END
                IF PREFIXO-SEG EQUAL WK-PREFIXO
                   MOVE "SIM" TO WK-SEGMENTO
                END-IF
            END-READ.

       CALCULA-TAMANHO.
            MOVE ZEROS TO WK-TAM.
            PERFORM VERIFICA-TAMANHO
