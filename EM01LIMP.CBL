       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. FAXINA DAS GERACOES DE SAIDA CARIMBADAS COM DATA E
      *         HORA (CADATU02, CADATU03, CADCLI204, CADAPR05,
      *         CADSAI06, CADATU07, CADSAI08, CADLIQ08, CADSAI13,
      *         CADLIQ13, CADSAIFE, CADLIQFE, CADLIQRS, CADLIQAD,
      *         CADMEN E CADMFA).
      *         PARA CADA PREFIXO,
      *         OBTEM A LISTA DAS GERACOES EXISTENTES NO DIRETORIO
      *         (VIA COMANDO LS, COMO O EM01DRV CHAMA OS PASSOS VIA
      *         GERACAO MAIS RECENTE" PARA UM ARQUIVO QUE A FAXINA JA
      *         LEVOU; O EM01RGER RECONCILIA CATALOGO, DIRETORIO E
      *         EM01LOG.
      *         ALEM DOS PREFIXOS FIXOS, ENTRAM NA FAXINA OS PREFIXOS
      *         DOS SEGMENTOS DE CLIENTES DEFINIDOS NO CADSEG E
      *         EXTRAIDOS PELO EM01EX04, COM A MESMA RETENCAO, E OS
      *         DAS GERACOES QUE O EM01EX04 CATALOGOU NO CADGER, PARA
      *         QUE UM SEGMENTO RETIRADO DO CADSEG TAMBEM SEJA PURGADO.

       ENVIRONMENT DIVISION.

           SELECT     CADGER  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADGER-STATUS.
           SELECT     CADSEG  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADSEG-STATUS.
           SELECT     WRKGER  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS WRKGER-STATUS.

       COPY GERREG.

       FD CADSEG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADSEG.DAT".

       COPY SEGREG.

       FD WRKGER
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "WRKGER.TMP".
       77 FIM-LST        PIC X(03) VALUE "NAO".
       77 QTD-RETER         PIC 9(03) VALUE 5.
       77 MODO-LIMPEZA      PIC X(01) VALUE "A".
       77 QTD-PREFIXOS      PIC 9(02) VALUE 16.
       77 CADSEG-STATUS     PIC X(02) VALUE SPACES.
       77 FIM-SEG           PIC X(03) VALUE "NAO".
       77 WK-IND-SEG        PIC 9(02) VALUE ZEROS.
       77 WK-ACHOU-SEG      PIC 9(02) VALUE ZEROS.
       77 WK-PREFIXO-SEG    PIC X(10) VALUE SPACES.
       77 QTD-GER           PIC 9(03) VALUE ZEROS.
       77 QTD-PURGAR        PIC 9(03) VALUE ZEROS.
       77 QTD-MANTIDOS      PIC 9(05) VALUE ZEROS.
           02 FILLER             PIC X(10) VALUE "CADATU07".
           02 FILLER             PIC X(10) VALUE "CADSAI08".
           02 FILLER             PIC X(10) VALUE "CADLIQ08".
           02 FILLER             PIC X(10) VALUE "CADSAI13".
           02 FILLER             PIC X(10) VALUE "CADLIQ13".
           02 FILLER             PIC X(10) VALUE "CADSAIFE".
           02 FILLER             PIC X(10) VALUE "CADLIQFE".
           02 FILLER             PIC X(10) VALUE "CADLIQRS".
           02 FILLER             PIC X(10) VALUE "CADLIQAD".
           02 FILLER             PIC X(10) VALUE "CADMEN".
           02 FILLER             PIC X(10) VALUE "CADMFA".
           02 FILLER             PIC X(150) VALUE SPACES.
       01 TAB-PREFIXOS REDEFINES TAB-PREFIXOS-VAL.
           02 PREFIXO-TAB        PIC X(10) OCCURS 31 TIMES.
       01 TAB-GERACOES.
           02 NOME-GER-TAB       PIC X(40) OCCURS 200 TIMES.


       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM CARGA-SEGMENTOS.
            OPEN INPUT PARLIMP.
            IF PARLIMP-STATUS EQUAL "00"
               PERFORM LEITURA-PARLIMP
               CALL "SYSTEM" USING WK-COMANDO
            END-IF.

       CARGA-SEGMENTOS.
      * OS PREFIXOS DOS SEGMENTOS DE CLIENTES DO EM01EX04 VEM DO
      * CADSEG E ENTRAM NO FIM DA TABELA, ATE 15 ALEM DOS FIXOS. UM
      * SEGMENTO JA RETIRADO DO CADSEG AINDA TEM GERACOES NO
      * CATALOGO: OS PREFIXOS DAS ENTRADAS DO EM01EX04 NO CADGER
      * (NOME DO ARQUIVO ATE O PRIMEIRO PONTO) ENTRAM TAMBEM.
            OPEN INPUT CADSEG.
            IF CADSEG-STATUS EQUAL "00"
               PERFORM LEITURA-CADSEG
                       UNTIL FIM-SEG EQUAL "SIM"
               CLOSE CADSEG
            END-IF.
            MOVE "NAO" TO FIM-GER.
            OPEN INPUT CADGER.
            IF CADGER-STATUS EQUAL "00"
               PERFORM LEITURA-GER-SEGMENTO
                       UNTIL FIM-GER EQUAL "SIM"
               CLOSE CADGER
            END-IF.
            MOVE "NAO" TO FIM-GER.

       LEITURA-CADSEG.
            READ CADSEG
                AT END
                MOVE "SIM" TO FIM-SEG
                NOT AT END
                IF PREFIXO-SEG NOT EQUAL SPACES
                   MOVE PREFIXO-SEG TO WK-PREFIXO-SEG
                   PERFORM INCLUI-SEGMENTO
                END-IF
            END-READ.

       LEITURA-GER-SEGMENTO.
            READ CADGER
                AT END
                MOVE "SIM" TO FIM-GER
                NOT AT END
                IF PROGRAMA-GER EQUAL "EM01EX04"
                   MOVE SPACES TO WK-PREFIXO-SEG
                   UNSTRING NOME-ARQ-GER DELIMITED BY "."
                            INTO WK-PREFIXO-SEG
                   IF WK-PREFIXO-SEG NOT EQUAL SPACES
                      PERFORM INCLUI-SEGMENTO
                   END-IF
                END-IF
            END-READ.

       INCLUI-SEGMENTO.
            MOVE ZEROS TO WK-ACHOU-SEG.
            PERFORM COMPARA-SEGMENTO
                    VARYING WK-IND-SEG FROM 1 BY 1
                    UNTIL WK-IND-SEG > QTD-PREFIXOS
                       OR WK-ACHOU-SEG > 0.
            IF WK-ACHOU-SEG EQUAL ZEROS
               IF QTD-PREFIXOS < 31
                  ADD 1 TO QTD-PREFIXOS
                  MOVE WK-PREFIXO-SEG TO PREFIXO-TAB(QTD-PREFIXOS)
               ELSE
                  DISPLAY "EM01LIMP - PREFIXO " WK-PREFIXO-SEG
                          " DE SEGMENTO NAO CABE NA TABELA - IGNORADO"
               END-IF
            END-IF.

       COMPARA-SEGMENTO.
            IF PREFIXO-TAB(WK-IND-SEG) EQUAL WK-PREFIXO-SEG
               MOVE WK-IND-SEG TO WK-ACHOU-SEG
            END-IF.

       LEITURA-PARLIMP.
            READ PARLIMP
                AT END
