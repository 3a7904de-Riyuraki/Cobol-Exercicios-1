      *         CATALOGO E APONTADO COMO ORFAO. TUDO SAI NO RELATORIO
      *         RELRGE COM OS TOTAIS; HAVENDO QUALQUER DIVERGENCIA O
      *         PROGRAMA RETORNA CODIGO 8.
      *         OS PREFIXOS DOS SEGMENTOS DE CLIENTES DO CADSEG
      *         ENTRAM NA LISTAGEM DO DIRETORIO AO LADO DOS FIXOS,
      *         JUNTO COM OS DAS GERACOES DO EM01EX04 NO CADGER (UM
      *         SEGMENTO RETIRADO DO CADSEG CONTINUA RECONCILIADO). O
      *         EM01EX04 CATALOGA UMA GERACAO POR SEGMENTO, TODAS COM
      *         A MESMA HORA, E LOGA A SOMA DELAS: SUAS ENTRADAS SAO
      *         CONFERIDAS PELO TOTAL DA EXECUCAO A QUE PERTENCEM.
      *         O CADMFA, COBRANCA CONSOLIDADA POR FAMILIA QUE O
      *         EM01MENS CATALOGA JUNTO COM O CADMEN, TEM A PRESENCA NO
      *         DIRETORIO CONFERIDA, MAS NAO A CONTAGEM, POIS O EM01LOG
      *         DO EM01MENS TRAZ SO AS COBRANCAS POR ALUNO.

       ENVIRONMENT DIVISION.

           SELECT     CADGER  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADGER-STATUS.
           SELECT     CADSEG  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADSEG-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       COPY GERREG.

       FD CADSEG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADSEG.DAT".

       COPY SEGREG.

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".
       77 QTD-ENTRADAS      PIC 9(03) VALUE ZEROS.
       77 TAB-GER-CHEIA     PIC X(03) VALUE "NAO".
       77 QTD-LOGS          PIC 9(03) VALUE ZEROS.
       77 QTD-PREFIXOS      PIC 9(02) VALUE 16.
       77 CADSEG-STATUS     PIC X(02) VALUE SPACES.
       77 FIM-SEG           PIC X(03) VALUE "NAO".
       77 WK-IND-SEG        PIC 9(02) VALUE ZEROS.
       77 WK-ACHOU-SEG      PIC 9(02) VALUE ZEROS.
       77 WK-PREFIXO-SEG    PIC X(10) VALUE SPACES.
       77 WK-IND            PIC 9(03) VALUE ZEROS.
       77 WK-IND-PRE        PIC 9(02) VALUE ZEROS.
       77 WK-IND-LOG        PIC 9(03) VALUE ZEROS.
       77 QTD-ORFAOS        PIC 9(03) VALUE ZEROS.
       77 WK-COMANDO        PIC X(80) VALUE SPACES.
       77 WK-QTD-ED         PIC ZZZZ9.
       77 WK-QTD-CAT        PIC 9(05) VALUE ZEROS.
       77 WK-IND-SOMA       PIC 9(03) VALUE ZEROS.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
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
       01 TAB-CATALOGO.
           02 CAT-TAB OCCURS 400 TIMES.
              03 NOME-CAT-TAB      PIC X(30).
              03 PROGRAMA-CAT-TAB  PIC X(08).
              03 DATA-CAT-TAB      PIC 9(08).
              03 HORA-CAT-TAB      PIC 9(08).
              03 QTD-CAT-TAB       PIC 9(05).
              03 SITUACAO-CAT-TAB  PIC X(01).
       01 TAB-LOGS.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM CARGA-SEGMENTOS.
            OPEN OUTPUT RELRGE.
            MOVE SPACES TO LINHA-RELRGE.
            STRING "RECONCILIACAO DO CATALOGO - EM01RGER - "
            MOVE SPACES TO LINHA-RELRGE.
            WRITE REG-RELRGE.

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
                  DISPLAY "EM01RGER - PREFIXO " WK-PREFIXO-SEG
                          " DE SEGMENTO NAO CABE NA TABELA - IGNORADO"
               END-IF
            END-IF.

       COMPARA-SEGMENTO.
            IF PREFIXO-TAB(WK-IND-SEG) EQUAL WK-PREFIXO-SEG
               MOVE WK-IND-SEG TO WK-ACHOU-SEG
            END-IF.

       CARGA-CATALOGO.
            MOVE "NAO" TO FIM-GER.
            OPEN INPUT CADGER.
            MOVE NOME-ARQ-GER TO NOME-CAT-TAB(WK-IND).
            MOVE PROGRAMA-GER TO PROGRAMA-CAT-TAB(WK-IND).
            MOVE DATA-GER TO DATA-CAT-TAB(WK-IND).
            MOVE HORA-GER TO HORA-CAT-TAB(WK-IND).
            MOVE QTD-GRAVADOS-GER TO QTD-CAT-TAB(WK-IND).
            MOVE SITUACAO-GER TO SITUACAO-CAT-TAB(WK-IND).

            PERFORM CONFERE-CONTAGEM.

       CONFERE-CONTAGEM.
      * O EM01MENS CATALOGA O CADMEN E O CADMFA NA MESMA EXECUCAO, MAS
      * SO LOGA AS COBRANCAS POR ALUNO DO CADMEN; AS CONSOLIDADAS POR
      * FAMILIA NAO TEM CONTAGEM NO EM01LOG PARA CONFERIR.
            IF PROGRAMA-CAT-TAB(WK-IND) EQUAL "EM01MENS"
               AND NOME-CAT-TAB(WK-IND)(1:7) EQUAL "CADMFA."
               EXIT PARAGRAPH
            END-IF.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM PROCURA-LOG
                    VARYING WK-IND-LOG FROM 1 BY 1
                      INTO LINHA-RELRGE
               WRITE REG-RELRGE
            ELSE
               MOVE QTD-CAT-TAB(WK-IND) TO WK-QTD-CAT
               IF PROGRAMA-CAT-TAB(WK-IND) EQUAL "EM01EX04"
                  PERFORM SOMA-EXECUCAO
               END-IF
               IF QTD-LOG-TAB(WK-ACHOU)
                  NOT EQUAL WK-QTD-CAT
                  ADD 1 TO QTD-DIVERGENTES
                  MOVE SPACES TO LINHA-RELRGE
                  STRING "CONTAGEM DIVERGE: " DELIMITED BY SIZE
                         NOME-CAT-TAB(WK-IND) DELIMITED BY SIZE
                         " CATALOGO " DELIMITED BY SIZE
                         WK-QTD-CAT DELIMITED BY SIZE
                         " X LOG " DELIMITED BY SIZE
                         QTD-LOG-TAB(WK-ACHOU) DELIMITED BY SIZE
                         INTO LINHA-RELRGE
               END-IF
            END-IF.

       SOMA-EXECUCAO.
      * OS SEGMENTOS DE UMA EXECUCAO DO EM01EX04 TEM A MESMA DATA E
      * HORA NO CATALOGO E O EM01LOG TRAZ A SOMA DE TODOS ELES.
            MOVE ZEROS TO WK-QTD-CAT.
            PERFORM SOMA-SEGMENTO
                    VARYING WK-IND-SOMA FROM 1 BY 1
                    UNTIL WK-IND-SOMA > QTD-ENTRADAS.

       SOMA-SEGMENTO.
            IF PROGRAMA-CAT-TAB(WK-IND-SOMA) EQUAL "EM01EX04"
               AND DATA-CAT-TAB(WK-IND-SOMA)
                   EQUAL DATA-CAT-TAB(WK-IND)
               AND HORA-CAT-TAB(WK-IND-SOMA)
                   EQUAL HORA-CAT-TAB(WK-IND)
               ADD QTD-CAT-TAB(WK-IND-SOMA) TO WK-QTD-CAT
            END-IF.

       PROCURA-LOG.
            IF PROGRAMA-LOG-TAB(WK-IND-LOG)
               EQUAL PROGRAMA-CAT-TAB(WK-IND)
