      *         RELATORIO RELTMP, E O PROGRAMA RETORNA CODIGO 8 -
      *         MESMA MECANICA DO EM01VARI, APLICADA AO RELOGIO.
      *         PASSOS COM UMA SO EXECUCAO NO LOG NAO GERAM
      *         COMPARACAO. SO O CADTMG VIVO E LIDO NA RODADA NORMAL.
      *         QUANDO UM PASSO TEM UMA SO EXECUCAO NO VIVO (LOGO
      *         APOS A VIRADA DO ANO), AS EXECUCOES DELE NO ARQUIVO
      *         MORTO MAIS RECENTE DO CADTMG LISTADO NO INDICE CADIDX
      *         (COPY IDXREG) PELA ROTACAO ANUAL EM01ROTA ENTRAM NA
      *         MEDIA ANTERIOR - E SO ESSE ARQUIVO MORTO E ABERTO, E
      *         SO NESSE CASO. COM S NA POSICAO 4 DO PARTMP O
      *         OPERADOR PEDE A LEITURA DE TODOS OS ARQUIVOS MORTOS
      *         ANTES DO VIVO, PARA A MEDIA DE TODOS OS ANOS.

       ENVIRONMENT DIVISION.


       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADTMG  ASSIGN  TO DYNAMIC CADTMG-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADTMG-STATUS.
           SELECT     CADIDX  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADIDX-STATUS.
           SELECT     PARTMP  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARTMP-STATUS.

       FILE SECTION.
       FD CADTMG
           LABEL        RECORD ARE      STANDARD.

       01 REG-TMG.
           02 DATA-TMG              PIC 9(08).

       01 REG-PARTMP.
           02 TOLERANCIA-PAR       PIC 9(03).
           02 MORTOS-PAR           PIC X(01).

       FD RELTMP
           LABEL        RECORD ARE      STANDARD
       01 REG-RELTMP.
           02 LINHA-RELTMP         PIC X(80).

       FD CADIDX
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADIDX.DAT".

       COPY IDXREG.

       WORKING-STORAGE SECTION.

       77 CADTMG-STATUS     PIC X(02) VALUE SPACES.
       77 WK-SEG-ED         PIC ZZZZ9.
       77 WK-MEDIA-ED       PIC ZZZZ9.
       77 WK-PCT-ED         PIC ZZZZZZ9.
       77 CADIDX-STATUS     PIC X(02) VALUE SPACES.
       77 CADTMG-NOME       PIC X(30) VALUE "CADTMG.DAT".
       77 FIM-IDX           PIC X(03) VALUE "NAO".
       77 QTD-MORTOS        PIC 9(02) VALUE ZEROS.
       77 WK-IND-MOR        PIC 9(02) VALUE ZEROS.
       77 WK-ACHOU-MOR      PIC 9(02) VALUE ZEROS.
       77 LER-MORTOS        PIC X(03) VALUE "NAO".
       77 QTD-SEM-ANTERIOR  PIC 9(02) VALUE ZEROS.
       01 TAB-MORTOS.
           02 NOME-MORTO-TAB    PIC X(30) OCCURS 50 TIMES.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
              03 QTD-EXEC-TAB      PIC 9(05).
              03 SOMA-ANT-TAB      PIC 9(08).
              03 ULTIMO-TAB        PIC 9(05).
              03 PEDE-MORTO-TAB    PIC X(03).

       PROCEDURE         DIVISION.

                IF TOLERANCIA-PAR IS NUMERIC
                   AND TOLERANCIA-PAR > ZEROS
                   MOVE TOLERANCIA-PAR TO TOLERANCIA
                END-IF
                IF MORTOS-PAR EQUAL "S"
                   MOVE "SIM" TO LER-MORTOS
                END-IF.

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
                IF NOME-BASE-IDX EQUAL "CADTMG"
                   PERFORM GUARDA-MORTO
                END-IF
            END-READ.

       GUARDA-MORTO.
            MOVE ZEROS TO WK-ACHOU-MOR.
            PERFORM PROCURA-MORTO
                    VARYING WK-IND-MOR FROM 1 BY 1
                    UNTIL WK-IND-MOR > QTD-MORTOS
                       OR WK-ACHOU-MOR > 0.
            IF WK-ACHOU-MOR EQUAL ZEROS AND QTD-MORTOS < 50
               ADD 1 TO QTD-MORTOS
               MOVE NOME-ARQ-IDX TO NOME-MORTO-TAB(QTD-MORTOS)
            END-IF.

       PROCURA-MORTO.
            IF NOME-MORTO-TAB(WK-IND-MOR) EQUAL NOME-ARQ-IDX
               MOVE WK-IND-MOR TO WK-ACHOU-MOR
            END-IF.

       LE-MORTO.
            MOVE NOME-MORTO-TAB(WK-IND-MOR) TO CADTMG-NOME.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADTMG.
            IF CADTMG-STATUS NOT EQUAL "00"
               DISPLAY "EM01TEMP - ARQUIVO MORTO " CADTMG-NOME
                       " NAO ABRIU - HISTORICO INCOMPLETO"
            ELSE
               PERFORM LEITURA-CADTMG
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADTMG
            END-IF.

       VARRE-CADTMG.
            PERFORM CARGA-CADIDX.
            IF LER-MORTOS EQUAL "SIM"
               PERFORM LE-MORTO
                       VARYING WK-IND-MOR FROM 1 BY 1
                       UNTIL WK-IND-MOR > QTD-MORTOS
            END-IF.
            MOVE "CADTMG.DAT" TO CADTMG-NOME.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADTMG.
            IF CADTMG-STATUS NOT EQUAL "00"
               DISPLAY "EM01TEMP - CADTMG NAO ABRIU - STATUS "
            PERFORM LEITURA-CADTMG
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADTMG.
            IF LER-MORTOS EQUAL "NAO" AND QTD-MORTOS > 0
               PERFORM COMPLETA-ANTERIOR
            END-IF.

       COMPLETA-ANTERIOR.
            MOVE ZEROS TO QTD-SEM-ANTERIOR.
            PERFORM MARCA-SEM-ANTERIOR
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-PASSOS.
            IF QTD-SEM-ANTERIOR EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE NOME-MORTO-TAB(QTD-MORTOS) TO CADTMG-NOME.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADTMG.
            IF CADTMG-STATUS NOT EQUAL "00"
               DISPLAY "EM01TEMP - ARQUIVO MORTO " CADTMG-NOME
                       " NAO ABRIU - HISTORICO INCOMPLETO"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-CADTMG-MORTO
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADTMG.

       MARCA-SEM-ANTERIOR.
            IF QTD-EXEC-TAB(WK-IND) < 2
               MOVE "SIM" TO PEDE-MORTO-TAB(WK-IND)
               ADD 1 TO QTD-SEM-ANTERIOR
            ELSE
               MOVE "NAO" TO PEDE-MORTO-TAB(WK-IND)
            END-IF.

       LEITURA-CADTMG-MORTO.
            READ CADTMG
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                PERFORM COMPLETA-PASSO.

       COMPLETA-PASSO.
      * A ULTIMA EXECUCAO CONTINUA SENDO A DO VIVO; AS DO ARQUIVO
      * MORTO SO ENTRAM NA MEDIA ANTERIOR.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM PROCURA-PASSO
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-PASSOS OR WK-ACHOU > 0.
            IF WK-ACHOU EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            IF PEDE-MORTO-TAB(WK-ACHOU) EQUAL "SIM"
               ADD 1 TO QTD-EXEC-TAB(WK-ACHOU)
               ADD SEGUNDOS-TMG TO SOMA-ANT-TAB(WK-ACHOU)
            END-IF.

       LEITURA-CADTMG.
            READ CADTMG
