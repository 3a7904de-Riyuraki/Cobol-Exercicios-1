      *         EM QUE O CADCLI1 CHEGOU TRUNCADO E O EM01EX04 LEU 37
      *         REGISTROS EM VEZ DE ~900) PARE A CADEIA EM VEZ DE
      *         ESCORRER PARA AS SAIDAS. PROGRAMAS COM UMA SO LINHA
      *         NO LOG (PRIMEIRA EXECUCAO) NAO GERAM COMPARACAO. SO
      *         O EM01LOG VIVO E LIDO NA RODADA NORMAL. QUANDO UM
      *         PROGRAMA TEM UMA SO LINHA NO VIVO (A VIRADA DO ANO
      *         LEVOU A EXECUCAO ANTERIOR), A ULTIMA LINHA DELE NO
      *         ARQUIVO MORTO MAIS RECENTE DO EM01LOG LISTADO NO
      *         INDICE CADIDX (COPY IDXREG) PELA ROTACAO ANUAL
      *         EM01ROTA FAZ O PAPEL DE EXECUCAO ANTERIOR - E SO ESSE
      *         ARQUIVO MORTO E ABERTO, E SO NESSE CASO. COM S NA
      *         SEGUNDA INFORMACAO DO PARVAR O OPERADOR PEDE A
      *         LEITURA DE TODOS OS ARQUIVOS MORTOS ANTES DO VIVO.

       ENVIRONMENT DIVISION.


       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     EM01LOG  ASSIGN  TO DYNAMIC EM01LOG-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.
           SELECT     CADIDX  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADIDX-STATUS.
           SELECT     PARVAR  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARVAR-STATUS.

       FILE SECTION.
       FD EM01LOG
           LABEL        RECORD ARE      STANDARD.

       COPY LOGREG.


       01 REG-PARVAR.
           02 TOLERANCIA-PAR       PIC 9(03).
           02 MORTOS-PAR           PIC X(01).

       FD RELVAR
           LABEL        RECORD ARE      STANDARD
       01 REG-RELVAR.
           02 LINHA-RELVAR         PIC X(80).

       FD CADIDX
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADIDX.DAT".

       COPY IDXREG.

       WORKING-STORAGE SECTION.

       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 WK-ANT-ED         PIC ZZZZ9.
       77 WK-ATU-ED         PIC ZZZZ9.
       77 WK-PCT-ED         PIC ZZZZZZ9.
       77 CADIDX-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-NOME      PIC X(30) VALUE "EM01LOG.DAT".
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
              03 ATU-LIDOS-VAR        PIC 9(05).
              03 ATU-GRAVADOS-VAR     PIC 9(05).
              03 ATU-REJEITADOS-VAR   PIC 9(05).
              03 PEDE-MORTO-VAR       PIC X(03).

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
                IF NOME-BASE-IDX EQUAL "EM01LOG"
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
            MOVE NOME-MORTO-TAB(WK-IND-MOR) TO EM01LOG-NOME.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               DISPLAY "EM01VARI - ARQUIVO MORTO " EM01LOG-NOME
                       " NAO ABRIU - HISTORICO INCOMPLETO"
            ELSE
               PERFORM LEITURA-LOG
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE EM01LOG
            END-IF.

       VARRE-EM01LOG.
            PERFORM CARGA-CADIDX.
            IF LER-MORTOS EQUAL "SIM"
               PERFORM LE-MORTO
                       VARYING WK-IND-MOR FROM 1 BY 1
                       UNTIL WK-IND-MOR > QTD-MORTOS
            END-IF.
            MOVE "EM01LOG.DAT" TO EM01LOG-NOME.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               DISPLAY "EM01VARI - EM01LOG NAO ABRIU - STATUS "
            PERFORM LEITURA-LOG
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE EM01LOG.
            IF LER-MORTOS EQUAL "NAO" AND QTD-MORTOS > 0
               PERFORM COMPLETA-ANTERIOR
            END-IF.

       COMPLETA-ANTERIOR.
            MOVE ZEROS TO QTD-SEM-ANTERIOR.
            PERFORM MARCA-SEM-ANTERIOR
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-PROGS.
            IF QTD-SEM-ANTERIOR EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE NOME-MORTO-TAB(QTD-MORTOS) TO EM01LOG-NOME.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               DISPLAY "EM01VARI - ARQUIVO MORTO " EM01LOG-NOME
                       " NAO ABRIU - HISTORICO INCOMPLETO"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-LOG-MORTO
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE EM01LOG.

       MARCA-SEM-ANTERIOR.
            IF QTD-LINHAS-VAR(WK-IND) EQUAL 1
               MOVE "SIM" TO PEDE-MORTO-VAR(WK-IND)
               ADD 1 TO QTD-SEM-ANTERIOR
            ELSE
               MOVE "NAO" TO PEDE-MORTO-VAR(WK-IND)
            END-IF.

       LEITURA-LOG-MORTO.
            READ EM01LOG
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                PERFORM COMPLETA-PROGRAMA.

       COMPLETA-PROGRAMA.
      * SO PROGRAMAS QUE RODARAM NO ANO CORRENTE INTERESSAM; A
      * ULTIMA LINHA DELES NO ARQUIVO MORTO E A EXECUCAO ANTERIOR.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM PROCURA-PROGRAMA
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-PROGS OR WK-ACHOU > 0.
            IF WK-ACHOU EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            IF PEDE-MORTO-VAR(WK-ACHOU) EQUAL "SIM"
               MOVE 2 TO QTD-LINHAS-VAR(WK-ACHOU)
               MOVE QTD-LIDOS-LOG TO ANT-LIDOS-VAR(WK-ACHOU)
               MOVE QTD-GRAVADOS-LOG TO ANT-GRAVADOS-VAR(WK-ACHOU)
               MOVE QTD-REJEITADOS-LOG
                    TO ANT-REJEITADOS-VAR(WK-ACHOU)
            END-IF.

       LEITURA-LOG.
            READ EM01LOG
