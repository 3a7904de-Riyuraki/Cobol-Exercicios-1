       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01HOLE.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. IMPRESSAO DOS HOLERITES (DEMONSTRATIVOS DE PAGAMENTO)
      *         DA FOLHA MENSAL, QUE O RH COPIAVA DO RELLIQ A MAO NUM
      *         FORMULARIO. RESOLVE A GERACAO MAIS RECENTE DE CADLIQ08
      *         PELO CATALOGO CADGER E RECONFERE O TRAILER (RECONTAGEM
      *         E RESSOMA DO LIQUIDO; SEM TRAILER OU COM DIVERGENCIA
      *         ABORTA COM CODIGO 8). O DETALHE DAS VERBAS VEM DO
      *         ARQUIVO CUMULATIVO CADHOL (COPY HOLREG), GRAVADO PELO
      *         EM01LIQD JUNTO COM O CADLIQ08: SALARIO, REAJUSTE,
      *         HORA-AULA E EVENTOS COMO PROVENTOS; EVENTOS, INSS E
      *         IRRF (COM BASE E ALIQUOTA) E ADIANTAMENTO COMO
      *         DESCONTOS. O ACUMULADO DO ANO SOMA AS LINHAS DE RESUMO
      *         DO CADHOL DO ANO DA GERACAO ATE ELA, UMA FOLHA POR MES
      *         (REPROCESSADO O MES, VALE A GERACAO MAIS RECENTE DELE).
      *         O DEPARTAMENTO VEM DO CADEMP E O NOME DELE DO CADDEP; OS
      *         HOLERITES SAO ORDENADOS (SORT) POR DEPARTAMENTO E
      *         MATRICULA, COM UMA PAGINA DE ROSTO A CADA DEPARTAMENTO,
      *         PARA A ENTREGA POR AREA, E OS FUNCIONARIOS FORA DO
      *         CADEMP SAEM NO FIM. CADA HOLERITE OCUPA UMA PAGINA DO
      *         ARQUIVO DE IMPRESSAO HOLERI, COM O CABECALHO DA
      *         EMPRESA (CODIGO DO PARBAN, QUANDO HOUVER). FUNCIONARIO
      *         SEM DETALHE NO CADHOL (GERACAO ANTERIOR AO ARQUIVO)
      *         SAI SO COM BRUTO, INSS E IRRF E O PROGRAMA TERMINA COM
      *         CODIGO 4. AO FINAL, GRAVA UMA LINHA DE ESTATISTICA EM
      *         EM01LOG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADGER  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADGER-STATUS.
           SELECT     CADLIQ  ASSIGN  TO DYNAMIC CADLIQ-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADLIQ-STATUS.
           SELECT     CADHOL  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADHOL-STATUS.
           SELECT     PARBAN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARBAN-STATUS.
           SELECT     CADEMP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      MATRICULA-EMP
           FILE STATUS IS CADEMP-STATUS.
           SELECT     CADDEP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-DEP
           FILE STATUS IS CADDEP-STATUS.
           SELECT     SORT-HOL  ASSIGN  TO    "SRTHOL".
           SELECT     HOLERI  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS HOLERI-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADGER
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADGER.DAT".

       COPY GERREG.

       FD CADLIQ
           LABEL        RECORD ARE      STANDARD.

       01 REG-LIQ.
           02 COD-LIQ              PIC 9(05).
           02 NOME-LIQ             PIC X(20).
           02 BRUTO-LIQ            PIC 9(05)V99.
           02 INSS-LIQ             PIC 9(05)V99.
           02 IRRF-LIQ             PIC 9(05)V99.
           02 LIQUIDO-LIQ          PIC 9(05)V99.
           02 DATA-PROC-LIQ        PIC 9(08).

       01 REG-LIQ-TRL REDEFINES REG-LIQ.
           02 TIPO-LIQ-TRL         PIC X(03).
           02 QTD-LIQ-TRL          PIC 9(05).
           02 TOTAL-LIQ-TRL        PIC 9(08)V99.
           02 FILLER               PIC X(43).

       FD CADHOL
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADHOL.DAT".

       COPY HOLREG.

       FD PARBAN
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARBAN.DAT".

       01 REG-PARBAN.
           02 EMPRESA-PAR          PIC X(10).

       FD CADEMP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADEMP.DAT".

       COPY FUNREG.

       FD CADDEP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADDEP.DAT".

       COPY DEPREG.

       SD SORT-HOL.

       01 REG-SORT-HOL.
           02 ORDEM-SRT             PIC 9(01).
           02 DEPTO-SRT             PIC X(04).
           02 MATRICULA-SRT         PIC 9(05).
           02 NOME-SRT              PIC X(30).
           02 NOME-DEP-SRT          PIC X(20).
           02 BRUTO-SRT             PIC 9(05)V99.
           02 INSS-SRT              PIC 9(05)V99.
           02 IRRF-SRT              PIC 9(05)V99.
           02 LIQUIDO-SRT           PIC 9(05)V99.

       FD HOLERI
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "HOLERI.DAT".

       01 REG-HOLERI.
           02 LINHA-HOLERI         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADGER-STATUS     PIC X(02) VALUE SPACES.
       77 CADLIQ-STATUS     PIC X(02) VALUE SPACES.
       77 CADHOL-STATUS     PIC X(02) VALUE SPACES.
       77 PARBAN-STATUS     PIC X(02) VALUE SPACES.
       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 CADDEP-STATUS     PIC X(02) VALUE SPACES.
       77 HOLERI-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-SORT          PIC X(03) VALUE "NAO".
       77 ACHOU-GERACAO     PIC X(03) VALUE "NAO".
       77 TEM-TRAILER       PIC X(03) VALUE "NAO".
       77 TEM-CADDEP        PIC X(03) VALUE "NAO".
       77 CADLIQ-NOME       PIC X(30) VALUE SPACES.
       77 WK-EMPRESA        PIC X(10) VALUE SPACES.
       77 WK-DATA-GER       PIC 9(08) VALUE ZEROS.
       77 WK-ORDEM-ANT      PIC 9(01) VALUE ZERO.
       77 WK-DEPTO-ANT      PIC X(04) VALUE SPACES.
       77 QTD-DETALHES      PIC 9(05) VALUE ZEROS.
       77 TOTAL-RECOMPUTADO PIC 9(08)V99 VALUE ZEROS.
       77 WK-QTD-TRL        PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-TRL      PIC 9(08)V99 VALUE ZEROS.
       77 QTD-VRB           PIC 9(04) VALUE ZEROS.
       77 WK-IND-VRB        PIC 9(04) VALUE ZEROS.
       77 QTD-VRB-FUNC      PIC 9(03) VALUE ZEROS.
       77 QTD-ACM           PIC 9(04) VALUE ZEROS.
       77 WK-IND-ACM        PIC 9(04) VALUE ZEROS.
       77 WK-ACM            PIC 9(04) VALUE ZEROS.
       77 QTD-MESES         PIC 9(02) VALUE ZEROS.
       77 WK-PROVENTOS      PIC 9(06)V99 VALUE ZEROS.
       77 WK-DESCONTOS      PIC 9(06)V99 VALUE ZEROS.
       77 ACM-BRUTO         PIC 9(07)V99 VALUE ZEROS.
       77 ACM-INSS          PIC 9(07)V99 VALUE ZEROS.
       77 ACM-IRRF          PIC 9(07)V99 VALUE ZEROS.
       77 ACM-LIQUIDO       PIC 9(07)V99 VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-HOLERITES     PIC 9(05) VALUE ZEROS.
       77 QTD-SEM-DETALHE   PIC 9(05) VALUE ZEROS.
       77 QTD-FORA-CADEMP   PIC 9(05) VALUE ZEROS.
       77 QTD-DEPTOS        PIC 9(03) VALUE ZEROS.
       77 WK-COD-ED         PIC ZZZZ9.
       77 WK-REF-ED         PIC ZZZZ9,99.
       77 WK-TAXA-ED        PIC ZZ9,99.
       77 WK-VALOR-ED       PIC ZZZZ9,99.
       77 WK-TOTAL-ED       PIC ZZZZZ9,99.
       77 WK-ACM-ED         PIC ZZZZZZ9,99.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-DATA-FOLHA.
           02 ANO-FOLHA            PIC 9(04).
           02 MES-FOLHA            PIC 9(02).
           02 DIA-FOLHA            PIC 9(02).
       01 WK-DATA-ED.
           02 DIA-ED               PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 MES-ED               PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 ANO-ED               PIC 9(04).
       01 TAB-VERBAS.
           02 VRB-TAB OCCURS 5000 TIMES.
              03 MATRICULA-VRB-TAB PIC 9(05).
              03 TIPO-VRB-TAB      PIC X(01).
              03 DESCRICAO-VRB-TAB PIC X(20).
              03 REFERENCIA-VRB-TAB PIC 9(05)V99.
              03 TAXA-VRB-TAB      PIC 9(03)V99.
              03 VALOR-VRB-TAB     PIC 9(05)V99.
       01 TAB-ACUMULADO.
           02 ACM-TAB OCCURS 5000 TIMES.
              03 MATRICULA-ACM-TAB PIC 9(05).
              03 MES-ACM-TAB       PIC 9(06).
              03 NOME-GER-ACM-TAB  PIC X(30).
              03 BRUTO-ACM-TAB     PIC 9(05)V99.
              03 INSS-ACM-TAB      PIC 9(05)V99.
              03 IRRF-ACM-TAB      PIC 9(05)V99.
              03 LIQUIDO-ACM-TAB   PIC 9(05)V99.

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       SORT SORT-HOL
            ON ASCENDING KEY ORDEM-SRT
            ON ASCENDING KEY DEPTO-SRT
            ON ASCENDING KEY MATRICULA-SRT
            INPUT PROCEDURE IS ENTRADA-SORT
            OUTPUT PROCEDURE IS SAIDA-SORT.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM RESOLVE-GERACAO.
            IF ACHOU-GERACAO EQUAL "NAO"
               DISPLAY "EM01HOLE - NENHUMA GERACAO DE CADLIQ08 NO "
                       "CATALOGO CADGER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE WK-DATA-GER TO WK-DATA-FOLHA.
            PERFORM CONFERE-GERACAO.
            OPEN INPUT PARBAN.
            IF PARBAN-STATUS EQUAL "00"
               READ PARBAN
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE EMPRESA-PAR TO WK-EMPRESA
               END-READ
               CLOSE PARBAN
            END-IF.
            PERFORM CARGA-CADHOL.
            OPEN INPUT CADEMP.
            IF CADEMP-STATUS NOT EQUAL "00"
               DISPLAY "EM01HOLE - CADEMP NAO ABRIU - STATUS "
                       CADEMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADDEP.
            IF CADDEP-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADDEP
            ELSE
               DISPLAY "EM01HOLE - CADDEP AUSENTE - HOLERITES SEM O "
                       "NOME DO DEPARTAMENTO"
            END-IF.
            OPEN OUTPUT HOLERI.

       RESOLVE-GERACAO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADGER.
            IF CADGER-STATUS EQUAL "00"
               PERFORM LEITURA-CADGER
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADGER
            END-IF.

       LEITURA-CADGER.
            READ CADGER
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF NOME-ARQ-GER(1:9) EQUAL "CADLIQ08."
                      AND SITUACAO-GER NOT EQUAL "Q" AND "R"
                   MOVE NOME-ARQ-GER TO CADLIQ-NOME
                   MOVE DATA-GER TO WK-DATA-GER
                   MOVE "SIM" TO ACHOU-GERACAO
                END-IF
            END-READ.

       CONFERE-GERACAO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADLIQ.
            IF CADLIQ-STATUS NOT EQUAL "00"
               DISPLAY "EM01HOLE - GERACAO " CADLIQ-NOME
                       " NAO ABRIU - STATUS " CADLIQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-CONFERENCIA
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADLIQ.
            IF TEM-TRAILER EQUAL "NAO"
               DISPLAY "EM01HOLE - GERACAO SEM TRAILER - IMPRESSAO "
                       "ABORTADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF QTD-DETALHES NOT EQUAL WK-QTD-TRL
               OR TOTAL-RECOMPUTADO NOT EQUAL WK-TOTAL-TRL
               DISPLAY "EM01HOLE - DIVERGENCIA COM O TRAILER: "
                       "RECONTADOS " QTD-DETALHES " X " WK-QTD-TRL
                       " - RESSOMA " TOTAL-RECOMPUTADO " X "
                       WK-TOTAL-TRL " - IMPRESSAO ABORTADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.

       LEITURA-CONFERENCIA.
            READ CADLIQ
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF TIPO-LIQ-TRL EQUAL "TRL"
                   MOVE "SIM" TO TEM-TRAILER
                   MOVE QTD-LIQ-TRL TO WK-QTD-TRL
                   MOVE TOTAL-LIQ-TRL TO WK-TOTAL-TRL
                ELSE
                   ADD 1 TO QTD-DETALHES
                   ADD LIQUIDO-LIQ TO TOTAL-RECOMPUTADO
                END-IF
            END-READ.

       CARGA-CADHOL.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADHOL.
            IF CADHOL-STATUS NOT EQUAL "00"
               DISPLAY "EM01HOLE - CADHOL AUSENTE - HOLERITES SEM "
                       "DETALHE DAS VERBAS"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-CADHOL
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADHOL.

       LEITURA-CADHOL.
            READ CADHOL
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF TIPO-HOL EQUAL "R"
                   PERFORM ARMAZENA-ACUMULADO
                ELSE
                   IF NOME-GER-HOL EQUAL CADLIQ-NOME
                      PERFORM ARMAZENA-VERBA
                   END-IF
                END-IF
            END-READ.

       ARMAZENA-VERBA.
            IF QTD-VRB < 5000
               ADD 1 TO QTD-VRB
               MOVE MATRICULA-HOL TO MATRICULA-VRB-TAB(QTD-VRB)
               MOVE TIPO-HOL TO TIPO-VRB-TAB(QTD-VRB)
               MOVE DESCRICAO-HOL TO DESCRICAO-VRB-TAB(QTD-VRB)
               MOVE REFERENCIA-HOL TO REFERENCIA-VRB-TAB(QTD-VRB)
               MOVE TAXA-HOL TO TAXA-VRB-TAB(QTD-VRB)
               MOVE VALOR-HOL TO VALOR-VRB-TAB(QTD-VRB)
            ELSE
               DISPLAY "EM01HOLE - TABELA DE VERBAS CHEIA (5000) - "
                       "IMPRESSAO ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       ARMAZENA-ACUMULADO.
      * SO ENTRAM AS FOLHAS DO ANO DA GERACAO IMPRESSA, ATE ELA; NO
      * MES REPROCESSADO FICA A GERACAO MAIS RECENTE.
            IF DATA-PROC-HOL(1:4) NOT EQUAL ANO-FOLHA
               OR NOME-GER-HOL > CADLIQ-NOME
               EXIT PARAGRAPH
            END-IF.
            MOVE ZEROS TO WK-ACM.
            PERFORM PROCURA-MES-ACUMULADO
                    VARYING WK-IND-ACM FROM 1 BY 1
                    UNTIL WK-IND-ACM > QTD-ACM OR WK-ACM > 0.
            IF WK-ACM EQUAL ZEROS
               IF QTD-ACM < 5000
                  ADD 1 TO QTD-ACM
                  MOVE QTD-ACM TO WK-ACM
               ELSE
                  DISPLAY "EM01HOLE - TABELA DO ACUMULADO CHEIA "
                          "(5000) - IMPRESSAO ABORTADA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
            ELSE
               IF NOME-GER-HOL < NOME-GER-ACM-TAB(WK-ACM)
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            MOVE MATRICULA-HOL TO MATRICULA-ACM-TAB(WK-ACM).
            MOVE DATA-PROC-HOL(1:6) TO MES-ACM-TAB(WK-ACM).
            MOVE NOME-GER-HOL TO NOME-GER-ACM-TAB(WK-ACM).
            MOVE BRUTO-HOL TO BRUTO-ACM-TAB(WK-ACM).
            MOVE INSS-HOL TO INSS-ACM-TAB(WK-ACM).
            MOVE IRRF-HOL TO IRRF-ACM-TAB(WK-ACM).
            MOVE LIQUIDO-HOL TO LIQUIDO-ACM-TAB(WK-ACM).

       PROCURA-MES-ACUMULADO.
            IF MATRICULA-ACM-TAB(WK-IND-ACM) EQUAL MATRICULA-HOL
               AND MES-ACM-TAB(WK-IND-ACM) EQUAL DATA-PROC-HOL(1:6)
               MOVE WK-IND-ACM TO WK-ACM
            END-IF.

       ENTRADA-SORT.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADLIQ.
            PERFORM LIBERA-FUNCIONARIO
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADLIQ.

       LIBERA-FUNCIONARIO.
            READ CADLIQ
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF TIPO-LIQ-TRL NOT EQUAL "TRL"
                   ADD 1 TO QTD-LIDOS
                   PERFORM MONTA-SORT
                   RELEASE REG-SORT-HOL
                END-IF
            END-READ.

       MONTA-SORT.
            MOVE COD-LIQ TO MATRICULA-SRT.
            MOVE BRUTO-LIQ TO BRUTO-SRT.
            MOVE INSS-LIQ TO INSS-SRT.
            MOVE IRRF-LIQ TO IRRF-SRT.
            MOVE LIQUIDO-LIQ TO LIQUIDO-SRT.
            MOVE COD-LIQ TO MATRICULA-EMP.
            READ CADEMP
                INVALID KEY
                ADD 1 TO QTD-FORA-CADEMP
                MOVE 2 TO ORDEM-SRT
                MOVE SPACES TO DEPTO-SRT
                MOVE NOME-LIQ TO NOME-SRT
                MOVE "(FORA DO CADEMP)" TO NOME-DEP-SRT
                NOT INVALID KEY
                MOVE 1 TO ORDEM-SRT
                MOVE DEPARTAMENTO-EMP TO DEPTO-SRT
                MOVE NOME-EMP TO NOME-SRT
                PERFORM BUSCA-DEPARTAMENTO
            END-READ.

       BUSCA-DEPARTAMENTO.
            MOVE SPACES TO NOME-DEP-SRT.
            IF TEM-CADDEP EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            MOVE DEPARTAMENTO-EMP TO CODIGO-DEP.
            READ CADDEP
                INVALID KEY
                MOVE "(FORA DO CADDEP)" TO NOME-DEP-SRT
                NOT INVALID KEY
                MOVE NOME-DEP TO NOME-DEP-SRT
            END-READ.

       SAIDA-SORT.
            MOVE "NAO" TO FIM-SORT.
            PERFORM RETORNA-SORT.
            PERFORM IMPRIME-HOLERITE
                    UNTIL FIM-SORT EQUAL "SIM".

       RETORNA-SORT.
            RETURN SORT-HOL
                AT END
                MOVE "SIM" TO FIM-SORT
            END-RETURN.

       IMPRIME-HOLERITE.
            IF ORDEM-SRT NOT EQUAL WK-ORDEM-ANT
               OR DEPTO-SRT NOT EQUAL WK-DEPTO-ANT
               PERFORM PAGINA-ROSTO
            END-IF.
            PERFORM ABRE-PAGINA.
            MOVE ZEROS TO WK-PROVENTOS.
            MOVE ZEROS TO WK-DESCONTOS.
            MOVE ZEROS TO QTD-VRB-FUNC.
            PERFORM IMPRIME-VERBA-P
                    VARYING WK-IND-VRB FROM 1 BY 1
                    UNTIL WK-IND-VRB > QTD-VRB.
            PERFORM IMPRIME-VERBA-D
                    VARYING WK-IND-VRB FROM 1 BY 1
                    UNTIL WK-IND-VRB > QTD-VRB.
            IF QTD-VRB-FUNC EQUAL ZEROS
               PERFORM IMPRIME-SEM-DETALHE
            END-IF.
            PERFORM IMPRIME-TOTAIS.
            PERFORM IMPRIME-ACUMULADO.
            PERFORM FECHA-PAGINA.
            ADD 1 TO QTD-HOLERITES.
            PERFORM RETORNA-SORT.

       PAGINA-ROSTO.
            MOVE ORDEM-SRT TO WK-ORDEM-ANT.
            MOVE DEPTO-SRT TO WK-DEPTO-ANT.
            ADD 1 TO QTD-DEPTOS.
            MOVE ALL "=" TO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            IF ORDEM-SRT EQUAL 1
               STRING "HOLERITES DO DEPARTAMENTO " DELIMITED BY SIZE
                      DEPTO-SRT DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      NOME-DEP-SRT DELIMITED BY SIZE
                      INTO LINHA-HOLERI
            ELSE
               MOVE "HOLERITES DE FUNCIONARIOS FORA DO CADEMP"
                    TO LINHA-HOLERI
            END-IF.
            WRITE REG-HOLERI.
            MOVE ALL "=" TO LINHA-HOLERI.
            WRITE REG-HOLERI.

       ABRE-PAGINA.
            MOVE ALL "-" TO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            IF WK-EMPRESA EQUAL SPACES
               MOVE "FATEC-SP - DEMONSTRATIVO DE PAGAMENTO"
                    TO LINHA-HOLERI
            ELSE
               STRING "FATEC-SP - EMPRESA " DELIMITED BY SIZE
                      WK-EMPRESA DELIMITED BY SIZE
                      " - DEMONSTRATIVO DE PAGAMENTO"
                      DELIMITED BY SIZE
                      INTO LINHA-HOLERI
            END-IF.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            MOVE DIA-FOLHA TO DIA-ED.
            MOVE MES-FOLHA TO MES-ED.
            MOVE ANO-FOLHA TO ANO-ED.
            STRING "FOLHA MENSAL DE " DELIMITED BY SIZE
                   WK-DATA-ED(4:7) DELIMITED BY SIZE
                   " - CALCULADA EM " DELIMITED BY SIZE
                   WK-DATA-ED DELIMITED BY SIZE
                   INTO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            STRING "MATRICULA " DELIMITED BY SIZE
                   MATRICULA-SRT DELIMITED BY SIZE
                   "   NOME " DELIMITED BY SIZE
                   NOME-SRT DELIMITED BY SIZE
                   INTO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            STRING "DEPARTAMENTO " DELIMITED BY SIZE
                   DEPTO-SRT DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   NOME-DEP-SRT DELIMITED BY SIZE
                   INTO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE "DESCRICAO" TO LINHA-HOLERI.
            MOVE "REFERENCIA    TAXA PROVENTOS   DESCONTOS"
                 TO LINHA-HOLERI(21:40).
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            WRITE REG-HOLERI.

       IMPRIME-VERBA-P.
            IF MATRICULA-VRB-TAB(WK-IND-VRB) EQUAL MATRICULA-SRT
               AND TIPO-VRB-TAB(WK-IND-VRB) EQUAL "P"
               PERFORM MONTA-LINHA-VERBA
               MOVE WK-VALOR-ED TO LINHA-HOLERI(41:8)
               WRITE REG-HOLERI
               ADD VALOR-VRB-TAB(WK-IND-VRB) TO WK-PROVENTOS
            END-IF.

       IMPRIME-VERBA-D.
            IF MATRICULA-VRB-TAB(WK-IND-VRB) EQUAL MATRICULA-SRT
               AND TIPO-VRB-TAB(WK-IND-VRB) EQUAL "D"
               PERFORM MONTA-LINHA-VERBA
               MOVE WK-VALOR-ED TO LINHA-HOLERI(53:8)
               WRITE REG-HOLERI
               ADD VALOR-VRB-TAB(WK-IND-VRB) TO WK-DESCONTOS
            END-IF.

       MONTA-LINHA-VERBA.
            ADD 1 TO QTD-VRB-FUNC.
            MOVE SPACES TO LINHA-HOLERI.
            MOVE DESCRICAO-VRB-TAB(WK-IND-VRB) TO LINHA-HOLERI(1:20).
            IF REFERENCIA-VRB-TAB(WK-IND-VRB) > ZEROS
               MOVE REFERENCIA-VRB-TAB(WK-IND-VRB) TO WK-REF-ED
               MOVE WK-REF-ED TO LINHA-HOLERI(23:8)
            END-IF.
            IF TAXA-VRB-TAB(WK-IND-VRB) > ZEROS
               MOVE TAXA-VRB-TAB(WK-IND-VRB) TO WK-TAXA-ED
               MOVE WK-TAXA-ED TO LINHA-HOLERI(33:6)
            END-IF.
            MOVE VALOR-VRB-TAB(WK-IND-VRB) TO WK-VALOR-ED.

       IMPRIME-SEM-DETALHE.
      * GERACAO SEM LINHAS NO CADHOL: SO O QUE O CADLIQ08 GUARDA.
            ADD 1 TO QTD-SEM-DETALHE.
            MOVE SPACES TO LINHA-HOLERI.
            MOVE "SALARIO BRUTO" TO LINHA-HOLERI(1:20).
            MOVE BRUTO-SRT TO WK-VALOR-ED.
            MOVE WK-VALOR-ED TO LINHA-HOLERI(41:8).
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            MOVE "INSS" TO LINHA-HOLERI(1:20).
            MOVE INSS-SRT TO WK-VALOR-ED.
            MOVE WK-VALOR-ED TO LINHA-HOLERI(53:8).
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            MOVE "IRRF" TO LINHA-HOLERI(1:20).
            MOVE IRRF-SRT TO WK-VALOR-ED.
            MOVE WK-VALOR-ED TO LINHA-HOLERI(53:8).
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            MOVE "(DETALHE DAS VERBAS INDISPONIVEL NO CADHOL)"
                 TO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE BRUTO-SRT TO WK-PROVENTOS.
            COMPUTE WK-DESCONTOS = BRUTO-SRT - LIQUIDO-SRT.

       IMPRIME-TOTAIS.
            MOVE SPACES TO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            MOVE "TOTAIS" TO LINHA-HOLERI(1:20).
            MOVE WK-PROVENTOS TO WK-TOTAL-ED.
            MOVE WK-TOTAL-ED TO LINHA-HOLERI(40:9).
            MOVE WK-DESCONTOS TO WK-TOTAL-ED.
            MOVE WK-TOTAL-ED TO LINHA-HOLERI(52:9).
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            MOVE LIQUIDO-SRT TO WK-VALOR-ED.
            STRING "LIQUIDO A RECEBER ..........: " DELIMITED BY SIZE
                   WK-VALOR-ED DELIMITED BY SIZE
                   INTO LINHA-HOLERI.
            WRITE REG-HOLERI.

       IMPRIME-ACUMULADO.
            MOVE ZEROS TO ACM-BRUTO.
            MOVE ZEROS TO ACM-INSS.
            MOVE ZEROS TO ACM-IRRF.
            MOVE ZEROS TO ACM-LIQUIDO.
            MOVE ZEROS TO QTD-MESES.
            PERFORM SOMA-ACUMULADO
                    VARYING WK-IND-ACM FROM 1 BY 1
                    UNTIL WK-IND-ACM > QTD-ACM.
            MOVE SPACES TO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            STRING "ACUMULADO NO ANO " DELIMITED BY SIZE
                   ANO-FOLHA DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   QTD-MESES DELIMITED BY SIZE
                   " FOLHAS)" DELIMITED BY SIZE
                   INTO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            MOVE ACM-BRUTO TO WK-ACM-ED.
            STRING "  BRUTO " DELIMITED BY SIZE
                   WK-ACM-ED DELIMITED BY SIZE
                   INTO LINHA-HOLERI.
            MOVE ACM-INSS TO WK-ACM-ED.
            STRING "  INSS " DELIMITED BY SIZE
                   WK-ACM-ED DELIMITED BY SIZE
                   INTO LINHA-HOLERI(19:17).
            MOVE ACM-IRRF TO WK-ACM-ED.
            STRING "  IRRF " DELIMITED BY SIZE
                   WK-ACM-ED DELIMITED BY SIZE
                   INTO LINHA-HOLERI(36:17).
            MOVE ACM-LIQUIDO TO WK-ACM-ED.
            STRING "  LIQUIDO " DELIMITED BY SIZE
                   WK-ACM-ED DELIMITED BY SIZE
                   INTO LINHA-HOLERI(53:20).
            WRITE REG-HOLERI.

       SOMA-ACUMULADO.
            IF MATRICULA-ACM-TAB(WK-IND-ACM) EQUAL MATRICULA-SRT
               ADD 1 TO QTD-MESES
               ADD BRUTO-ACM-TAB(WK-IND-ACM) TO ACM-BRUTO
               ADD INSS-ACM-TAB(WK-IND-ACM) TO ACM-INSS
               ADD IRRF-ACM-TAB(WK-IND-ACM) TO ACM-IRRF
               ADD LIQUIDO-ACM-TAB(WK-IND-ACM) TO ACM-LIQUIDO
            END-IF.

       FECHA-PAGINA.
            MOVE SPACES TO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            MOVE "RECEBI O VALOR LIQUIDO ACIMA:" TO LINHA-HOLERI.
            MOVE ALL "_" TO LINHA-HOLERI(32:35).
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            WRITE REG-HOLERI.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01HOLE" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-HOLERITES TO QTD-GRAVADOS-LOG.
            MOVE QTD-SEM-DETALHE TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            MOVE ALL "-" TO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            STRING "HOLERITES DA GERACAO " DELIMITED BY SIZE
                   CADLIQ-NOME DELIMITED BY SIZE
                   INTO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            MOVE QTD-HOLERITES TO WK-COD-ED.
            STRING "HOLERITES IMPRESSOS ....: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   INTO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            MOVE QTD-DEPTOS TO WK-COD-ED.
            STRING "DEPARTAMENTOS ..........: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   INTO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            MOVE QTD-SEM-DETALHE TO WK-COD-ED.
            STRING "SEM DETALHE NO CADHOL ..: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   INTO LINHA-HOLERI.
            WRITE REG-HOLERI.
            MOVE SPACES TO LINHA-HOLERI.
            MOVE QTD-FORA-CADEMP TO WK-COD-ED.
            STRING "FORA DO CADEMP .........: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   INTO LINHA-HOLERI.
            WRITE REG-HOLERI.
            CLOSE CADEMP
                  HOLERI.
            IF TEM-CADDEP EQUAL "SIM"
               CLOSE CADDEP
            END-IF.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01HOLE - " QTD-HOLERITES " HOLERITES DA GERACAO "
                    CADLIQ-NOME.
            IF QTD-SEM-DETALHE > ZEROS
               DISPLAY "EM01HOLE - " QTD-SEM-DETALHE " HOLERITE(S) SEM "
                       "DETALHE DAS VERBAS - VER HOLERI"
               MOVE 4 TO RETURN-CODE
            END-IF.
            IF QTD-FORA-CADEMP > ZEROS
               DISPLAY "EM01HOLE - " QTD-FORA-CADEMP " FUNCIONARIO(S) "
                       "FORA DO CADEMP - HOLERITES NO FIM DO ARQUIVO"
               MOVE 4 TO RETURN-CODE
            END-IF.
