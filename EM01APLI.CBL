      *         LISTADAS NO RELATORIO RELAPL SEM ABORTAR A EFETIVACAO.
      *         AO FINAL, GRAVA UMA LINHA DE ESTATISTICA DA EXECUCAO
      *         EM EM01LOG, NO LAYOUT COMPARTILHADO DA COPY LOGREG.
      *         CONFIRMADA A FOLHA, O PROGRAMA ATUALIZA O ACUMULADO
      *         ANUAL CADACF (COPY ACFREG), QUE POUPA O RH DE REABRIR
      *         DOZE GERACOES DE CADLIQ08 EM FEVEREIRO: PELO CONTROLE
      *         CADLQC DO EM01LIQD ENCONTRA O CADLIQ08 CALCULADO SOBRE
      *         ESTE MESMO CADSAI08 E GRAVA, POR MATRICULA, O BRUTO, O
      *         INSS, O IRRF E O LIQUIDO DA COMPETENCIA (ANO E MES DO
      *         CALCULO DO LIQUIDO). O CADACF E REESCRITO (VIA ARQUIVO
      *         DE TRABALHO, COMO O EM01LIMP FAZ COM O CADGER) SEM AS
      *         LINHAS DE FOLHA MENSAL (TIPO 08, OU EM BRANCO NAS
      *         LINHAS ANTIGAS) QUE JA EXISTIAM PARA A COMPETENCIA, DE
      *         MODO QUE UM MES REPROCESSADO SUBSTITUI OS VALORES EM
      *         VEZ DE SOMA-LOS DE NOVO; AS LINHAS DE DECIMO TERCEIRO,
      *         FERIAS E RESCISAO DO MESMO MES, GRAVADAS PELO EM01DECI,
      *         EM01FERI E EM01RESC, FICAM COMO ESTAO. GERACAO AINDA
      *         NAO LIQUIDADA, OU CUJO CADLIQ08 NAO ABRE, DEIXA O
      *         ACUMULADO COMO ESTAVA, COM AVISO E CODIGO 4. O EM01INFR
      *         EMITE DO CADACF O INFORME DE RENDIMENTOS DO ANO.

       ENVIRONMENT DIVISION.

           SELECT     RELAPL  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELAPL-STATUS.
           SELECT     CADLQC  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADLQC-STATUS.
           SELECT     CADLIQ  ASSIGN  TO DYNAMIC CADLIQ-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADLIQ-STATUS.
           SELECT     CADACF  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADACF-STATUS.
           SELECT     WRKACF  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS WRKACF-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.
       01 REG-RELAPL.
           02 LINHA-RELAPL         PIC X(80).

       FD CADLQC
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADLQC.DAT".

       01 REG-LQC.
           02 NOME-GER-LQC         PIC X(30).
           02 DATA-LQC             PIC 9(08).
           02 HORA-LQC             PIC 9(08).
           02 QTD-LQC              PIC 9(05).
           02 NOME-LIQ-LQC         PIC X(30).

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
           02 FILLER               PIC X(58).

       FD CADACF
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADACF.DAT".

       COPY ACFREG.

       FD WRKACF
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "WRKACF.TMP".

       01 REG-WRKACF               PIC X(79).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".
       77 WK-ANTES-ED       PIC ZZZZ9,99.
       77 WK-DEPOIS-ED      PIC ZZZZ9,99.
       77 HORA-SISTEMA      PIC 9(08).
       77 CADLQC-STATUS     PIC X(02) VALUE SPACES.
       77 CADLIQ-STATUS     PIC X(02) VALUE SPACES.
       77 CADACF-STATUS     PIC X(02) VALUE SPACES.
       77 WRKACF-STATUS     PIC X(02) VALUE SPACES.
       77 CADLIQ-NOME       PIC X(30) VALUE SPACES.
       77 WK-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77 QTD-ACF-GRAVADOS  PIC 9(05) VALUE ZEROS.
       77 QTD-ACF-SUBSTITUIDOS PIC 9(05) VALUE ZEROS.
       77 WK-COMANDO        PIC X(80) VALUE SPACES.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
       PERFORM INICIO.
       PERFORM CONFERE-GERACAO.
       PERFORM APLICA-GERACAO.
       PERFORM ATUALIZA-ACUMULADO.
       PERFORM TERMINO.
       STOP RUN.

                   INTO LINHA-RELAPL.
            WRITE REG-RELAPL.

       ATUALIZA-ACUMULADO.
            PERFORM PROCURA-LIQUIDACAO.
            IF CADLIQ-NOME EQUAL SPACES
               MOVE "GERACAO AINDA NAO LIQUIDADA PELO EM01LIQD"
                    TO LINHA-RELAPL
               PERFORM AVISA-ACUMULADO
               EXIT PARAGRAPH
            END-IF.
            PERFORM OBTEM-COMPETENCIA.
            IF CADLIQ-STATUS NOT EQUAL "00"
               MOVE SPACES TO LINHA-RELAPL
               STRING CADLIQ-NOME DELIMITED BY SPACE
                      " NAO ABRIU - STATUS " DELIMITED BY SIZE
                      CADLIQ-STATUS DELIMITED BY SIZE
                      INTO LINHA-RELAPL
               PERFORM AVISA-ACUMULADO
               EXIT PARAGRAPH
            END-IF.
            IF WK-COMPETENCIA EQUAL ZEROS
               MOVE SPACES TO LINHA-RELAPL
               STRING CADLIQ-NOME DELIMITED BY SPACE
                      " SEM FUNCIONARIOS" DELIMITED BY SIZE
                      INTO LINHA-RELAPL
               PERFORM AVISA-ACUMULADO
               EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT WRKACF.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADACF.
            IF CADACF-STATUS EQUAL "00"
               PERFORM COPIA-1ACUMULADO
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADACF
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADLIQ.
            PERFORM LEITURA-ACUMULADO
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADLIQ
                  WRKACF.
            MOVE "mv WRKACF.TMP CADACF.DAT" TO WK-COMANDO.
            CALL "SYSTEM" USING WK-COMANDO.
            MOVE SPACES TO LINHA-RELAPL.
            WRITE REG-RELAPL.
            MOVE SPACES TO LINHA-RELAPL.
            MOVE QTD-ACF-GRAVADOS TO WK-NUMERO-ED.
            STRING "ACUMULADO ANUAL CADACF - COMPETENCIA "
                   DELIMITED BY SIZE
                   WK-COMPETENCIA DELIMITED BY SIZE
                   " - GRAVADOS: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELAPL.
            WRITE REG-RELAPL.
            IF QTD-ACF-SUBSTITUIDOS > ZEROS
               MOVE SPACES TO LINHA-RELAPL
               MOVE QTD-ACF-SUBSTITUIDOS TO WK-NUMERO-ED
               STRING "COMPETENCIA REPROCESSADA - LINHAS ANTERIORES "
                      DELIMITED BY SIZE
                      "SUBSTITUIDAS: " DELIMITED BY SIZE
                      WK-NUMERO-ED DELIMITED BY SIZE
                      INTO LINHA-RELAPL
               WRITE REG-RELAPL
            END-IF.

       PROCURA-LIQUIDACAO.
      * O ULTIMO REGISTRO DO CADLQC PARA ESTE CADSAI08 DA O NOME DO
      * CADLIQ08; REGISTROS ANTIGOS, SEM O NOME, NAO SERVEM.
            MOVE SPACES TO CADLIQ-NOME.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADLQC.
            IF CADLQC-STATUS EQUAL "00"
               PERFORM LEITURA-CADLQC
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADLQC
            END-IF.

       LEITURA-CADLQC.
            READ CADLQC
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF NOME-GER-LQC EQUAL CADSAI-NOME
                   MOVE NOME-LIQ-LQC TO CADLIQ-NOME
                END-IF
            END-READ.

       OBTEM-COMPETENCIA.
            MOVE ZEROS TO WK-COMPETENCIA.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADLIQ.
            IF CADLIQ-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-COMPETENCIA
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADLIQ.

       LEITURA-COMPETENCIA.
            READ CADLIQ
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF TIPO-LIQ-TRL NOT EQUAL "TRL"
                   MOVE DATA-PROC-LIQ(1:6) TO WK-COMPETENCIA
                   MOVE "SIM" TO FIM-ARQ
                END-IF
            END-READ.

       COPIA-1ACUMULADO.
            READ CADACF
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF COMPETENCIA-ACF EQUAL WK-COMPETENCIA
                   AND (TIPO-FOLHA-ACF EQUAL "08"
                        OR TIPO-FOLHA-ACF EQUAL SPACES)
                   ADD 1 TO QTD-ACF-SUBSTITUIDOS
                ELSE
                   MOVE REG-ACF TO REG-WRKACF
                   WRITE REG-WRKACF
                END-IF
            END-READ.

       LEITURA-ACUMULADO.
            READ CADLIQ
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF TIPO-LIQ-TRL NOT EQUAL "TRL"
                   PERFORM GRAVA-ACUMULADO
                END-IF
            END-READ.

       GRAVA-ACUMULADO.
            MOVE COD-LIQ TO MATRICULA-ACF.
            MOVE WK-COMPETENCIA TO COMPETENCIA-ACF.
            MOVE BRUTO-LIQ TO BRUTO-ACF.
            MOVE INSS-LIQ TO INSS-ACF.
            MOVE IRRF-LIQ TO IRRF-ACF.
            MOVE LIQUIDO-LIQ TO LIQUIDO-ACF.
            MOVE CADLIQ-NOME TO NOME-GER-ACF.
            MOVE DATA-SISTEMA TO DATA-ATU-ACF.
            MOVE "08" TO TIPO-FOLHA-ACF.
            MOVE REG-ACF TO REG-WRKACF.
            WRITE REG-WRKACF.
            ADD 1 TO QTD-ACF-GRAVADOS.

       AVISA-ACUMULADO.
      * A LINHA COM O MOTIVO JA VEM MONTADA EM LINHA-RELAPL.
            DISPLAY "EM01APLI - " LINHA-RELAPL.
            DISPLAY "EM01APLI - ACUMULADO ANUAL CADACF NAO ATUALIZADO".
            WRITE REG-RELAPL.
            MOVE "ACUMULADO ANUAL CADACF NAO ATUALIZADO"
                 TO LINHA-RELAPL.
            WRITE REG-RELAPL.
            MOVE 4 TO RETURN-CODE.

       GRAVA-CONTROLE.
            OPEN EXTEND CADAPL.
            IF CADAPL-STATUS NOT EQUAL "00"
