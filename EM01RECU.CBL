       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01RECU.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CARGA DAS NOTAS DO EXAME DE RECUPERACAO E APURACAO DO
      *         RESULTADO FINAL DOS ALUNOS DO CADREC (GRAVADO PELO
      *         EM01EX05/EM01EX10 E AVISADO AS FAMILIAS PELO
      *         EM01CART). ATE AQUI A NOTA DO EXAME NAO TINHA ONDE
      *         SER REGISTRADA E O RESULTADO ERA DECIDIDO NO PAPEL.
      *         LE O MOVIMENTO CADNRC (NUMERO DO ALUNO, NOTA DO EXAME
      *         E DV DO NUMERO, COMO NO CADNOT DO EM01NOTA) CONTRA A
      *         POPULACAO ATUAL DO CADREC: NUMERO FORA DO CADREC, NOTA
      *         FORA DA FAIXA 0-10, DV ERRADO OU NOTA REPETIDA NA
      *         MESMA CARGA VAO PARA O CADNRE COM A IMAGEM E O MOTIVO.
      *         A REGRA DO RESULTADO VEM DO ARQUIVO DE PARAMETROS
      *         PARRCP (REGRA N = A NOTA DO EXAME SOZINHA, REGRA M = A
      *         MEDIA ENTRE A NOTA DO EXAME E A MEDIA DO PERIODO,
      *         SEGUIDA DA NOTA MINIMA); SEM ELE VALE A REGRA M COM A
      *         MEDIA MINIMA DO CADPAR (OU A FIXA DESTE PROGRAMA), E A
      *         REGRA APLICADA E ECOADA NO CONSOLE E NO RELATORIO.
      *         CADA ALUNO COM NOTA GANHA NO RESULTADO FINAL CADRFN
      *         (COPY RFNREG, CHAVE NUMERO + PERIODO DO PARHIS) A
      *         SITUACAO APROVADO OU REPROVADO APOS A RECUPERACAO;
      *         UMA NOVA CARGA PARA O MESMO ALUNO E PERIODO CORRIGE O
      *         RESULTADO. ALUNO DO CADREC AINDA SEM NOTA SAI NO
      *         RELATORIO RELRCP COMO PENDENTE (OU COM O RESULTADO DE
      *         UMA CARGA ANTERIOR) E NAO E GRAVADO. O EM01HIST E O
      *         EM01PROM USAM O CADRFN NO LUGAR DA SITUACAO
      *         RECUPERACAO. SEM PARHIS OU SEM CADREC A CARGA E
      *         ABORTADA COM CODIGO 16. AO FINAL, GRAVA UMA LINHA DE
      *         ESTATISTICA EM EM01LOG, NO LAYOUT DA COPY LOGREG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     PARHIS  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARHIS-STATUS.
           SELECT     PARRCP  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARRCP-STATUS.
           SELECT     CADPAR  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADPAR-STATUS.
           SELECT     CADREC  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADREC-STATUS.
           SELECT     CADNRC  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADNRC-STATUS.
           SELECT     CADNRE  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADNRE-STATUS.
           SELECT     CADRFN  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-RFN
           FILE STATUS IS CADRFN-STATUS.
           SELECT     RELRCP  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELRCP-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD PARHIS
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARHIS.DAT".

       01 REG-PARHIS.
           02 PERIODO-PAR          PIC X(06).

       FD PARRCP
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARRCP.DAT".

       01 REG-PARRCP.
           02 REGRA-PAR            PIC X(01).
           02 NOTA-MIN-PAR         PIC 9(02)V99.

       FD CADPAR
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADPAR.DAT".

       01 REG-PAR.
           02 MEDIA-MIN-PAR        PIC 9(02)V99.
           02 FALTAS-MAX-PAR       PIC 9(02).
           02 MEDIA-REC-PAR        PIC 9(02)V99.

       FD CADREC
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADREC.DAT".

       01 REG-REC.
           02 NUMERO-REC   PIC 9(05).
           02 NOME-REC     PIC X(20).
           02 MEDIA-REC    PIC 9(02)V99.

       FD CADNRC
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADNRC.DAT".

       01 REG-NRC.
           02 NUMERO-NRC            PIC 9(05).
           02 NOTA-NRC              PIC 9(02)V99.
           02 DV-NRC                PIC 9(01).

       FD CADNRE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADNRE.DAT".

       01 REG-NRE.
           02 IMAGEM-NRE            PIC X(10).
           02 FILLER                PIC X(01).
           02 MOTIVO-NRE            PIC X(25).

       FD CADRFN
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRFN.DAT".

       COPY RFNREG.

       FD RELRCP
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELRCP.DAT".

       01 REG-RELRCP.
           02 LINHA-RELRCP         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 PARHIS-STATUS     PIC X(02) VALUE SPACES.
       77 PARRCP-STATUS     PIC X(02) VALUE SPACES.
       77 CADPAR-STATUS     PIC X(02) VALUE SPACES.
       77 CADREC-STATUS     PIC X(02) VALUE SPACES.
       77 CADNRC-STATUS     PIC X(02) VALUE SPACES.
       77 CADNRE-STATUS     PIC X(02) VALUE SPACES.
       77 CADRFN-STATUS     PIC X(02) VALUE SPACES.
       77 RELRCP-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-REC           PIC X(03) VALUE "NAO".
       77 TEM-PERIODO       PIC X(03) VALUE "NAO".
       77 TAB-REC-CHEIA     PIC X(03) VALUE "NAO".
       77 MOVTO-OK          PIC X(03) VALUE "SIM".
       77 WK-PERIODO        PIC X(06) VALUE SPACES.
       77 WK-REGRA          PIC X(01) VALUE "M".
       77 WK-NOTA-MIN       PIC 9(02)V99 VALUE 7,00.
       77 WK-MEDIA-FINAL    PIC 9(02)V99 VALUE ZEROS.
       77 WK-SITUACAO       PIC X(11) VALUE SPACES.
       77 WK-MOTIVO         PIC X(25) VALUE SPACES.
       77 LINHA-REGRA-RCP   PIC X(60) VALUE SPACES.
       77 QTD-REC           PIC 9(03) VALUE ZEROS.
       77 WK-IND-REC        PIC 9(03) VALUE ZEROS.
       77 WK-ACHOU-REC      PIC 9(03) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-ACEITOS       PIC 9(05) VALUE ZEROS.
       77 QTD-REJEITADOS    PIC 9(05) VALUE ZEROS.
       77 QTD-APROVADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-REPROVADOS    PIC 9(05) VALUE ZEROS.
       77 QTD-PENDENTES     PIC 9(05) VALUE ZEROS.
       77 QTD-ANTERIORES    PIC 9(05) VALUE ZEROS.
       77 WK-DV             PIC 9(01) VALUE ZERO.
       77 WK-DV-SOMA        PIC 9(03) VALUE ZEROS.
       77 WK-DV-QUOC        PIC 9(02) VALUE ZEROS.
       77 WK-DV-RESTO       PIC 9(02) VALUE ZEROS.
       01 WK-DV-NUMERO.
           02 DIG1-DV              PIC 9(01).
           02 DIG2-DV              PIC 9(01).
           02 DIG3-DV              PIC 9(01).
           02 DIG4-DV              PIC 9(01).
           02 DIG5-DV              PIC 9(01).
       77 WK-NUMERO-ED      PIC ZZZZ9.
       77 WK-MEDIA-ED       PIC Z9,99.
       77 WK-NOTA-ED        PIC Z9,99.
       77 WK-FINAL-ED       PIC Z9,99.
       77 WK-MIN-ED         PIC Z9,99.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
      * POPULACAO DO CADREC COM A NOTA DO EXAME RECEBIDA NESTA CARGA.
       01 TAB-RECUPERACAO.
           02 REC-TAB OCCURS 500 TIMES.
              03 NUMERO-REC-TAB    PIC 9(05).
              03 NOME-REC-TAB      PIC X(20).
              03 MEDIA-REC-TAB     PIC 9(02)V99.
              03 NOTA-REC-TAB      PIC 9(02)V99.
              03 TEM-NOTA-TAB      PIC X(03).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM APURA-RESULTADO
               VARYING WK-IND-REC FROM 1 BY 1
               UNTIL WK-IND-REC > QTD-REC.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN INPUT PARHIS.
            IF PARHIS-STATUS EQUAL "00"
               PERFORM LEITURA-PARHIS
               CLOSE PARHIS
            END-IF.
            IF TEM-PERIODO EQUAL "NAO"
               DISPLAY "EM01RECU - PARHIS AUSENTE OU SEM PERIODO - "
                       "CARGA ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM CARGA-REGRA.
            DISPLAY "EM01RECU - " LINHA-REGRA-RCP.
            OPEN INPUT CADREC.
            IF CADREC-STATUS NOT EQUAL "00"
               DISPLAY "EM01RECU - CADREC NAO ABRIU - STATUS "
                       CADREC-STATUS " - RODE O EM01EX05 ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-CADREC
                    UNTIL FIM-REC EQUAL "SIM".
            CLOSE CADREC.
            OPEN INPUT CADNRC.
            IF CADNRC-STATUS NOT EQUAL "00"
               DISPLAY "EM01RECU - CADNRC NAO ABRIU - STATUS "
                       CADNRC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CADRFN.
            IF CADRFN-STATUS EQUAL "35"
               CLOSE CADRFN
               OPEN OUTPUT CADRFN
               CLOSE CADRFN
               OPEN I-O CADRFN
            END-IF.
            IF CADRFN-STATUS NOT EQUAL "00"
               DISPLAY "EM01RECU - CADRFN NAO ABRIU PARA I-O - STATUS "
                       CADRFN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT CADNRE
                 OUTPUT RELRCP.
            PERFORM CABECALHO-RELRCP.
            PERFORM LEITURA.

       LEITURA-PARHIS.
            READ PARHIS
                AT END
                CONTINUE
                NOT AT END
                IF PERIODO-PAR NOT EQUAL SPACES
                   MOVE PERIODO-PAR TO WK-PERIODO
                   MOVE "SIM" TO TEM-PERIODO
                END-IF.

       CARGA-REGRA.
            OPEN INPUT CADPAR.
            IF CADPAR-STATUS EQUAL "00"
               READ CADPAR
                   AT END
                   CONTINUE
                   NOT AT END
                   IF MEDIA-MIN-PAR IS NUMERIC
                      MOVE MEDIA-MIN-PAR TO WK-NOTA-MIN
                   END-IF
               END-READ
               CLOSE CADPAR
            END-IF.
            OPEN INPUT PARRCP.
            IF PARRCP-STATUS EQUAL "00"
               READ PARRCP
                   AT END
                   CONTINUE
                   NOT AT END
                   IF REGRA-PAR EQUAL "N" OR "M"
                      MOVE REGRA-PAR TO WK-REGRA
                   END-IF
                   IF NOTA-MIN-PAR IS NUMERIC
                      AND NOTA-MIN-PAR > ZEROS
                      AND NOTA-MIN-PAR NOT > 10
                      MOVE NOTA-MIN-PAR TO WK-NOTA-MIN
                   END-IF
               END-READ
               CLOSE PARRCP
            END-IF.
            MOVE WK-NOTA-MIN TO WK-MIN-ED.
            MOVE SPACES TO LINHA-REGRA-RCP.
            IF WK-REGRA EQUAL "N"
               STRING "REGRA: NOTA DO EXAME NAO MENOR QUE "
                      DELIMITED BY SIZE
                      WK-MIN-ED DELIMITED BY SIZE
                      INTO LINHA-REGRA-RCP
            ELSE
               STRING "REGRA: MEDIA (PERIODO + EXAME) / 2 NAO MENOR "
                      DELIMITED BY SIZE
                      "QUE " DELIMITED BY SIZE
                      WK-MIN-ED DELIMITED BY SIZE
                      INTO LINHA-REGRA-RCP
            END-IF.

       LEITURA-CADREC.
            READ CADREC
                AT END
                MOVE "SIM" TO FIM-REC
                NOT AT END
                PERFORM ARMAZENA-RECUPERACAO
            END-READ.

       ARMAZENA-RECUPERACAO.
            IF QTD-REC < 500
               ADD 1 TO QTD-REC
               MOVE NUMERO-REC TO NUMERO-REC-TAB(QTD-REC)
               MOVE NOME-REC TO NOME-REC-TAB(QTD-REC)
               MOVE MEDIA-REC TO MEDIA-REC-TAB(QTD-REC)
               MOVE ZEROS TO NOTA-REC-TAB(QTD-REC)
               MOVE "NAO" TO TEM-NOTA-TAB(QTD-REC)
            ELSE
               IF TAB-REC-CHEIA EQUAL "NAO"
                  DISPLAY "EM01RECU - TABELA DE RECUPERACAO CHEIA "
                          "(500) - CARGA DO CADREC INCOMPLETA A "
                          "PARTIR DO NUMERO " NUMERO-REC
                  MOVE "SIM" TO TAB-REC-CHEIA
               END-IF
            END-IF.

       CABECALHO-RELRCP.
            MOVE SPACES TO LINHA-RELRCP.
            STRING "RESULTADO FINAL DA RECUPERACAO - EM01RECU - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   " - PERIODO " DELIMITED BY SIZE
                   WK-PERIODO DELIMITED BY SIZE
                   INTO LINHA-RELRCP.
            WRITE REG-RELRCP.
            MOVE LINHA-REGRA-RCP TO LINHA-RELRCP.
            WRITE REG-RELRCP.
            MOVE SPACES TO LINHA-RELRCP.
            WRITE REG-RELRCP.
            MOVE SPACES TO LINHA-RELRCP.
            STRING "NUMERO NOME                 " DELIMITED BY SIZE
                   "MEDIA EXAME FINAL SITUACAO" DELIMITED BY SIZE
                   INTO LINHA-RELRCP.
            WRITE REG-RELRCP.

       LEITURA.
            READ CADNRC
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS.

       PRINCIPAL.
            PERFORM VALIDA-MOVIMENTO.
            IF MOVTO-OK EQUAL "NAO"
               PERFORM GRAVA-REJEITADO
            ELSE
               MOVE NOTA-NRC TO NOTA-REC-TAB(WK-ACHOU-REC)
               MOVE "SIM" TO TEM-NOTA-TAB(WK-ACHOU-REC)
               ADD 1 TO QTD-ACEITOS
            END-IF.
            PERFORM LEITURA.

       VALIDA-MOVIMENTO.
            MOVE "SIM" TO MOVTO-OK.
            MOVE SPACES TO WK-MOTIVO.
            IF NUMERO-NRC IS NOT NUMERIC
               MOVE "NAO" TO MOVTO-OK
               MOVE "NUMERO INVALIDO" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            IF NOTA-NRC IS NOT NUMERIC
               MOVE "NAO" TO MOVTO-OK
               MOVE "NOTA NAO NUMERICA" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            IF NOTA-NRC > 10
               MOVE "NAO" TO MOVTO-OK
               MOVE "NOTA FORA DA FAIXA 0-10" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            MOVE NUMERO-NRC TO WK-DV-NUMERO.
            PERFORM CALCULA-DV.
            IF DV-NRC IS NOT NUMERIC
               OR DV-NRC NOT EQUAL WK-DV
               MOVE "NAO" TO MOVTO-OK
               MOVE "DV DO NUMERO NAO CONFERE" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            MOVE ZEROS TO WK-ACHOU-REC.
            PERFORM PROCURA-RECUPERACAO
                    VARYING WK-IND-REC FROM 1 BY 1
                    UNTIL WK-IND-REC > QTD-REC
                       OR WK-ACHOU-REC > 0.
            IF WK-ACHOU-REC EQUAL ZEROS
               MOVE "NAO" TO MOVTO-OK
               MOVE "ALUNO FORA DO CADREC" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            IF TEM-NOTA-TAB(WK-ACHOU-REC) EQUAL "SIM"
               MOVE "NAO" TO MOVTO-OK
               MOVE "NOTA REPETIDA NA CARGA" TO WK-MOTIVO
            END-IF.

       PROCURA-RECUPERACAO.
            IF NUMERO-REC-TAB(WK-IND-REC) EQUAL NUMERO-NRC
               MOVE WK-IND-REC TO WK-ACHOU-REC
            END-IF.

       CALCULA-DV.
      * DV MODULO 11 DO NUMERO DO ALUNO (PESOS 6-5-4-3-2; RESTO 0 OU
      * 1 DA DV ZERO), O MESMO PUBLICADO PELO EM01PUBD.
            COMPUTE WK-DV-SOMA
                    = DIG1-DV * 6 + DIG2-DV * 5 + DIG3-DV * 4
                      + DIG4-DV * 3 + DIG5-DV * 2.
            DIVIDE WK-DV-SOMA BY 11 GIVING WK-DV-QUOC
                   REMAINDER WK-DV-RESTO.
            IF WK-DV-RESTO < 2
               MOVE ZERO TO WK-DV
            ELSE
               COMPUTE WK-DV = 11 - WK-DV-RESTO
            END-IF.

       GRAVA-REJEITADO.
            MOVE SPACES TO REG-NRE.
            MOVE REG-NRC TO IMAGEM-NRE.
            MOVE WK-MOTIVO TO MOTIVO-NRE.
            WRITE REG-NRE.
            ADD 1 TO QTD-REJEITADOS.

       APURA-RESULTADO.
            IF TEM-NOTA-TAB(WK-IND-REC) EQUAL "NAO"
               PERFORM TRATA-SEM-NOTA
               EXIT PARAGRAPH
            END-IF.
            IF WK-REGRA EQUAL "N"
               MOVE NOTA-REC-TAB(WK-IND-REC) TO WK-MEDIA-FINAL
            ELSE
               COMPUTE WK-MEDIA-FINAL ROUNDED
                       = (MEDIA-REC-TAB(WK-IND-REC)
                          + NOTA-REC-TAB(WK-IND-REC)) / 2
            END-IF.
            IF WK-MEDIA-FINAL NOT < WK-NOTA-MIN
               MOVE "APROVADO" TO WK-SITUACAO
               ADD 1 TO QTD-APROVADOS
            ELSE
               MOVE "REPROVADO" TO WK-SITUACAO
               ADD 1 TO QTD-REPROVADOS
            END-IF.
            MOVE NUMERO-REC-TAB(WK-IND-REC) TO NUMERO-RFN.
            MOVE WK-PERIODO TO PERIODO-RFN.
            MOVE NOME-REC-TAB(WK-IND-REC) TO NOME-RFN.
            MOVE MEDIA-REC-TAB(WK-IND-REC) TO MEDIA-PERIODO-RFN.
            MOVE NOTA-REC-TAB(WK-IND-REC) TO NOTA-REC-RFN.
            MOVE WK-MEDIA-FINAL TO MEDIA-FINAL-RFN.
            MOVE WK-REGRA TO REGRA-RFN.
            MOVE WK-NOTA-MIN TO NOTA-MIN-RFN.
            MOVE WK-SITUACAO TO SITUACAO-RFN.
            MOVE DATA-SISTEMA TO DATA-PROC-RFN.
            WRITE REG-RFN
                INVALID KEY
                REWRITE REG-RFN
            END-WRITE.
            PERFORM GRAVA-LINHA-RELRCP.

       TRATA-SEM-NOTA.
      * SEM NOTA NESTA CARGA: VALE O QUE UMA CARGA ANTERIOR GRAVOU.
            MOVE NUMERO-REC-TAB(WK-IND-REC) TO NUMERO-RFN.
            MOVE WK-PERIODO TO PERIODO-RFN.
            READ CADRFN
                INVALID KEY
                MOVE ZEROS TO WK-MEDIA-FINAL
                MOVE "PENDENTE" TO WK-SITUACAO
                ADD 1 TO QTD-PENDENTES
                NOT INVALID KEY
                MOVE NOTA-REC-RFN TO NOTA-REC-TAB(WK-IND-REC)
                MOVE MEDIA-FINAL-RFN TO WK-MEDIA-FINAL
                MOVE SITUACAO-RFN TO WK-SITUACAO
                ADD 1 TO QTD-ANTERIORES
            END-READ.
            PERFORM GRAVA-LINHA-RELRCP.

       GRAVA-LINHA-RELRCP.
            MOVE SPACES TO LINHA-RELRCP.
            MOVE NUMERO-REC-TAB(WK-IND-REC) TO WK-NUMERO-ED.
            MOVE MEDIA-REC-TAB(WK-IND-REC) TO WK-MEDIA-ED.
            MOVE NOTA-REC-TAB(WK-IND-REC) TO WK-NOTA-ED.
            MOVE WK-MEDIA-FINAL TO WK-FINAL-ED.
            STRING WK-NUMERO-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOME-REC-TAB(WK-IND-REC) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-MEDIA-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-NOTA-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-FINAL-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-SITUACAO DELIMITED BY SIZE
                   INTO LINHA-RELRCP.
            IF TEM-NOTA-TAB(WK-IND-REC) EQUAL "NAO"
               AND WK-SITUACAO NOT EQUAL "PENDENTE"
               MOVE "(CARGA ANTERIOR)" TO LINHA-RELRCP(65:16)
            END-IF.
            WRITE REG-RELRCP.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01RECU" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-ACEITOS TO QTD-GRAVADOS-LOG.
            MOVE QTD-REJEITADOS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            MOVE SPACES TO LINHA-RELRCP.
            WRITE REG-RELRCP.
            MOVE SPACES TO LINHA-RELRCP.
            MOVE QTD-APROVADOS TO WK-NUMERO-ED.
            STRING "APROVADOS APOS RECUPERACAO ..: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELRCP.
            WRITE REG-RELRCP.
            MOVE SPACES TO LINHA-RELRCP.
            MOVE QTD-REPROVADOS TO WK-NUMERO-ED.
            STRING "REPROVADOS APOS RECUPERACAO .: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELRCP.
            WRITE REG-RELRCP.
            MOVE SPACES TO LINHA-RELRCP.
            MOVE QTD-ANTERIORES TO WK-NUMERO-ED.
            STRING "JA APURADOS EM CARGA ANTERIOR: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELRCP.
            WRITE REG-RELRCP.
            MOVE SPACES TO LINHA-RELRCP.
            MOVE QTD-PENDENTES TO WK-NUMERO-ED.
            STRING "PENDENTES (SEM NOTA) ........: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELRCP.
            WRITE REG-RELRCP.
            MOVE SPACES TO LINHA-RELRCP.
            MOVE QTD-REJEITADOS TO WK-NUMERO-ED.
            STRING "MOVIMENTOS REJEITADOS (CADNRE): " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELRCP.
            WRITE REG-RELRCP.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01RECU - RESULTADO FINAL DA RECUPERACAO - "
                    "PERIODO " WK-PERIODO.
            DISPLAY "NOTAS LIDAS .........: " QTD-LIDOS.
            DISPLAY "NOTAS ACEITAS .......: " QTD-ACEITOS.
            DISPLAY "NOTAS REJEITADAS ....: " QTD-REJEITADOS.
            DISPLAY "APROVADOS APOS REC ..: " QTD-APROVADOS.
            DISPLAY "REPROVADOS APOS REC .: " QTD-REPROVADOS.
            DISPLAY "PENDENTES ...........: " QTD-PENDENTES.
            CLOSE CADNRC
                  CADNRE
                  CADRFN
                  RELRCP.
