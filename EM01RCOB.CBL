       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01RCOB.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. PROCESSAMENTO DO RETORNO DIARIO DA COBRANCA REGISTRADA
      *         (BOLETOS ENVIADOS PELO EM01BOLE). LE O RETCOB.DAT NO
      *         LAYOUT HDR/DET/TRL - HEADER COM A EMPRESA, A DATA E A
      *         SEQUENCIA DO RETORNO, UM DETALHE POR BOLETO LIQUIDADO
      *         COM O NOSSO NUMERO (ALUNO + COMPETENCIA AAAAMM), A
      *         DATA E O VALOR PAGO, E TRAILER COM A QUANTIDADE E O
      *         TOTAL. NA PRIMEIRA PASSADA CONFERE O TRAILER (QUALQUER
      *         DIVERGENCIA ABORTA COM CODIGO 8 SEM GRAVAR NADA) E
      *         CLASSIFICA CADA DETALHE CONTRA A PARTIDA DO CONTAS A
      *         RECEBER CADCRE DE MESMA CHAVE: PAGO (NO VENCIMENTO E
      *         PELO VALOR DO BOLETO), PAGO EM ATRASO (DEPOIS DO
      *         VENCIMENTO, COM PELO MENOS O VALOR DO BOLETO - O
      *         EXCEDENTE COBRE OS ENCARGOS), PAGO COM VALOR
      *         DIVERGENTE (A MENOR, OU DIFERENTE DO BOLETO DENTRO DO
      *         PRAZO) E SEM CASAMENTO (NOSSO NUMERO SEM PARTIDA NO
      *         CADCRE). TODO BOLETO CASADO GERA UM PAGAMENTO NO CADPAG
      *         (RECIBO ZERADO, POIS NAO PASSOU PELO CAIXA), QUE O
      *         EM01INAD BAIXA NO CONTAS A RECEBER; OS SEM CASAMENTO
      *         NAO GERAM PAGAMENTO E FICAM PARA A SECRETARIA
      *         IDENTIFICAR. O RELATORIO RELRCO LISTA AS QUATRO
      *         SITUACOES EM BLOCOS SEPARADOS, COM OS TOTAIS. CADA
      *         RETORNO PROCESSADO E REGISTRADO NO CONTROLE CADRTC
      *         (SEQUENCIA E DATA DO RETORNO), E UM RETORNO JA
      *         PRESENTE NO CONTROLE E RECUSADO COM CODIGO 8, PARA O
      *         MESMO PAGAMENTO NAO ENTRAR DUAS VEZES NO CADPAG. SEM
      *         RETCOB OU SEM CADCRE, ENCERRA COM CODIGO 16.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     RETCOB  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RETCOB-STATUS.
           SELECT     CADCRE  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-CRE
           FILE STATUS IS CADCRE-STATUS.
           SELECT     CADPAG  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADPAG-STATUS.
           SELECT     CADRTC  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADRTC-STATUS.
           SELECT     RELRCO  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELRCO-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD RETCOB
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RETCOB.DAT".

       01 REG-RTC-HDR.
           02 TIPO-RTC             PIC X(03).
           02 EMPRESA-RTC          PIC X(10).
           02 DATA-RTC             PIC 9(08).
           02 SEQ-RTC              PIC 9(05).
           02 FILLER               PIC X(03).

       01 REG-RTC-DET REDEFINES REG-RTC-HDR.
           02 TIPO-RTC-DET         PIC X(03).
           02 NOSSO-NUMERO-RTC.
              03 ALUNO-RTC         PIC 9(05).
              03 COMPETENCIA-RTC   PIC 9(06).
           02 DATA-PAGTO-RTC       PIC 9(08).
           02 VALOR-PAGO-RTC       PIC 9(05)V99.

       01 REG-RTC-TRL REDEFINES REG-RTC-HDR.
           02 TIPO-RTC-TRL         PIC X(03).
           02 QTD-RTC-TRL          PIC 9(05).
           02 TOTAL-RTC-TRL        PIC 9(08)V99.
           02 FILLER               PIC X(11).

       FD CADCRE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADCRE.DAT".

       COPY CREREG.

       FD CADPAG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADPAG.DAT".

       01 REG-PAG.
           02 NUMERO-PAG           PIC 9(05).
           02 DATA-PAG             PIC 9(08).
           02 VALOR-PAG            PIC 9(05)V99.
           02 RECIBO-PAG           PIC 9(07).

       FD CADRTC
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADRTC.DAT".

       01 REG-CTL.
           02 SEQ-CTL              PIC 9(05).
           02 DATA-RET-CTL         PIC 9(08).
           02 DATA-CTL             PIC 9(08).
           02 HORA-CTL             PIC 9(08).
           02 QTD-CTL              PIC 9(05).
           02 TOTAL-CTL            PIC 9(08)V99.

       FD RELRCO
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELRCO.DAT".

       01 REG-RELRCO.
           02 LINHA-RELRCO         PIC X(80).

       WORKING-STORAGE SECTION.

       77 RETCOB-STATUS     PIC X(02) VALUE SPACES.
       77 CADCRE-STATUS     PIC X(02) VALUE SPACES.
       77 CADPAG-STATUS     PIC X(02) VALUE SPACES.
       77 CADRTC-STATUS     PIC X(02) VALUE SPACES.
       77 RELRCO-STATUS     PIC X(02) VALUE SPACES.
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 TEM-HEADER        PIC X(03) VALUE "NAO".
       77 TEM-TRAILER       PIC X(03) VALUE "NAO".
       77 JA-PROCESSADO     PIC X(03) VALUE "NAO".
       77 WK-EMPRESA        PIC X(10) VALUE SPACES.
       77 WK-SEQ-RETORNO    PIC 9(05) VALUE ZEROS.
       77 WK-DATA-RETORNO   PIC 9(08) VALUE ZEROS.
       77 WK-QTD-TRL        PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-TRL      PIC 9(08)V99 VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 TOTAL-LIDO        PIC 9(08)V99 VALUE ZEROS.
       77 QTD-RETORNO       PIC 9(03) VALUE ZEROS.
       77 WK-IND            PIC 9(03) VALUE ZEROS.
       77 WK-CLASSE         PIC X(01) VALUE SPACES.
       77 WK-TITULO         PIC X(50) VALUE SPACES.
       77 QTD-PAGOS         PIC 9(05) VALUE ZEROS.
       77 QTD-ATRASADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-DIVERGENTES   PIC 9(05) VALUE ZEROS.
       77 QTD-SEM-CASAMENTO PIC 9(05) VALUE ZEROS.
       77 QTD-PAGAMENTOS    PIC 9(05) VALUE ZEROS.
       77 TOTAL-PAGOS       PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-ATRASADOS   PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-DIVERGENTES PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-SEM-CASAMENTO PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-PAGAMENTOS  PIC 9(08)V99 VALUE ZEROS.
       77 WK-COD-ED         PIC ZZZZ9.
       77 WK-VALOR-ED       PIC ZZZZ9,99.
       77 WK-BOLETO-ED      PIC ZZZZ9,99.
       77 WK-TOTAL-ED       PIC Z(7)9,99.
       77 HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 TAB-RETORNO.
           02 RTC-TAB OCCURS 500 TIMES.
              03 ALUNO-RTC-TAB     PIC 9(05).
              03 COMPET-RTC-TAB    PIC 9(06).
              03 NOME-RTC-TAB      PIC X(20).
              03 VENCTO-RTC-TAB    PIC 9(08).
              03 BOLETO-RTC-TAB    PIC 9(05)V99.
              03 DATA-RTC-TAB      PIC 9(08).
              03 VALOR-RTC-TAB     PIC 9(05)V99.
              03 CLASSE-RTC-TAB    PIC X(01).
                 88 RTC-PAGO                  VALUE "P".
                 88 RTC-ATRASADO              VALUE "A".
                 88 RTC-DIVERGENTE            VALUE "D".
                 88 RTC-SEM-CASAMENTO         VALUE "S".

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM CARGA-RETORNO.
       PERFORM GRAVA-PAGAMENTOS.
       PERFORM RELATORIO-RETORNO.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT HORA-SISTEMA FROM TIME.
            OPEN INPUT RETCOB.
            IF RETCOB-STATUS NOT EQUAL "00"
               DISPLAY "EM01RCOB - RETCOB NAO ABRIU - STATUS "
                       RETCOB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            CLOSE RETCOB.
            OPEN INPUT CADCRE.
            IF CADCRE-STATUS NOT EQUAL "00"
               DISPLAY "EM01RCOB - CADCRE NAO ABRIU - STATUS "
                       CADCRE-STATUS " - SEM PARTIDAS PARA CASAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       CARGA-RETORNO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT RETCOB.
            PERFORM LEITURA-RETCOB
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE RETCOB
                  CADCRE.
            IF TEM-HEADER EQUAL "NAO" OR TEM-TRAILER EQUAL "NAO"
               DISPLAY "EM01RCOB - RETCOB SEM HEADER OU SEM TRAILER "
                       "- RETORNO ABORTADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF QTD-LIDOS NOT EQUAL WK-QTD-TRL
               OR TOTAL-LIDO NOT EQUAL WK-TOTAL-TRL
               DISPLAY "EM01RCOB - DIVERGENCIA COM O TRAILER: "
                       "RECONTADOS " QTD-LIDOS " X " WK-QTD-TRL
                       " - RESSOMA " TOTAL-LIDO " X "
                       WK-TOTAL-TRL " - RETORNO ABORTADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM VERIFICA-CONTROLE.
            IF JA-PROCESSADO EQUAL "SIM"
               DISPLAY "EM01RCOB - RETORNO " WK-SEQ-RETORNO
                       " DE " WK-DATA-RETORNO
                       " JA FOI PROCESSADO - RETORNO RECUSADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.

       LEITURA-RETCOB.
            READ RETCOB
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                PERFORM TRATA-REG-RETCOB
            END-READ.

       TRATA-REG-RETCOB.
            EVALUATE TIPO-RTC
                WHEN "HDR"
                     MOVE "SIM" TO TEM-HEADER
                     MOVE EMPRESA-RTC TO WK-EMPRESA
                     MOVE DATA-RTC TO WK-DATA-RETORNO
                     MOVE SEQ-RTC TO WK-SEQ-RETORNO
                WHEN "DET"
                     ADD 1 TO QTD-LIDOS
                     ADD VALOR-PAGO-RTC TO TOTAL-LIDO
                     PERFORM ARMAZENA-RETORNO
                WHEN "TRL"
                     MOVE "SIM" TO TEM-TRAILER
                     MOVE QTD-RTC-TRL TO WK-QTD-TRL
                     MOVE TOTAL-RTC-TRL TO WK-TOTAL-TRL
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.

       ARMAZENA-RETORNO.
            IF QTD-RETORNO NOT < 500
               DISPLAY "EM01RCOB - RETORNO COM MAIS DE 500 BOLETOS "
                       "- RETORNO ABORTADO, NADA FOI GRAVADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            ADD 1 TO QTD-RETORNO.
            MOVE ALUNO-RTC TO ALUNO-RTC-TAB(QTD-RETORNO).
            MOVE COMPETENCIA-RTC TO COMPET-RTC-TAB(QTD-RETORNO).
            MOVE DATA-PAGTO-RTC TO DATA-RTC-TAB(QTD-RETORNO).
            MOVE VALOR-PAGO-RTC TO VALOR-RTC-TAB(QTD-RETORNO).
            MOVE ALUNO-RTC TO NUMERO-CRE.
            MOVE COMPETENCIA-RTC TO COMPETENCIA-CRE.
            READ CADCRE
                INVALID KEY
                MOVE SPACES TO NOME-RTC-TAB(QTD-RETORNO)
                MOVE ZEROS TO VENCTO-RTC-TAB(QTD-RETORNO)
                              BOLETO-RTC-TAB(QTD-RETORNO)
                MOVE "S" TO CLASSE-RTC-TAB(QTD-RETORNO)
                NOT INVALID KEY
                PERFORM CLASSIFICA-RETORNO
            END-READ.

       CLASSIFICA-RETORNO.
            MOVE NOME-CRE TO NOME-RTC-TAB(QTD-RETORNO).
            MOVE DATA-VENCTO-CRE TO VENCTO-RTC-TAB(QTD-RETORNO).
            MOVE VALOR-ORIGINAL-CRE TO BOLETO-RTC-TAB(QTD-RETORNO).
            IF VALOR-PAGO-RTC < VALOR-ORIGINAL-CRE
               MOVE "D" TO WK-CLASSE
            ELSE
               IF DATA-PAGTO-RTC > DATA-VENCTO-CRE
                  MOVE "A" TO WK-CLASSE
               ELSE
                  IF VALOR-PAGO-RTC EQUAL VALOR-ORIGINAL-CRE
                     MOVE "P" TO WK-CLASSE
                  ELSE
                     MOVE "D" TO WK-CLASSE
                  END-IF
               END-IF
            END-IF.
            MOVE WK-CLASSE TO CLASSE-RTC-TAB(QTD-RETORNO).

       VERIFICA-CONTROLE.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADRTC.
            IF CADRTC-STATUS EQUAL "00"
               PERFORM LEITURA-CADRTC
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADRTC
            END-IF.

       LEITURA-CADRTC.
            READ CADRTC
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF SEQ-CTL EQUAL WK-SEQ-RETORNO
                   AND DATA-RET-CTL EQUAL WK-DATA-RETORNO
                   MOVE "SIM" TO JA-PROCESSADO
                END-IF
            END-READ.

       GRAVA-PAGAMENTOS.
            OPEN EXTEND CADPAG.
            IF CADPAG-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADPAG
            END-IF.
            PERFORM GRAVA-1PAGAMENTO
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-RETORNO.
            CLOSE CADPAG.

       GRAVA-1PAGAMENTO.
            IF NOT RTC-SEM-CASAMENTO(WK-IND)
               MOVE ALUNO-RTC-TAB(WK-IND) TO NUMERO-PAG
               MOVE DATA-RTC-TAB(WK-IND) TO DATA-PAG
               MOVE VALOR-RTC-TAB(WK-IND) TO VALOR-PAG
               MOVE ZEROS TO RECIBO-PAG
               WRITE REG-PAG
               ADD 1 TO QTD-PAGAMENTOS
               ADD VALOR-RTC-TAB(WK-IND) TO TOTAL-PAGAMENTOS
            END-IF.

       RELATORIO-RETORNO.
            OPEN OUTPUT RELRCO.
            PERFORM CABECALHO-RELRCO.
            MOVE "P" TO WK-CLASSE.
            MOVE "BOLETOS PAGOS NO PRAZO" TO WK-TITULO.
            PERFORM LISTA-CLASSE.
            MOVE "A" TO WK-CLASSE.
            MOVE "BOLETOS PAGOS EM ATRASO" TO WK-TITULO.
            PERFORM LISTA-CLASSE.
            MOVE "D" TO WK-CLASSE.
            MOVE "BOLETOS PAGOS COM VALOR DIVERGENTE" TO WK-TITULO.
            PERFORM LISTA-CLASSE.
            MOVE "S" TO WK-CLASSE.
            MOVE "RETORNOS SEM CASAMENTO NO CADCRE - NAO BAIXADOS"
                 TO WK-TITULO.
            PERFORM LISTA-CLASSE.

       CABECALHO-RELRCO.
            MOVE SPACES TO LINHA-RELRCO.
            STRING "RETORNO DA COBRANCA REGISTRADA - EM01RCOB - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELRCO.
            WRITE REG-RELRCO.
            MOVE SPACES TO LINHA-RELRCO.
            MOVE WK-SEQ-RETORNO TO WK-COD-ED.
            STRING "RETORNO: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   " DE " DELIMITED BY SIZE
                   WK-DATA-RETORNO DELIMITED BY SIZE
                   " - EMPRESA: " DELIMITED BY SIZE
                   WK-EMPRESA DELIMITED BY SIZE
                   INTO LINHA-RELRCO.
            WRITE REG-RELRCO.

       LISTA-CLASSE.
            MOVE SPACES TO LINHA-RELRCO.
            WRITE REG-RELRCO.
            MOVE WK-TITULO TO LINHA-RELRCO.
            WRITE REG-RELRCO.
            MOVE SPACES TO LINHA-RELRCO.
            STRING "ALUNO COMPET NOME                 VENCTO   "
                   DELIMITED BY SIZE
                   "  BOLETO PAGTO       VALOR"
                   DELIMITED BY SIZE
                   INTO LINHA-RELRCO.
            WRITE REG-RELRCO.
            PERFORM LISTA-1RETORNO
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-RETORNO.

       LISTA-1RETORNO.
            IF CLASSE-RTC-TAB(WK-IND) EQUAL WK-CLASSE
               PERFORM GRAVA-LINHA-RETORNO
            END-IF.

       GRAVA-LINHA-RETORNO.
            EVALUATE WK-CLASSE
                WHEN "P"
                     ADD 1 TO QTD-PAGOS
                     ADD VALOR-RTC-TAB(WK-IND) TO TOTAL-PAGOS
                WHEN "A"
                     ADD 1 TO QTD-ATRASADOS
                     ADD VALOR-RTC-TAB(WK-IND) TO TOTAL-ATRASADOS
                WHEN "D"
                     ADD 1 TO QTD-DIVERGENTES
                     ADD VALOR-RTC-TAB(WK-IND) TO TOTAL-DIVERGENTES
                WHEN OTHER
                     ADD 1 TO QTD-SEM-CASAMENTO
                     ADD VALOR-RTC-TAB(WK-IND) TO TOTAL-SEM-CASAMENTO
            END-EVALUATE.
            MOVE SPACES TO LINHA-RELRCO.
            MOVE ALUNO-RTC-TAB(WK-IND) TO WK-COD-ED.
            MOVE BOLETO-RTC-TAB(WK-IND) TO WK-BOLETO-ED.
            MOVE VALOR-RTC-TAB(WK-IND) TO WK-VALOR-ED.
            STRING WK-COD-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   COMPET-RTC-TAB(WK-IND) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOME-RTC-TAB(WK-IND) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VENCTO-RTC-TAB(WK-IND) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-BOLETO-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DATA-RTC-TAB(WK-IND) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-VALOR-ED DELIMITED BY SIZE
                   INTO LINHA-RELRCO.
            WRITE REG-RELRCO.

       GRAVA-CONTROLE.
            OPEN EXTEND CADRTC.
            IF CADRTC-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADRTC
            END-IF.
            MOVE WK-SEQ-RETORNO TO SEQ-CTL.
            MOVE WK-DATA-RETORNO TO DATA-RET-CTL.
            MOVE DATA-SISTEMA TO DATA-CTL.
            MOVE HORA-SISTEMA TO HORA-CTL.
            MOVE QTD-LIDOS TO QTD-CTL.
            MOVE TOTAL-LIDO TO TOTAL-CTL.
            WRITE REG-CTL.
            CLOSE CADRTC.

       TERMINO.
            PERFORM GRAVA-CONTROLE.
            MOVE SPACES TO LINHA-RELRCO.
            WRITE REG-RELRCO.
            MOVE QTD-PAGOS TO WK-COD-ED.
            MOVE TOTAL-PAGOS TO WK-TOTAL-ED.
            MOVE SPACES TO LINHA-RELRCO.
            STRING "PAGOS NO PRAZO .....: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   " - TOTAL " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELRCO.
            WRITE REG-RELRCO.
            MOVE QTD-ATRASADOS TO WK-COD-ED.
            MOVE TOTAL-ATRASADOS TO WK-TOTAL-ED.
            MOVE SPACES TO LINHA-RELRCO.
            STRING "PAGOS EM ATRASO ....: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   " - TOTAL " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELRCO.
            WRITE REG-RELRCO.
            MOVE QTD-DIVERGENTES TO WK-COD-ED.
            MOVE TOTAL-DIVERGENTES TO WK-TOTAL-ED.
            MOVE SPACES TO LINHA-RELRCO.
            STRING "VALOR DIVERGENTE ...: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   " - TOTAL " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELRCO.
            WRITE REG-RELRCO.
            MOVE QTD-SEM-CASAMENTO TO WK-COD-ED.
            MOVE TOTAL-SEM-CASAMENTO TO WK-TOTAL-ED.
            MOVE SPACES TO LINHA-RELRCO.
            STRING "SEM CASAMENTO ......: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   " - TOTAL " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELRCO.
            WRITE REG-RELRCO.
            MOVE QTD-PAGAMENTOS TO WK-COD-ED.
            MOVE TOTAL-PAGAMENTOS TO WK-TOTAL-ED.
            MOVE SPACES TO LINHA-RELRCO.
            STRING "ENVIADOS AO CADPAG .: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   " - TOTAL " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELRCO.
            WRITE REG-RELRCO.
            CLOSE RELRCO.
            DISPLAY "EM01RCOB - PAGOS " QTD-PAGOS
                    " - EM ATRASO " QTD-ATRASADOS
                    " - DIVERGENTES " QTD-DIVERGENTES
                    " - SEM CASAMENTO " QTD-SEM-CASAMENTO.
            IF QTD-SEM-CASAMENTO > ZEROS
               MOVE 4 TO RETURN-CODE
            END-IF.
