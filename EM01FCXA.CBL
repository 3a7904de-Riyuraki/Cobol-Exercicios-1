       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01FCXA.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. FECHAMENTO DO CAIXA DA SECRETARIA AO FIM DO DIA.
      *         LE O MOVIMENTO DE CAIXA CUMULATIVO CADRCB (COPY RCBREG)
      *         GRAVADO PELO EM01CAIX E FECHA TODOS OS RECIBOS
      *         EMITIDOS DEPOIS DO ULTIMO FECHAMENTO (O NUMERO DO
      *         REGISTRO TIPO F E O ULTIMO RECIBO JA COBERTO), DE MODO
      *         QUE UM DIA ESQUECIDO ENTRA NO FECHAMENTO SEGUINTE EM
      *         VEZ DE SE PERDER. O RELATORIO RELCXA TOTALIZA CADA
      *         OPERADOR POR FORMA DE PAGAMENTO (DINHEIRO, CHEQUE E
      *         CARTAO) E LISTA OS RECIBOS CANCELADOS COM O MOTIVO E
      *         QUEM CANCELOU. OS RECIBOS VALIDOS SAO ACRESCENTADOS AO
      *         ARQUIVO DE PAGAMENTOS CADPAG (NUMERO DO ALUNO, DATA,
      *         VALOR E NUMERO DO RECIBO), QUE O EM01INAD BAIXA NO
      *         CONTAS A RECEBER - NINGUEM MAIS DIGITA O CADPAG. AO
      *         FINAL GRAVA O REGISTRO DE FECHAMENTO NO CADRCB, PARA
      *         QUE UMA SEGUNDA EXECUCAO NAO MANDE OS MESMOS RECIBOS DE
      *         NOVO PARA O CADPAG, E UMA LINHA DE ESTATISTICA EM
      *         EM01LOG. SEM RECIBO NOVO O FECHAMENTO APENAS AVISA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADRCB  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADRCB-STATUS.
           SELECT     CADPAG  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADPAG-STATUS.
           SELECT     RELCXA  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELCXA-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADRCB
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADRCB.DAT".

       COPY RCBREG.

       FD CADPAG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADPAG.DAT".

       01 REG-PAG.
           02 NUMERO-PAG           PIC 9(05).
           02 DATA-PAG             PIC 9(08).
           02 VALOR-PAG            PIC 9(05)V99.
           02 RECIBO-PAG           PIC 9(07).

       FD RELCXA
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELCXA.DAT".

       01 REG-RELCXA.
           02 LINHA-RELCXA         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADRCB-STATUS     PIC X(02) VALUE SPACES.
       77 CADPAG-STATUS     PIC X(02) VALUE SPACES.
       77 RELCXA-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 WK-ULTIMO-FECHADO PIC 9(07) VALUE ZEROS.
       77 WK-MAIOR-RECIBO   PIC 9(07) VALUE ZEROS.
       77 WK-NUMERO-RECIBO  PIC 9(07) VALUE ZEROS.
       77 QTD-RECIBOS       PIC 9(03) VALUE ZEROS.
       77 TAB-RCB-CHEIA     PIC X(03) VALUE "NAO".
       77 WK-IND-RCB        PIC 9(03) VALUE ZEROS.
       77 WK-ACHOU-RCB      PIC 9(03) VALUE ZEROS.
       77 QTD-CAIXAS        PIC 9(02) VALUE ZEROS.
       77 WK-IND-CXA        PIC 9(02) VALUE ZEROS.
       77 WK-ACHOU-CXA      PIC 9(02) VALUE ZEROS.
       77 QTD-VALIDOS       PIC 9(05) VALUE ZEROS.
       77 QTD-CANCELADOS    PIC 9(05) VALUE ZEROS.
       77 TOTAL-DINHEIRO    PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-CHEQUE      PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-CARTAO      PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-GERAL       PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-CANCELADO   PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-OPERADOR    PIC 9(08)V99 VALUE ZEROS.
       77 HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
       77 WK-RECIBO-ED      PIC Z(6)9.
       77 WK-NUMERO-ED      PIC ZZZZ9.
       77 WK-VALOR-ED       PIC ZZZZ9,99.
       77 WK-DIN-ED         PIC Z(6)9,99.
       77 WK-CHQ-ED         PIC Z(6)9,99.
       77 WK-CAR-ED         PIC Z(6)9,99.
       77 WK-TOTAL-ED       PIC Z(7)9,99.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 TAB-RECIBOS.
           02 RCB-TAB OCCURS 500 TIMES.
              03 NUMERO-RCB-TAB    PIC 9(07).
              03 DATA-RCB-TAB      PIC 9(08).
              03 OPERADOR-RCB-TAB  PIC X(08).
              03 ALUNO-RCB-TAB     PIC 9(05).
              03 VALOR-RCB-TAB     PIC 9(05)V99.
              03 FORMA-RCB-TAB     PIC X(01).
              03 CANCELADO-RCB-TAB PIC X(03).
              03 CANCELOU-RCB-TAB  PIC X(08).
              03 MOTIVO-RCB-TAB    PIC X(30).
       01 TAB-CAIXAS.
           02 CXA-TAB OCCURS 50 TIMES.
              03 OPERADOR-CXA-TAB  PIC X(08).
              03 QTD-CXA-TAB       PIC 9(05).
              03 DINHEIRO-CXA-TAB  PIC 9(07)V99.
              03 CHEQUE-CXA-TAB    PIC 9(07)V99.
              03 CARTAO-CXA-TAB    PIC 9(07)V99.

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM CARGA-RECIBOS.
       PERFORM FECHAMENTO.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT HORA-SISTEMA FROM TIME.
            OPEN INPUT CADRCB.
            IF CADRCB-STATUS NOT EQUAL "00"
               DISPLAY "EM01FCXA - CADRCB NAO ABRIU - STATUS "
                       CADRCB-STATUS " - NENHUM RECIBO EMITIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-ULTIMO-FECHADO
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADRCB.
            OPEN OUTPUT RELCXA.
            PERFORM CABECALHO-RELCXA.

       FECHAMENTO.
            IF QTD-RECIBOS EQUAL ZEROS
               PERFORM SEM-MOVIMENTO
            ELSE
               PERFORM APURA-CAIXA
               PERFORM GRAVA-CADPAG
               PERFORM RELATORIO-CAIXA
               PERFORM GRAVA-FECHAMENTO
            END-IF.

       LEITURA-ULTIMO-FECHADO.
            READ CADRCB
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF TIPO-RCB EQUAL "F"
                   AND NUMERO-RCB > WK-ULTIMO-FECHADO
                   MOVE NUMERO-RCB TO WK-ULTIMO-FECHADO
                END-IF
            END-READ.

       CABECALHO-RELCXA.
            MOVE SPACES TO LINHA-RELCXA.
            STRING "FECHAMENTO DE CAIXA - EM01FCXA - " DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELCXA.
            WRITE REG-RELCXA.
            MOVE SPACES TO LINHA-RELCXA.
            MOVE WK-ULTIMO-FECHADO TO WK-RECIBO-ED.
            STRING "RECIBOS POSTERIORES AO NUMERO " DELIMITED BY SIZE
                   WK-RECIBO-ED DELIMITED BY SIZE
                   " (ULTIMO FECHAMENTO)" DELIMITED BY SIZE
                   INTO LINHA-RELCXA.
            WRITE REG-RELCXA.
            MOVE SPACES TO LINHA-RELCXA.
            WRITE REG-RELCXA.

       CARGA-RECIBOS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADRCB.
            PERFORM LEITURA-CADRCB
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADRCB.
            IF TAB-RCB-CHEIA EQUAL "SIM"
               DISPLAY "EM01FCXA - MAIS DE 500 RECIBOS A FECHAR - "
                       "RODE O FECHAMENTO DE NOVO PARA O RESTANTE"
            END-IF.

       LEITURA-CADRCB.
            READ CADRCB
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF NUMERO-RCB > WK-ULTIMO-FECHADO
                   PERFORM ARMAZENA-MOVIMENTO
                END-IF
            END-READ.

       ARMAZENA-MOVIMENTO.
            EVALUATE TIPO-RCB
                WHEN "R"
                     PERFORM ARMAZENA-RECIBO
                WHEN "C"
                     PERFORM MARCA-CANCELAMENTO
            END-EVALUATE.

       ARMAZENA-RECIBO.
            IF QTD-RECIBOS NOT < 500
               MOVE "SIM" TO TAB-RCB-CHEIA
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-RECIBOS.
            MOVE NUMERO-RCB TO NUMERO-RCB-TAB(QTD-RECIBOS).
            MOVE DATA-RCB TO DATA-RCB-TAB(QTD-RECIBOS).
            MOVE OPERADOR-RCB TO OPERADOR-RCB-TAB(QTD-RECIBOS).
            MOVE ALUNO-RCB TO ALUNO-RCB-TAB(QTD-RECIBOS).
            MOVE VALOR-RCB TO VALOR-RCB-TAB(QTD-RECIBOS).
            MOVE FORMA-RCB TO FORMA-RCB-TAB(QTD-RECIBOS).
            MOVE "NAO" TO CANCELADO-RCB-TAB(QTD-RECIBOS).
            MOVE SPACES TO CANCELOU-RCB-TAB(QTD-RECIBOS)
                           MOTIVO-RCB-TAB(QTD-RECIBOS).
            IF NUMERO-RCB > WK-MAIOR-RECIBO
               MOVE NUMERO-RCB TO WK-MAIOR-RECIBO
            END-IF.

       MARCA-CANCELAMENTO.
            MOVE NUMERO-RCB TO WK-NUMERO-RECIBO.
            PERFORM PROCURA-RECIBO.
            IF WK-ACHOU-RCB EQUAL ZEROS
               DISPLAY "EM01FCXA - CANCELAMENTO DO RECIBO "
                       NUMERO-RCB " SEM RECIBO CORRESPONDENTE - "
                       "IGNORADO"
            ELSE
               MOVE "SIM" TO CANCELADO-RCB-TAB(WK-ACHOU-RCB)
               MOVE OPERADOR-RCB TO CANCELOU-RCB-TAB(WK-ACHOU-RCB)
               MOVE MOTIVO-RCB TO MOTIVO-RCB-TAB(WK-ACHOU-RCB)
            END-IF.

       PROCURA-RECIBO.
            MOVE ZEROS TO WK-ACHOU-RCB.
            PERFORM COMPARA-RECIBO
                    VARYING WK-IND-RCB FROM 1 BY 1
                    UNTIL WK-IND-RCB > QTD-RECIBOS
                       OR WK-ACHOU-RCB > 0.

       COMPARA-RECIBO.
            IF NUMERO-RCB-TAB(WK-IND-RCB) EQUAL WK-NUMERO-RECIBO
               MOVE WK-IND-RCB TO WK-ACHOU-RCB
            END-IF.

       APURA-CAIXA.
            PERFORM APURA-1RECIBO
                    VARYING WK-IND-RCB FROM 1 BY 1
                    UNTIL WK-IND-RCB > QTD-RECIBOS.

       APURA-1RECIBO.
            IF CANCELADO-RCB-TAB(WK-IND-RCB) EQUAL "SIM"
               ADD 1 TO QTD-CANCELADOS
               ADD VALOR-RCB-TAB(WK-IND-RCB) TO TOTAL-CANCELADO
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-VALIDOS.
            PERFORM PROCURA-CAIXA.
            IF WK-ACHOU-CXA EQUAL ZEROS
               IF QTD-CAIXAS < 50
                  ADD 1 TO QTD-CAIXAS
                  MOVE QTD-CAIXAS TO WK-ACHOU-CXA
                  MOVE OPERADOR-RCB-TAB(WK-IND-RCB)
                       TO OPERADOR-CXA-TAB(WK-ACHOU-CXA)
                  MOVE ZEROS TO QTD-CXA-TAB(WK-ACHOU-CXA)
                                DINHEIRO-CXA-TAB(WK-ACHOU-CXA)
                                CHEQUE-CXA-TAB(WK-ACHOU-CXA)
                                CARTAO-CXA-TAB(WK-ACHOU-CXA)
               ELSE
                  MOVE 50 TO WK-ACHOU-CXA
               END-IF
            END-IF.
            ADD 1 TO QTD-CXA-TAB(WK-ACHOU-CXA).
            EVALUATE FORMA-RCB-TAB(WK-IND-RCB)
                WHEN "D"
                     ADD VALOR-RCB-TAB(WK-IND-RCB)
                         TO DINHEIRO-CXA-TAB(WK-ACHOU-CXA)
                     ADD VALOR-RCB-TAB(WK-IND-RCB) TO TOTAL-DINHEIRO
                WHEN "Q"
                     ADD VALOR-RCB-TAB(WK-IND-RCB)
                         TO CHEQUE-CXA-TAB(WK-ACHOU-CXA)
                     ADD VALOR-RCB-TAB(WK-IND-RCB) TO TOTAL-CHEQUE
                WHEN OTHER
                     ADD VALOR-RCB-TAB(WK-IND-RCB)
                         TO CARTAO-CXA-TAB(WK-ACHOU-CXA)
                     ADD VALOR-RCB-TAB(WK-IND-RCB) TO TOTAL-CARTAO
            END-EVALUATE.
            ADD VALOR-RCB-TAB(WK-IND-RCB) TO TOTAL-GERAL.

       PROCURA-CAIXA.
            MOVE ZEROS TO WK-ACHOU-CXA.
            PERFORM COMPARA-CAIXA
                    VARYING WK-IND-CXA FROM 1 BY 1
                    UNTIL WK-IND-CXA > QTD-CAIXAS
                       OR WK-ACHOU-CXA > 0.

       COMPARA-CAIXA.
            IF OPERADOR-CXA-TAB(WK-IND-CXA)
               EQUAL OPERADOR-RCB-TAB(WK-IND-RCB)
               MOVE WK-IND-CXA TO WK-ACHOU-CXA
            END-IF.

       GRAVA-CADPAG.
            OPEN EXTEND CADPAG.
            IF CADPAG-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADPAG
            END-IF.
            PERFORM GRAVA-1PAGAMENTO
                    VARYING WK-IND-RCB FROM 1 BY 1
                    UNTIL WK-IND-RCB > QTD-RECIBOS.
            CLOSE CADPAG.

       GRAVA-1PAGAMENTO.
            IF CANCELADO-RCB-TAB(WK-IND-RCB) EQUAL "NAO"
               MOVE ALUNO-RCB-TAB(WK-IND-RCB) TO NUMERO-PAG
               MOVE DATA-RCB-TAB(WK-IND-RCB) TO DATA-PAG
               MOVE VALOR-RCB-TAB(WK-IND-RCB) TO VALOR-PAG
               MOVE NUMERO-RCB-TAB(WK-IND-RCB) TO RECIBO-PAG
               WRITE REG-PAG
            END-IF.

       RELATORIO-CAIXA.
            MOVE "OPERADOR  QTD     DINHEIRO      CHEQUE      CARTAO"
                 TO LINHA-RELCXA.
            WRITE REG-RELCXA.
            MOVE SPACES TO LINHA-RELCXA.
            WRITE REG-RELCXA.
            PERFORM GRAVA-LINHA-OPERADOR
                    VARYING WK-IND-CXA FROM 1 BY 1
                    UNTIL WK-IND-CXA > QTD-CAIXAS.
            MOVE SPACES TO LINHA-RELCXA.
            WRITE REG-RELCXA.
            MOVE SPACES TO LINHA-RELCXA.
            MOVE QTD-VALIDOS TO WK-NUMERO-ED.
            MOVE TOTAL-DINHEIRO TO WK-DIN-ED.
            MOVE TOTAL-CHEQUE TO WK-CHQ-ED.
            MOVE TOTAL-CARTAO TO WK-CAR-ED.
            STRING "TOTAL    " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-DIN-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-CHQ-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-CAR-ED DELIMITED BY SIZE
                   INTO LINHA-RELCXA.
            WRITE REG-RELCXA.
            MOVE SPACES TO LINHA-RELCXA.
            WRITE REG-RELCXA.
            MOVE "RECIBOS CANCELADOS" TO LINHA-RELCXA.
            WRITE REG-RELCXA.
            MOVE SPACES TO LINHA-RELCXA.
            WRITE REG-RELCXA.
            PERFORM GRAVA-LINHA-CANCELADO
                    VARYING WK-IND-RCB FROM 1 BY 1
                    UNTIL WK-IND-RCB > QTD-RECIBOS.
            IF QTD-CANCELADOS EQUAL ZEROS
               MOVE "(NENHUM)" TO LINHA-RELCXA
               WRITE REG-RELCXA
            END-IF.
            MOVE SPACES TO LINHA-RELCXA.
            WRITE REG-RELCXA.
            MOVE SPACES TO LINHA-RELCXA.
            MOVE QTD-VALIDOS TO WK-NUMERO-ED.
            MOVE TOTAL-GERAL TO WK-TOTAL-ED.
            STRING "RECIBOS VALIDOS ...: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   " - VALOR ENVIADO AO CADPAG: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELCXA.
            WRITE REG-RELCXA.
            MOVE SPACES TO LINHA-RELCXA.
            MOVE QTD-CANCELADOS TO WK-NUMERO-ED.
            MOVE TOTAL-CANCELADO TO WK-TOTAL-ED.
            STRING "RECIBOS CANCELADOS : " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   " - VALOR: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELCXA.
            WRITE REG-RELCXA.
            MOVE SPACES TO LINHA-RELCXA.
            MOVE WK-MAIOR-RECIBO TO WK-RECIBO-ED.
            STRING "FECHADO ATE O RECIBO " DELIMITED BY SIZE
                   WK-RECIBO-ED DELIMITED BY SIZE
                   INTO LINHA-RELCXA.
            WRITE REG-RELCXA.

       GRAVA-LINHA-OPERADOR.
            MOVE SPACES TO LINHA-RELCXA.
            MOVE QTD-CXA-TAB(WK-IND-CXA) TO WK-NUMERO-ED.
            MOVE DINHEIRO-CXA-TAB(WK-IND-CXA) TO WK-DIN-ED.
            MOVE CHEQUE-CXA-TAB(WK-IND-CXA) TO WK-CHQ-ED.
            MOVE CARTAO-CXA-TAB(WK-IND-CXA) TO WK-CAR-ED.
            STRING OPERADOR-CXA-TAB(WK-IND-CXA) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-DIN-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-CHQ-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-CAR-ED DELIMITED BY SIZE
                   INTO LINHA-RELCXA.
            WRITE REG-RELCXA.
            COMPUTE TOTAL-OPERADOR = DINHEIRO-CXA-TAB(WK-IND-CXA)
                                   + CHEQUE-CXA-TAB(WK-IND-CXA)
                                   + CARTAO-CXA-TAB(WK-IND-CXA).
            MOVE SPACES TO LINHA-RELCXA.
            MOVE TOTAL-OPERADOR TO WK-TOTAL-ED.
            STRING "         TOTAL DO OPERADOR: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELCXA.
            WRITE REG-RELCXA.

       GRAVA-LINHA-CANCELADO.
            IF CANCELADO-RCB-TAB(WK-IND-RCB) EQUAL "SIM"
               MOVE SPACES TO LINHA-RELCXA
               MOVE NUMERO-RCB-TAB(WK-IND-RCB) TO WK-RECIBO-ED
               MOVE ALUNO-RCB-TAB(WK-IND-RCB) TO WK-NUMERO-ED
               MOVE VALOR-RCB-TAB(WK-IND-RCB) TO WK-VALOR-ED
               STRING WK-RECIBO-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WK-NUMERO-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WK-VALOR-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CANCELOU-RCB-TAB(WK-IND-RCB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MOTIVO-RCB-TAB(WK-IND-RCB) DELIMITED BY SIZE
                      INTO LINHA-RELCXA
               WRITE REG-RELCXA
            END-IF.

       GRAVA-FECHAMENTO.
            OPEN EXTEND CADRCB.
            MOVE SPACES TO REG-RCB.
            MOVE WK-MAIOR-RECIBO TO NUMERO-RCB.
            MOVE "F" TO TIPO-RCB.
            MOVE DATA-SISTEMA TO DATA-RCB.
            MOVE HORA-SISTEMA TO HORA-RCB.
            MOVE "EM01FCXA" TO OPERADOR-RCB.
            MOVE ZEROS TO ALUNO-RCB
                          VALOR-RCB.
            MOVE "FECHAMENTO DE CAIXA" TO MOTIVO-RCB.
            WRITE REG-RCB.
            CLOSE CADRCB.

       SEM-MOVIMENTO.
            MOVE "NENHUM RECIBO NOVO DESDE O ULTIMO FECHAMENTO"
                 TO LINHA-RELCXA.
            WRITE REG-RELCXA.
            DISPLAY "EM01FCXA - NENHUM RECIBO NOVO DESDE O ULTIMO "
                    "FECHAMENTO - NADA A FECHAR".

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01FCXA" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-RECIBOS TO QTD-LIDOS-LOG.
            MOVE QTD-VALIDOS TO QTD-GRAVADOS-LOG.
            MOVE QTD-CANCELADOS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            CLOSE RELCXA.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01FCXA - RESUMO DO FECHAMENTO".
            DISPLAY "RECIBOS FECHADOS ....: " QTD-RECIBOS.
            DISPLAY "VALIDOS P/ CADPAG ...: " QTD-VALIDOS.
            DISPLAY "CANCELADOS ..........: " QTD-CANCELADOS.
            DISPLAY "TOTAL RECEBIDO ......: " TOTAL-GERAL.
