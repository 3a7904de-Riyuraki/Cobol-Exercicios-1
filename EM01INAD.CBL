       DATE-WRITTEN.    02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. RELATORIO DE INADIMPLENCIA SOBRE O CONTAS A RECEBER
      *         CADCRE (COPY CREREG), ONDE CADA EXECUCAO DO EM01MENS
      *         ABRE UMA PARTIDA POR ALUNO E COMPETENCIA - ASSIM O QUE A
      *         FAMILIA DEIXOU DE PAGAR NO MES PASSADO NAO SOME DO
      *         RELATORIO QUANDO O MES SEGUINTE E FATURADO. OS
      *         PAGAMENTOS RECEBIDOS PELA SECRETARIA CHEGAM NO ARQUIVO
      *         CADPAG (NUMERO DO ALUNO, DATA DO PAGAMENTO, VALOR PAGO E
      *         NUMERO DO RECIBO, UMA LINHA POR PAGAMENTO, PODENDO HAVER
      *         MAIS DE UM PAGAMENTO POR ALUNO), GRAVADO PELO FECHAMENTO
      *         DE CAIXA EM01FCXA E PELO RETORNO DA COBRANCA BANCARIA
      *         EM01RCOB. CADA PAGAMENTO E BAIXADO NAS PARTIDAS EM
      *         ABERTO DO ALUNO DA MAIS ANTIGA PARA A MAIS NOVA, DEPOIS
      *         DE LANCADOS OS ENCARGOS DA PARTIDA ATE A DATA DO
      *         PAGAMENTO; O QUE SOBRA SEM PARTIDA ABERTA SAI NO
      *         RELATORIO. OS PAGAMENTOS BAIXADOS SAO ACRESCENTADOS AO
      *         HISTORICO CUMULATIVO CADPAGH COM A DATA DA BAIXA E O
      *         CADPAG E ESVAZIADO, PARA QUE UMA SEGUNDA EXECUCAO NAO
      *         BAIXE O MESMO PAGAMENTO DUAS VEZES. EM SEGUIDA TODAS AS
      *         PARTIDAS VENCIDAS RECEBEM MULTA (UMA UNICA VEZ, SOBRE O
      *         VALOR ORIGINAL) E JUROS SIMPLES PRO RATA DIA SOBRE O
      *         PRINCIPAL AINDA NAO PAGO, COM OS PERCENTUAIS LIDOS DO
      *         ARQUIVO DE PARAMETROS PARCRE; SEM PARCRE A APURACAO E
      *         ABORTADA, POIS RODAR SEM TAXAS ZERARIA OS ENCARGOS. O
      *         RELATORIO RELINA LISTA CADA DEVEDOR COM O SALDO A VENCER
      *         E O SALDO VENCIDO POR FAIXA DE ATRASO (0-30, 31-60,
      *         61-90 E MAIS DE 90 DIAS) E OS TOTAIS GERAIS, PARA QUE A
      *         COBRANCA DA SECRETARIA PARTA DE UM ARQUIVO DO SISTEMA E
      *         NAO DE UMA PLANILHA. A LINHA DO CADPAG QUE NAO PASSA
      *         NA CONFERENCIA (NUMERO OU VALOR NAO NUMERICO) NAO SE
      *         PERDE COM O ESVAZIAMENTO: VAI, COMO CHEGOU E COM A DATA
      *         DA REJEICAO, PARA O ARQUIVO CUMULATIVO DE PAGAMENTOS
      *         REJEITADOS CADPAGR, PARA SER CORRIGIDA E REENVIADA, E
      *         SAI LISTADA NO RELINA COM O TOTAL DE REJEITADOS.

       ENVIRONMENT DIVISION.


       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADCRE  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      CHAVE-CRE
           FILE STATUS IS CADCRE-STATUS.
           SELECT     PARCRE  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARCRE-STATUS.
           SELECT     CADPAG  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADPAG-STATUS.
           SELECT     CADPAGH  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADPAGH-STATUS.
           SELECT     CADPAGR  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADPAGR-STATUS.
           SELECT     RELINA  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELINA-STATUS.
       DATA     DIVISION.

       FILE SECTION.
       FD CADCRE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADCRE.DAT".

       COPY CREREG.

       FD PARCRE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARCRE.DAT".

       01 REG-PARCRE.
           02 DIA-VENCTO-PAR       PIC 9(02).
           02 PCT-MULTA-PAR        PIC 9(03)V99.
           02 PCT-JUROS-PAR        PIC 9(03)V99.

       FD CADPAG
           LABEL        RECORD ARE      STANDARD
           02 NUMERO-PAG           PIC 9(05).
           02 DATA-PAG             PIC 9(08).
           02 VALOR-PAG            PIC 9(05)V99.
           02 RECIBO-PAG           PIC 9(07).

       FD CADPAGH
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADPAGH.DAT".

       01 REG-PGH.
           02 NUMERO-PGH           PIC 9(05).
           02 DATA-PGH             PIC 9(08).
           02 VALOR-PGH            PIC 9(05)V99.
           02 DATA-BAIXA-PGH       PIC 9(08).
           02 SOBRA-PGH            PIC 9(05)V99.
           02 RECIBO-PGH           PIC 9(07).

       FD CADPAGR
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADPAGR.DAT".

       01 REG-PGR.
           02 LINHA-PGR            PIC X(27).
           02 DATA-REJ-PGR         PIC 9(08).

       FD RELINA
           LABEL        RECORD ARE      STANDARD

       WORKING-STORAGE SECTION.

       77 CADCRE-STATUS     PIC X(02) VALUE SPACES.
       77 PARCRE-STATUS     PIC X(02) VALUE SPACES.
       77 CADPAG-STATUS     PIC X(02) VALUE SPACES.
       77 CADPAGH-STATUS    PIC X(02) VALUE SPACES.
       77 RELINA-STATUS     PIC X(02) VALUE SPACES.
       77 CADPAGR-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 FIM-CRE           PIC X(03) VALUE "NAO".
       77 PCT-MULTA         PIC 9(03)V99 VALUE ZEROS.
       77 PCT-JUROS         PIC 9(03)V99 VALUE ZEROS.
       77 WK-RESTO-PAG      PIC 9(05)V99 VALUE ZEROS.
       77 WK-DATA-REF       PIC 9(08) VALUE ZEROS.
       77 WK-DATA-INI       PIC 9(08) VALUE ZEROS.
       77 WK-DIAS-REF       PIC 9(07) VALUE ZEROS.
       77 WK-DIAS-INI       PIC 9(07) VALUE ZEROS.
       77 WK-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 WK-DIAS-ATRASO    PIC 9(07) VALUE ZEROS.
       77 WK-ANO-AJ         PIC 9(04) VALUE ZEROS.
       77 WK-MES-AJ         PIC 9(02) VALUE ZEROS.
       77 WK-Q4             PIC 9(04) VALUE ZEROS.
       77 WK-Q100           PIC 9(04) VALUE ZEROS.
       77 WK-Q400           PIC 9(04) VALUE ZEROS.
       77 WK-QMES           PIC 9(03) VALUE ZEROS.
       77 WK-DIAS-CALC      PIC 9(07) VALUE ZEROS.
       77 WK-PRINCIPAL      PIC 9(05)V99 VALUE ZEROS.
       77 WK-JUROS          PIC 9(05)V99 VALUE ZEROS.
       77 WK-NUMERO-ANT     PIC 9(05) VALUE ZEROS.
       77 WK-NOME-ANT       PIC X(20) VALUE SPACES.
       77 ALU-A-VENCER      PIC 9(06)V99 VALUE ZEROS.
       77 ALU-FAIXA1        PIC 9(06)V99 VALUE ZEROS.
       77 ALU-FAIXA2        PIC 9(06)V99 VALUE ZEROS.
       77 ALU-FAIXA3        PIC 9(06)V99 VALUE ZEROS.
       77 ALU-FAIXA4        PIC 9(06)V99 VALUE ZEROS.
       77 ALU-VENCIDO       PIC 9(06)V99 VALUE ZEROS.
       77 QTD-PAGTOS        PIC 9(05) VALUE ZEROS.
       77 QTD-PAG-INVALIDOS PIC 9(05) VALUE ZEROS.
       77 QTD-SOBRAS        PIC 9(05) VALUE ZEROS.
       77 QTD-QUITADAS      PIC 9(05) VALUE ZEROS.
       77 QTD-ABERTAS       PIC 9(05) VALUE ZEROS.
       77 QTD-DEVEDORES     PIC 9(05) VALUE ZEROS.
       77 TOTAL-PAGO        PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-SOBRAS      PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-ENCARGOS    PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-A-VENCER    PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-FAIXA1      PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-FAIXA2      PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-FAIXA3      PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-FAIXA4      PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-ABERTO      PIC 9(08)V99 VALUE ZEROS.
       77 WK-NUMERO-ED      PIC ZZZZ9.
       77 WK-VALOR-ED       PIC ZZZZ9,99.
       77 WK-JUROS-ED       PIC ZZZZ9,99.
       77 WK-AVC-ED         PIC Z(5)9,99.
       77 WK-FX1-ED         PIC Z(5)9,99.
       77 WK-FX2-ED         PIC Z(5)9,99.
       77 WK-FX3-ED         PIC Z(5)9,99.
       77 WK-FX4-ED         PIC Z(5)9,99.
       77 WK-TOTAL-ED       PIC Z(7)9,99.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-DATA-CALC.
           02 ANO-CALC             PIC 9(04).
           02 MES-CALC             PIC 9(02).
           02 DIA-CALC             PIC 9(02).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM BAIXA-PAGAMENTOS.
       PERFORM APURA-INADIMPLENCIA.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE DATA-SISTEMA TO WK-DATA-CALC.
            PERFORM CALCULA-DIAS.
            MOVE WK-DIAS-CALC TO WK-DIAS-HOJE.
            PERFORM CARGA-PARCRE.
            OPEN I-O CADCRE.
            IF CADCRE-STATUS NOT EQUAL "00"
               DISPLAY "EM01INAD - CADCRE NAO ABRIU - STATUS "
                       CADCRE-STATUS " - RODE O EM01MENS ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT RELINA.
            PERFORM CABECALHO-RELINA.

       CARGA-PARCRE.
            OPEN INPUT PARCRE.
            IF PARCRE-STATUS EQUAL "00"
               READ PARCRE
                   AT END
                   MOVE "10" TO PARCRE-STATUS
               END-READ
               CLOSE PARCRE
            END-IF.
            IF PARCRE-STATUS NOT EQUAL "00"
               OR PCT-MULTA-PAR IS NOT NUMERIC
               OR PCT-JUROS-PAR IS NOT NUMERIC
               DISPLAY "EM01INAD - PARCRE AUSENTE OU COM TAXAS "
                       "INVALIDAS - APURACAO ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE PCT-MULTA-PAR TO PCT-MULTA.
            MOVE PCT-JUROS-PAR TO PCT-JUROS.

       CABECALHO-RELINA.
            MOVE SPACES TO LINHA-RELINA.
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            MOVE PCT-MULTA TO WK-VALOR-ED.
            MOVE PCT-JUROS TO WK-JUROS-ED.
            STRING "CONTAS A RECEBER CADCRE - MULTA " DELIMITED BY SIZE
                   WK-VALOR-ED DELIMITED BY SIZE
                   "% - JUROS " DELIMITED BY SIZE
                   WK-JUROS-ED DELIMITED BY SIZE
                   "% AO MES" DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            WRITE REG-RELINA.

       BAIXA-PAGAMENTOS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADPAG.
            IF CADPAG-STATUS NOT EQUAL "00"
               DISPLAY "EM01INAD - CADPAG NAO ABRIU - NENHUM "
                       "PAGAMENTO BAIXADO NESTA EXECUCAO"
               EXIT PARAGRAPH
            END-IF.
            OPEN EXTEND CADPAGH.
            IF CADPAGH-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADPAGH
            END-IF.
            OPEN EXTEND CADPAGR.
            IF CADPAGR-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADPAGR
            END-IF.
            PERFORM LEITURA-CADPAG
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADPAG
                  CADPAGH
                  CADPAGR.
            OPEN OUTPUT CADPAG.
            CLOSE CADPAG.

       LEITURA-CADPAG.
            READ CADPAG
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                PERFORM BAIXA-PAGAMENTO.

       BAIXA-PAGAMENTO.
            IF NUMERO-PAG IS NOT NUMERIC
               OR VALOR-PAG IS NOT NUMERIC
               ADD 1 TO QTD-PAG-INVALIDOS
               DISPLAY "EM01INAD - LINHA DE PAGAMENTO INVALIDA NO "
                       "CADPAG - GRAVADA EM CADPAGR"
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-PAGTOS.
            ADD VALOR-PAG TO TOTAL-PAGO.
            MOVE VALOR-PAG TO WK-RESTO-PAG.
            IF DATA-PAG IS NUMERIC
               AND DATA-PAG > ZEROS
               MOVE DATA-PAG TO WK-DATA-REF
            ELSE
               MOVE DATA-SISTEMA TO WK-DATA-REF
            END-IF.
            MOVE NUMERO-PAG TO NUMERO-CRE.
            MOVE ZEROS TO COMPETENCIA-CRE.
            START CADCRE KEY IS NOT LESS THAN CHAVE-CRE
                INVALID KEY
                MOVE "SIM" TO FIM-CRE
                NOT INVALID KEY
                MOVE "NAO" TO FIM-CRE
            END-START.
            PERFORM BAIXA-PARTIDA
                    UNTIL FIM-CRE EQUAL "SIM"
                       OR WK-RESTO-PAG EQUAL ZEROS.
            PERFORM GRAVA-HISTORICO-PAG.

       GRAVA-REJEITADO.
            MOVE REG-PAG TO LINHA-PGR.
            MOVE DATA-SISTEMA TO DATA-REJ-PGR.
            WRITE REG-PGR.
            MOVE SPACES TO LINHA-RELINA.
            STRING "PAGAMENTO REJEITADO (VER CADPAGR): "
                   DELIMITED BY SIZE
                   REG-PAG DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.

       BAIXA-PARTIDA.
            READ CADCRE NEXT
                AT END
                MOVE "SIM" TO FIM-CRE
                NOT AT END
                IF NUMERO-CRE NOT EQUAL NUMERO-PAG
                   MOVE "SIM" TO FIM-CRE
                ELSE
                   IF SITUACAO-CRE EQUAL "A"
                      PERFORM LANCA-ENCARGOS
                      PERFORM APLICA-PAGAMENTO
                      REWRITE REG-CRE
                   END-IF
                END-IF
            END-READ.

       APLICA-PAGAMENTO.
            IF WK-RESTO-PAG NOT < SALDO-CRE
               ADD SALDO-CRE TO VALOR-PAGO-CRE
               SUBTRACT SALDO-CRE FROM WK-RESTO-PAG
               MOVE ZEROS TO SALDO-CRE
               MOVE "Q" TO SITUACAO-CRE
               ADD 1 TO QTD-QUITADAS
            ELSE
               ADD WK-RESTO-PAG TO VALOR-PAGO-CRE
               SUBTRACT WK-RESTO-PAG FROM SALDO-CRE
               MOVE ZEROS TO WK-RESTO-PAG
            END-IF.
            MOVE WK-DATA-REF TO DATA-ULT-PAGTO-CRE.

       GRAVA-HISTORICO-PAG.
            MOVE NUMERO-PAG TO NUMERO-PGH.
            MOVE DATA-PAG TO DATA-PGH.
            MOVE VALOR-PAG TO VALOR-PGH.
            MOVE DATA-SISTEMA TO DATA-BAIXA-PGH.
            MOVE WK-RESTO-PAG TO SOBRA-PGH.
            IF RECIBO-PAG IS NUMERIC
               MOVE RECIBO-PAG TO RECIBO-PGH
            ELSE
               MOVE ZEROS TO RECIBO-PGH
            END-IF.
            WRITE REG-PGH.
            IF WK-RESTO-PAG > ZEROS
               ADD 1 TO QTD-SOBRAS
               ADD WK-RESTO-PAG TO TOTAL-SOBRAS
               MOVE SPACES TO LINHA-RELINA
               MOVE NUMERO-PAG TO WK-NUMERO-ED
               MOVE WK-RESTO-PAG TO WK-VALOR-ED
               STRING WK-NUMERO-ED DELIMITED BY SIZE
                      "   PAGAMENTO DE " DELIMITED BY SIZE
                      DATA-PAG DELIMITED BY SIZE
                      " SEM PARTIDA EM ABERTO - SOBRA "
                      DELIMITED BY SIZE
                      WK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-RELINA
               WRITE REG-RELINA
            END-IF.

       LANCA-ENCARGOS.
            IF WK-DATA-REF NOT > DATA-VENCTO-CRE
               EXIT PARAGRAPH
            END-IF.
            IF MULTA-CRE EQUAL ZEROS
               COMPUTE MULTA-CRE ROUNDED
                       = VALOR-ORIGINAL-CRE * PCT-MULTA / 100
               ADD MULTA-CRE TO SALDO-CRE
               ADD MULTA-CRE TO TOTAL-ENCARGOS
            END-IF.
            IF DATA-ENCARGO-CRE > DATA-VENCTO-CRE
               MOVE DATA-ENCARGO-CRE TO WK-DATA-INI
            ELSE
               MOVE DATA-VENCTO-CRE TO WK-DATA-INI
            END-IF.
            IF WK-DATA-REF NOT > WK-DATA-INI
               EXIT PARAGRAPH
            END-IF.
            MOVE WK-DATA-INI TO WK-DATA-CALC.
            PERFORM CALCULA-DIAS.
            MOVE WK-DIAS-CALC TO WK-DIAS-INI.
            MOVE WK-DATA-REF TO WK-DATA-CALC.
            PERFORM CALCULA-DIAS.
            MOVE WK-DIAS-CALC TO WK-DIAS-REF.
            IF VALOR-PAGO-CRE < VALOR-ORIGINAL-CRE
               COMPUTE WK-PRINCIPAL
                       = VALOR-ORIGINAL-CRE - VALOR-PAGO-CRE
            ELSE
               MOVE ZEROS TO WK-PRINCIPAL
            END-IF.
            COMPUTE WK-JUROS ROUNDED
                    = WK-PRINCIPAL * PCT-JUROS / 100
                      * (WK-DIAS-REF - WK-DIAS-INI) / 30.
            ADD WK-JUROS TO JUROS-CRE.
            ADD WK-JUROS TO SALDO-CRE.
            ADD WK-JUROS TO TOTAL-ENCARGOS.
            MOVE WK-DATA-REF TO DATA-ENCARGO-CRE.

       CALCULA-DIAS.
            IF MES-CALC < 3
               COMPUTE WK-ANO-AJ = ANO-CALC - 1
               COMPUTE WK-MES-AJ = MES-CALC + 12
            ELSE
               MOVE ANO-CALC TO WK-ANO-AJ
               MOVE MES-CALC TO WK-MES-AJ
            END-IF.
            DIVIDE WK-ANO-AJ BY 4 GIVING WK-Q4.
            DIVIDE WK-ANO-AJ BY 100 GIVING WK-Q100.
            DIVIDE WK-ANO-AJ BY 400 GIVING WK-Q400.
            COMPUTE WK-QMES = (153 * (WK-MES-AJ - 3) + 2) / 5.
            COMPUTE WK-DIAS-CALC = 365 * WK-ANO-AJ + WK-Q4 - WK-Q100
                                 + WK-Q400 + WK-QMES + DIA-CALC.

       APURA-INADIMPLENCIA.
            MOVE SPACES TO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            STRING "NUMERO NOME                 A VENCER"
                   DELIMITED BY SIZE
                   "      0-30     31-60     61-90       +90"
                   DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE DATA-SISTEMA TO WK-DATA-REF.
            MOVE ZEROS TO CHAVE-CRE.
            START CADCRE KEY IS NOT LESS THAN CHAVE-CRE
                INVALID KEY
                MOVE "SIM" TO FIM-CRE
                NOT INVALID KEY
                MOVE "NAO" TO FIM-CRE
            END-START.
            PERFORM LEITURA-APURACAO
                    UNTIL FIM-CRE EQUAL "SIM".
            PERFORM GRAVA-DEVEDOR.

       LEITURA-APURACAO.
            READ CADCRE NEXT
                AT END
                MOVE "SIM" TO FIM-CRE
                NOT AT END
                IF SITUACAO-CRE EQUAL "A"
                   PERFORM APURA-PARTIDA
                END-IF
            END-READ.

       APURA-PARTIDA.
            IF NUMERO-CRE NOT EQUAL WK-NUMERO-ANT
               PERFORM GRAVA-DEVEDOR
               MOVE NUMERO-CRE TO WK-NUMERO-ANT
               MOVE NOME-CRE TO WK-NOME-ANT
            END-IF.
            PERFORM LANCA-ENCARGOS.
            REWRITE REG-CRE.
            ADD 1 TO QTD-ABERTAS.
            IF DATA-VENCTO-CRE NOT < DATA-SISTEMA
               ADD SALDO-CRE TO ALU-A-VENCER
               EXIT PARAGRAPH
            END-IF.
            MOVE DATA-VENCTO-CRE TO WK-DATA-CALC.
            PERFORM CALCULA-DIAS.
            COMPUTE WK-DIAS-ATRASO = WK-DIAS-HOJE - WK-DIAS-CALC.
            EVALUATE TRUE
                WHEN WK-DIAS-ATRASO NOT > 30
                     ADD SALDO-CRE TO ALU-FAIXA1
                WHEN WK-DIAS-ATRASO NOT > 60
                     ADD SALDO-CRE TO ALU-FAIXA2
                WHEN WK-DIAS-ATRASO NOT > 90
                     ADD SALDO-CRE TO ALU-FAIXA3
                WHEN OTHER
                     ADD SALDO-CRE TO ALU-FAIXA4
            END-EVALUATE.

       GRAVA-DEVEDOR.
            COMPUTE ALU-VENCIDO = ALU-FAIXA1 + ALU-FAIXA2
                                + ALU-FAIXA3 + ALU-FAIXA4.
            IF ALU-VENCIDO > ZEROS
               ADD 1 TO QTD-DEVEDORES
               MOVE SPACES TO LINHA-RELINA
               MOVE WK-NUMERO-ANT TO WK-NUMERO-ED
               MOVE ALU-A-VENCER TO WK-AVC-ED
               MOVE ALU-FAIXA1 TO WK-FX1-ED
               MOVE ALU-FAIXA2 TO WK-FX2-ED
               MOVE ALU-FAIXA3 TO WK-FX3-ED
               MOVE ALU-FAIXA4 TO WK-FX4-ED
               STRING WK-NUMERO-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WK-NOME-ANT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WK-AVC-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WK-FX1-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WK-FX2-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WK-FX3-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WK-FX4-ED DELIMITED BY SIZE
                      INTO LINHA-RELINA
               WRITE REG-RELINA
            END-IF.
            ADD ALU-A-VENCER TO TOTAL-A-VENCER.
            ADD ALU-FAIXA1 TO TOTAL-FAIXA1.
            ADD ALU-FAIXA2 TO TOTAL-FAIXA2.
            ADD ALU-FAIXA3 TO TOTAL-FAIXA3.
            ADD ALU-FAIXA4 TO TOTAL-FAIXA4.
            MOVE ZEROS TO ALU-A-VENCER
                          ALU-FAIXA1
                          ALU-FAIXA2
                          ALU-FAIXA3
                          ALU-FAIXA4.

       TERMINO.
            COMPUTE TOTAL-ABERTO = TOTAL-A-VENCER + TOTAL-FAIXA1
                                 + TOTAL-FAIXA2 + TOTAL-FAIXA3
                                 + TOTAL-FAIXA4.
            MOVE SPACES TO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            MOVE QTD-PAGTOS TO WK-NUMERO-ED.
            MOVE TOTAL-PAGO TO WK-TOTAL-ED.
            STRING "PAGAMENTOS BAIXADOS : " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   " - VALOR: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            MOVE QTD-PAG-INVALIDOS TO WK-NUMERO-ED.
            STRING "PAG. REJEITADOS ....: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   " (CADPAGR)" DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            MOVE QTD-SOBRAS TO WK-NUMERO-ED.
            MOVE TOTAL-SOBRAS TO WK-TOTAL-ED.
            STRING "PAGAMENTOS C/ SOBRA : " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   " - VALOR: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            MOVE QTD-QUITADAS TO WK-NUMERO-ED.
            STRING "PARTIDAS QUITADAS ..: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            MOVE QTD-ABERTAS TO WK-NUMERO-ED.
            STRING "PARTIDAS EM ABERTO .: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            MOVE QTD-DEVEDORES TO WK-NUMERO-ED.
            STRING "ALUNOS DEVEDORES ...: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            MOVE TOTAL-ENCARGOS TO WK-TOTAL-ED.
            STRING "ENCARGOS LANCADOS ..: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            MOVE TOTAL-A-VENCER TO WK-TOTAL-ED.
            STRING "SALDO A VENCER .....: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            MOVE TOTAL-FAIXA1 TO WK-TOTAL-ED.
            STRING "VENCIDO 0 A 30 DIAS : " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            MOVE TOTAL-FAIXA2 TO WK-TOTAL-ED.
            STRING "VENCIDO 31 A 60 DIAS: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            MOVE TOTAL-FAIXA3 TO WK-TOTAL-ED.
            STRING "VENCIDO 61 A 90 DIAS: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            MOVE TOTAL-FAIXA4 TO WK-TOTAL-ED.
            STRING "VENCIDO + DE 90 DIAS: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            MOVE SPACES TO LINHA-RELINA.
            MOVE TOTAL-ABERTO TO WK-TOTAL-ED.
            STRING "VALOR EM ABERTO ....: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELINA.
            WRITE REG-RELINA.
            CLOSE CADCRE
                  RELINA.
            DISPLAY "EM01INAD - PAGAMENTOS BAIXADOS " QTD-PAGTOS
                    " - PARTIDAS EM ABERTO " QTD-ABERTAS
                    " - DEVEDORES " QTD-DEVEDORES.
