       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01PRVN.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. RELATORIO DOS PEDIDOS DE REVISAO DE NOTA EM ABERTO.
      *         LE O CADRVN (COPY RVNREG, MANTIDO PELO EM01REVN) EM
      *         ORDEM DE PROTOCOLO E LISTA NO RELRVN CADA PEDIDO AINDA
      *         SEM DECISAO DO PROFESSOR, COM A DATA DE ABERTURA, OS
      *         DIAS CORRIDOS DESDE ENTAO (MESMA CONTA DE DIAS DO
      *         EM01AVIS) E O PRAZO DE RESPOSTA GRAVADO NO PEDIDO;
      *         PEDIDO COM MAIS DIAS DO QUE O PRAZO SAI MARCADO COMO
      *         VENCIDO. EM SEGUIDA LISTA AS NOTAS ALTERADAS EM
      *         PERIODO JA FECHADO QUE AINDA AGUARDAM O REFECHAMENTO
      *         NO EM01RHIS. HAVENDO PEDIDO VENCIDO, O PROGRAMA
      *         TERMINA COM CODIGO DE RETORNO 4, PARA A CADEIA
      *         AVISAR A COORDENACAO. SEM O CADRVN NAO HA PEDIDOS E O
      *         RELATORIO SAI VAZIO. AO FINAL, GRAVA UMA LINHA DE
      *         ESTATISTICA EM EM01LOG, NO LAYOUT DA COPY LOGREG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADRVN  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     SEQUENTIAL
           RECORD KEY IS      PROTOCOLO-RVN
           ALTERNATE RECORD KEY IS NUMERO-RVN WITH DUPLICATES
           FILE STATUS IS CADRVN-STATUS.
           SELECT     RELRVN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELRVN-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADRVN
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRVN.DAT".

       COPY RVNREG.

       FD RELRVN
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELRVN.DAT".

       01 REG-RELRVN.
           02 LINHA-RELRVN         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADRVN-STATUS     PIC X(02) VALUE SPACES.
       77 RELRVN-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 TEM-CADRVN        PIC X(03) VALUE "NAO".
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-PENDENTES     PIC 9(05) VALUE ZEROS.
       77 QTD-VENCIDOS      PIC 9(05) VALUE ZEROS.
       77 QTD-EMENDAS       PIC 9(05) VALUE ZEROS.
       77 QTD-EMENDA-TAB    PIC 9(03) VALUE ZEROS.
       77 WK-IND-EMENDA     PIC 9(03) VALUE ZEROS.
       77 WK-SITUACAO-LINHA PIC X(08) VALUE SPACES.
       77 WK-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 WK-DIAS-DECORRIDOS PIC 9(07) VALUE ZEROS.
       77 WK-ANO-AJ         PIC 9(04) VALUE ZEROS.
       77 WK-MES-AJ         PIC 9(02) VALUE ZEROS.
       77 WK-Q4             PIC 9(04) VALUE ZEROS.
       77 WK-Q100           PIC 9(04) VALUE ZEROS.
       77 WK-Q400           PIC 9(04) VALUE ZEROS.
       77 WK-QMES           PIC 9(03) VALUE ZEROS.
       77 WK-DIAS-CALC      PIC 9(07) VALUE ZEROS.
       77 WK-DIAS-ED        PIC ZZZZ9.
       77 WK-PRAZO-ED       PIC ZZ9.
       77 WK-NOTA-ED        PIC Z9,99.
       77 WK-NOVA-ED        PIC Z9,99.
       77 WK-NUMERO-ED      PIC ZZZZ9.
       01 WK-DATA-CALC.
           02 ANO-CALC             PIC 9(04).
           02 MES-CALC             PIC 9(02).
           02 DIA-CALC             PIC 9(02).
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
      * ALTERACOES AGUARDANDO O EM01RHIS, IMPRESSAS DEPOIS DOS PEDIDOS
      * PENDENTES.
       01 TAB-EMENDAS.
           02 EMENDA-TAB OCCURS 200 TIMES.
              03 LINHA-EMENDA-TAB  PIC X(80).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE DATA-SISTEMA TO WK-DATA-CALC.
            PERFORM CALCULA-DIAS.
            MOVE WK-DIAS-CALC TO WK-DIAS-HOJE.
            OPEN OUTPUT RELRVN.
            MOVE SPACES TO LINHA-RELRVN.
            STRING "PEDIDOS DE REVISAO DE NOTA EM ABERTO - EM01PRVN - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELRVN.
            WRITE REG-RELRVN.
            MOVE SPACES TO LINHA-RELRVN.
            WRITE REG-RELRVN.
            MOVE SPACES TO LINHA-RELRVN.
            STRING "PROTOC ALUNO PERIOD DIS NT  NOTA ABERTURA "
                   DELIMITED BY SIZE
                   " DIAS PRAZO SITUACAO" DELIMITED BY SIZE
                   INTO LINHA-RELRVN.
            WRITE REG-RELRVN.
            OPEN INPUT CADRVN.
            IF CADRVN-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADRVN
               PERFORM LEITURA
            ELSE
               DISPLAY "EM01PRVN - CADRVN NAO ABRIU - STATUS "
                       CADRVN-STATUS " - NENHUM PEDIDO REGISTRADO"
               MOVE "SIM" TO FIM-ARQ
            END-IF.

       LEITURA.
            READ CADRVN NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS.

       PRINCIPAL.
            IF SITUACAO-RVN EQUAL "P"
               PERFORM TRATA-PENDENTE
            ELSE
               IF SITUACAO-RVN EQUAL "A"
                  AND EMENDA-RVN EQUAL "P"
                  PERFORM GUARDA-EMENDA
               END-IF
            END-IF.
            PERFORM LEITURA.

       TRATA-PENDENTE.
            ADD 1 TO QTD-PENDENTES.
            MOVE DATA-ABERTURA-RVN TO WK-DATA-CALC.
            PERFORM CALCULA-DIAS.
            COMPUTE WK-DIAS-DECORRIDOS = WK-DIAS-HOJE - WK-DIAS-CALC.
            IF WK-DIAS-DECORRIDOS > PRAZO-DIAS-RVN
               MOVE "VENCIDO" TO WK-SITUACAO-LINHA
               ADD 1 TO QTD-VENCIDOS
            ELSE
               MOVE "NO PRAZO" TO WK-SITUACAO-LINHA
            END-IF.
            MOVE NUMERO-RVN TO WK-NUMERO-ED.
            MOVE NOTA-ATUAL-RVN TO WK-NOTA-ED.
            MOVE WK-DIAS-DECORRIDOS TO WK-DIAS-ED.
            MOVE PRAZO-DIAS-RVN TO WK-PRAZO-ED.
            MOVE SPACES TO LINHA-RELRVN.
            STRING PROTOCOLO-RVN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PERIODO-RVN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISCIPLINA-RVN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CAMPO-RVN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-NOTA-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DATA-ABERTURA-RVN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-DIAS-ED DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WK-PRAZO-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-SITUACAO-LINHA DELIMITED BY SIZE
                   INTO LINHA-RELRVN.
            WRITE REG-RELRVN.

       GUARDA-EMENDA.
            ADD 1 TO QTD-EMENDAS.
            IF QTD-EMENDA-TAB < 200
               ADD 1 TO QTD-EMENDA-TAB
               MOVE NUMERO-RVN TO WK-NUMERO-ED
               MOVE NOTA-ATUAL-RVN TO WK-NOTA-ED
               MOVE NOTA-NOVA-RVN TO WK-NOVA-ED
               MOVE SPACES TO LINHA-EMENDA-TAB(QTD-EMENDA-TAB)
               STRING PROTOCOLO-RVN DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WK-NUMERO-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PERIODO-RVN DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DISCIPLINA-RVN DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CAMPO-RVN DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WK-NOTA-ED DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      WK-NOVA-ED DELIMITED BY SIZE
                      " DECIDIDO EM " DELIMITED BY SIZE
                      DATA-DECISAO-RVN DELIMITED BY SIZE
                      INTO LINHA-EMENDA-TAB(QTD-EMENDA-TAB)
            END-IF.

       IMPRIME-EMENDA.
            MOVE LINHA-EMENDA-TAB(WK-IND-EMENDA) TO LINHA-RELRVN.
            WRITE REG-RELRVN.

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

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01PRVN" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-PENDENTES TO QTD-GRAVADOS-LOG.
            MOVE QTD-VENCIDOS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            MOVE SPACES TO LINHA-RELRVN.
            WRITE REG-RELRVN.
            MOVE SPACES TO LINHA-RELRVN.
            STRING "NOTAS ALTERADAS EM PERIODO FECHADO - AGUARDANDO "
                   DELIMITED BY SIZE
                   "REFECHAMENTO NO EM01RHIS" DELIMITED BY SIZE
                   INTO LINHA-RELRVN.
            WRITE REG-RELRVN.
            PERFORM IMPRIME-EMENDA
                    VARYING WK-IND-EMENDA FROM 1 BY 1
                    UNTIL WK-IND-EMENDA > QTD-EMENDA-TAB.
            IF QTD-EMENDAS > QTD-EMENDA-TAB
               MOVE "(LISTA TRUNCADA EM 200 LINHAS)" TO LINHA-RELRVN
               WRITE REG-RELRVN
            END-IF.
            MOVE SPACES TO LINHA-RELRVN.
            WRITE REG-RELRVN.
            MOVE SPACES TO LINHA-RELRVN.
            MOVE QTD-PENDENTES TO WK-NUMERO-ED.
            STRING "PEDIDOS PENDENTES .....: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELRVN.
            WRITE REG-RELRVN.
            MOVE SPACES TO LINHA-RELRVN.
            MOVE QTD-VENCIDOS TO WK-NUMERO-ED.
            STRING "PEDIDOS VENCIDOS ......: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELRVN.
            WRITE REG-RELRVN.
            MOVE SPACES TO LINHA-RELRVN.
            MOVE QTD-EMENDAS TO WK-NUMERO-ED.
            STRING "EMENDAS AGUARDANDO ....: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELRVN.
            WRITE REG-RELRVN.
            CLOSE RELRVN.
            IF TEM-CADRVN EQUAL "SIM"
               CLOSE CADRVN
            END-IF.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01PRVN - PEDIDOS PENDENTES: " QTD-PENDENTES
                    " - VENCIDOS: " QTD-VENCIDOS
                    " - EMENDAS AGUARDANDO: " QTD-EMENDAS.
            IF QTD-VENCIDOS > ZEROS
               MOVE 4 TO RETURN-CODE
            END-IF.
