      *         SEM NENHUMA LINHA DE TURMA VALIDA, O FATURAMENTO E
      *         ABORTADO COM CODIGO DE RETORNO DIFERENTE DE ZERO, POIS
      *         FATURAR SEM TABELA DE PRECOS COBRARIA ZERO DE TODO
      *         MUNDO. CADA COBRANCA TAMBEM ABRE UMA PARTIDA NO
      *         CONTAS A RECEBER CADCRE (COPY CREREG), CHAVEADA POR
      *         ALUNO E COMPETENCIA, COM VENCIMENTO NO DIA LIDO DO
      *         ARQUIVO DE PARAMETROS PARCRE (PADRAO DIA 10; SE O
      *         FATURAMENTO RODAR DEPOIS DO DIA, VENCE NO MES
      *         SEGUINTE). ALUNO QUE JA TEM PARTIDA NA COMPETENCIA NAO
      *         E FATURADO DE NOVO, O QUE TORNA SEGURO RODAR O
      *         FATURAMENTO DUAS VEZES NO MES; O SALDO NAO PAGO DOS
      *         MESES ANTERIORES CONTINUA NO CADCRE, ONDE O EM01INAD O
      *         ENXERGA. IRMAOS LIGADOS NO CADRES A UMA MESMA FAMILIA
      *         (FAMILIA-RES, MANTIDA NO EM01MRES) RECEBEM, DO SEGUNDO
      *         FILHO EM DIANTE NA ORDEM DO NUMERO DO ALUNO, O
      *         DESCONTO DE IRMAO DADO NA PRIMEIRA LINHA DO PARMEN
      *         LOGO APOS O DE BOLSA (SEM ELE, ZERO). O DESCONTO DE
      *         IRMAO INCIDE SOBRE O VALOR JA DESCONTADO DA BOLSA E
      *         ENTRA NO DESCONTO DA COBRANCA, E A PARCELA DE IRMAO
      *         TAMBEM SAI SEPARADA NO FIM DO REGISTRO DO CADMEN, PARA
      *         O EM01CTBM LANCA-LA NA CONTA PROPRIA DO PARCTM E NAO
      *         NA CONTA DE BOLSAS; O FILHO JA FATURADO NA
      *         COMPETENCIA CONTA NA ORDEM, PARA QUE UMA SEGUNDA
      *         EXECUCAO NAO COBRE PRECO CHEIO DE UM IRMAO. ALEM DO
      *         DETALHE POR ALUNO DO CADMEN, CADA FAMILIA COM DOIS OU
      *         MAIS FILHOS COBRADOS NA EXECUCAO (COM UM SO, A
      *         COBRANCA DO ALUNO JA E A DA FAMILIA) GANHA UMA
      *         COBRANCA CONSOLIDADA NA GERACAO
      *         CADMFA (MESMO CARIMBO DO CADMEN, TRAILER DE
      *         QUANTIDADE E TOTAL, REGISTRADA NO CADGER) EM NOME DO
      *         RESPONSAVEL PAGADOR, LISTADA TAMBEM NO RELMEN. AS
      *         PARTIDAS DO CADCRE CONTINUAM POR ALUNO.

       ENVIRONMENT DIVISION.

           RECORD KEY IS      NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS IS CADALU-STATUS.
           SELECT     CADCRE  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-CRE
           FILE STATUS IS CADCRE-STATUS.
           SELECT     CADRES  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-RES
           ALTERNATE RECORD KEY IS FAMILIA-RES WITH DUPLICATES
           FILE STATUS IS CADRES-STATUS.
           SELECT     PARCRE  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARCRE-STATUS.
           SELECT     PARMEN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARMEN-STATUS.
           SELECT     CADMEN  ASSIGN  TO DYNAMIC CADMEN-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADMEN-STATUS.
           SELECT     CADMFA  ASSIGN  TO DYNAMIC CADMFA-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADMFA-STATUS.
           SELECT     RELMEN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELMEN-STATUS.

       COPY ALUREG.

       FD CADCRE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADCRE.DAT".

       COPY CREREG.

       FD CADRES
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRES.DAT".

       COPY RESREG.

       FD PARCRE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARCRE.DAT".

       01 REG-PARCRE.
           02 DIA-VENCTO-PAR       PIC 9(02).
           02 PCT-MULTA-PAR        PIC 9(03)V99.
           02 PCT-JUROS-PAR        PIC 9(03)V99.

       FD PARMEN
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARMEN.DAT".

       01 REG-PARMEN.
           02 PCT-BOLSA-PAR        PIC 9(03)V99.
           02 PCT-IRMAO-PAR        PIC 9(03)V99.

       01 REG-PARMEN-TUR REDEFINES REG-PARMEN.
           02 TURMA-PAR            PIC X(03).
           02 DESCONTO-MEN         PIC 9(05)V99.
           02 VALOR-MEN            PIC 9(05)V99.
           02 DATA-PROC-MEN        PIC 9(08).
           02 DESC-IRMAO-MEN       PIC 9(05)V99.

       01 REG-MEN-TRL.
           02 TIPO-TRL             PIC X(03).
           02 QTD-REG-TRL          PIC 9(05).
           02 TOTAL-VALOR-TRL      PIC 9(08)V99.

       FD CADMFA
           LABEL        RECORD ARE      STANDARD.

       01 REG-MFA.
           02 FAMILIA-MFA          PIC 9(05).
           02 RESPONSAVEL-MFA      PIC X(30).
           02 QTD-ALUNOS-MFA       PIC 9(02).
           02 VALOR-BASE-MFA       PIC 9(06)V99.
           02 DESCONTO-MFA         PIC 9(06)V99.
           02 VALOR-MFA            PIC 9(06)V99.
           02 COMPETENCIA-MFA      PIC 9(06).
           02 DATA-PROC-MFA        PIC 9(08).

       01 REG-MFA-TRL.
           02 TIPO-MFA-TRL         PIC X(03).
           02 QTD-REG-MFA-TRL      PIC 9(05).
           02 TOTAL-VALOR-MFA-TRL  PIC 9(08)V99.

       FD RELMEN
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELMEN.DAT".
       WORKING-STORAGE SECTION.

       77 CADALU-STATUS     PIC X(02) VALUE SPACES.
       77 CADCRE-STATUS     PIC X(02) VALUE SPACES.
       77 PARCRE-STATUS     PIC X(02) VALUE SPACES.
       77 PARMEN-STATUS     PIC X(02) VALUE SPACES.
       77 CADBOL-STATUS     PIC X(02) VALUE SPACES.
       77 CADMEN-STATUS     PIC X(02) VALUE SPACES.
       77 RELMEN-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 CADGER-STATUS     PIC X(02) VALUE SPACES.
       77 CADRES-STATUS     PIC X(02) VALUE SPACES.
       77 CADMFA-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADRES        PIC X(03) VALUE "NAO".
       77 PCT-IRMAO         PIC 9(03)V99 VALUE ZEROS.
       77 QTD-FAMILIAS      PIC 9(03) VALUE ZEROS.
       77 TAB-FAM-CHEIA     PIC X(03) VALUE "NAO".
       77 WK-IND-FAM        PIC 9(03) VALUE ZEROS.
       77 WK-ACHOU-FAM      PIC 9(03) VALUE ZEROS.
       77 WK-FAMILIA        PIC 9(05) VALUE ZEROS.
       77 WK-DESC-IRMAO     PIC 9(05)V99 VALUE ZEROS.
       77 QTD-COM-IRMAO     PIC 9(05) VALUE ZEROS.
       77 QTD-CONSOLIDADAS  PIC 9(05) VALUE ZEROS.
       77 TOTAL-CONSOLIDADO PIC 9(08)V99 VALUE ZEROS.
       77 WK-QTD-ALU-ED     PIC Z9.
       77 CADMFA-NOME       PIC X(30) VALUE SPACES.
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 FIM-PARMEN        PIC X(03) VALUE "NAO".
       77 FIM-BOL           PIC X(03) VALUE "NAO".
       77 QTD-SEM-TABELA    PIC 9(05) VALUE ZEROS.
       77 QTD-IGNORADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-COM-BOLSA     PIC 9(05) VALUE ZEROS.
       77 QTD-JA-FATURADOS  PIC 9(05) VALUE ZEROS.
       77 QTD-REJEITADOS    PIC 9(05) VALUE ZEROS.
       77 DIA-VENCTO        PIC 9(02) VALUE 10.
       77 JA-FATURADO       PIC X(03) VALUE "NAO".
       77 WK-VALOR-BASE     PIC 9(05)V99 VALUE ZEROS.
       77 WK-DESCONTO       PIC 9(05)V99 VALUE ZEROS.
       77 WK-VALOR          PIC 9(05)V99 VALUE ZEROS.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 DATA-VENCTO.
           02 ANO-VENCTO           PIC 9(04).
           02 MES-VENCTO           PIC 9(02).
           02 DIA-VENCTO-DAT       PIC 9(02).
       01 TAB-PRECOS.
           02 PRECO-TAB OCCURS 50 TIMES.
              03 TURMA-PRE-TAB     PIC X(03).
              03 VALOR-PRE-TAB     PIC 9(05)V99.
       01 TAB-BOLSISTAS.
           02 NUMERO-BOL-TAB PIC 9(05) OCCURS 200 TIMES.
      * FAMILIAS ENCONTRADAS NA EXECUCAO: FILHOS VISTOS (PARA A ORDEM
      * DO DESCONTO) E O ACUMULADO DA COBRANCA CONSOLIDADA.
       01 TAB-FAMILIAS.
           02 FAM-TAB OCCURS 200 TIMES.
              03 FAMILIA-TAB       PIC 9(05).
              03 RESPONSAVEL-TAB   PIC X(30).
              03 QTD-FILHOS-TAB    PIC 9(02).
              03 QTD-COBRADOS-TAB  PIC 9(02).
              03 BASE-FAM-TAB      PIC 9(06)V99.
              03 DESCONTO-FAM-TAB  PIC 9(06)V99.
              03 VALOR-FAM-TAB     PIC 9(06)V99.

       PROCEDURE         DIVISION.

            ACCEPT HORA-SISTEMA FROM TIME.
            STRING "CADMEN." DATA-SISTEMA HORA-SISTEMA ".DAT"
                   DELIMITED BY SIZE INTO CADMEN-NOME.
            STRING "CADMFA." DATA-SISTEMA HORA-SISTEMA ".DAT"
                   DELIMITED BY SIZE INTO CADMFA-NOME.
            PERFORM CARGA-PARMEN.
            IF QTD-TURMAS EQUAL ZEROS
               DISPLAY "EM01MENS - PARMEN AUSENTE OU SEM LINHA DE "
               STOP RUN
            END-IF.
            PERFORM CARGA-CADBOL.
            PERFORM CARGA-PARCRE.
            OPEN I-O CADCRE.
            IF CADCRE-STATUS EQUAL "35"
               CLOSE CADCRE
               OPEN OUTPUT CADCRE
               CLOSE CADCRE
               OPEN I-O CADCRE
            END-IF.
            IF CADCRE-STATUS NOT EQUAL "00"
               DISPLAY "EM01MENS - CADCRE NAO ABRIU PARA I-O - STATUS "
                       CADCRE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADALU.
            IF CADALU-STATUS NOT EQUAL "00"
               DISPLAY "EM01MENS - CADALU NAO ABRIU - STATUS "
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADRES.
            IF CADRES-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADRES
            ELSE
               DISPLAY "EM01MENS - CADRES NAO ABRIU - FATURAMENTO "
                       "SEM FAMILIAS NESTA EXECUCAO"
            END-IF.
            OPEN OUTPUT CADMEN
                 OUTPUT CADMFA
                 OUTPUT RELMEN.
            PERFORM CABECALHO-RELMEN.
            PERFORM LEITURA.
               IF PCT-BOLSA-PAR IS NUMERIC
                  MOVE PCT-BOLSA-PAR TO PCT-BOLSA
               END-IF
               IF PCT-IRMAO-PAR IS NUMERIC
                  MOVE PCT-IRMAO-PAR TO PCT-IRMAO
               END-IF
            ELSE
               PERFORM ARMAZENA-PRECO
            END-IF.
               END-IF
            END-IF.

       CARGA-PARCRE.
            OPEN INPUT PARCRE.
            IF PARCRE-STATUS EQUAL "00"
               READ PARCRE
                   AT END
                   MOVE "10" TO PARCRE-STATUS
               END-READ
               CLOSE PARCRE
            END-IF.
            IF PARCRE-STATUS EQUAL "00"
               AND DIA-VENCTO-PAR IS NUMERIC
               AND DIA-VENCTO-PAR > 0
               AND DIA-VENCTO-PAR < 29
               MOVE DIA-VENCTO-PAR TO DIA-VENCTO
            ELSE
               DISPLAY "EM01MENS - PARCRE AUSENTE OU DIA DE VENCIMENTO "
                       "INVALIDO - VENCIMENTO NO DIA " DIA-VENCTO
            END-IF.
            MOVE ANO-SISTEMA TO ANO-VENCTO.
            MOVE MES-SISTEMA TO MES-VENCTO.
            MOVE DIA-VENCTO TO DIA-VENCTO-DAT.
            IF DIA-SISTEMA > DIA-VENCTO
               IF MES-VENCTO EQUAL 12
                  MOVE 1 TO MES-VENCTO
                  ADD 1 TO ANO-VENCTO
               ELSE
                  ADD 1 TO MES-VENCTO
               END-IF
            END-IF.

       CABECALHO-RELMEN.
            MOVE SPACES TO LINHA-RELMEN.
            STRING "RELATORIO DE MENSALIDADES - EM01MENS - "
                ADD 1 TO QTD-LIDOS.

       PRINCIPAL.
            IF SITUACAO-ENT EQUAL "T" OR "C" OR "X" OR "F"
               ADD 1 TO QTD-IGNORADOS
            ELSE
               PERFORM FATURA-ALUNO
            IF WK-ACHOU-TUR EQUAL ZEROS
               PERFORM GRAVA-SEM-TABELA
            ELSE
               PERFORM IDENTIFICA-FAMILIA
               PERFORM VERIFICA-COMPETENCIA
               IF JA-FATURADO EQUAL "SIM"
                  PERFORM GRAVA-JA-FATURADO
               ELSE
                  PERFORM CALCULA-COBRANCA
                  PERFORM GRAVA-COBRANCA
                  PERFORM GRAVA-PARTIDA-CRE
                  PERFORM ACUMULA-FAMILIA
               END-IF
            END-IF.

       IDENTIFICA-FAMILIA.
            MOVE ZEROS TO WK-ACHOU-FAM.
            IF TEM-CADRES EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            MOVE NUMERO-ENT TO NUMERO-RES.
            READ CADRES
                INVALID KEY
                EXIT PARAGRAPH
            END-READ.
            IF FAMILIA-RES IS NOT NUMERIC
               OR FAMILIA-RES EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE FAMILIA-RES TO WK-FAMILIA.
            PERFORM COMPARA-FAMILIA
                    VARYING WK-IND-FAM FROM 1 BY 1
                    UNTIL WK-IND-FAM > QTD-FAMILIAS
                       OR WK-ACHOU-FAM > 0.
            IF WK-ACHOU-FAM EQUAL ZEROS
               PERFORM NOVA-FAMILIA
            END-IF.
            IF WK-ACHOU-FAM > ZEROS
               ADD 1 TO QTD-FILHOS-TAB(WK-ACHOU-FAM)
            END-IF.

       COMPARA-FAMILIA.
            IF FAMILIA-TAB(WK-IND-FAM) EQUAL WK-FAMILIA
               MOVE WK-IND-FAM TO WK-ACHOU-FAM
            END-IF.

       NOVA-FAMILIA.
            IF QTD-FAMILIAS NOT < 200
               IF TAB-FAM-CHEIA EQUAL "NAO"
                  DISPLAY "EM01MENS - TABELA DE FAMILIAS CHEIA (200)"
                          " - FAMILIA " WK-FAMILIA " E SEGUINTES SEM "
                          "DESCONTO DE IRMAO"
                  MOVE "SIM" TO TAB-FAM-CHEIA
               END-IF
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-FAMILIAS.
            MOVE QTD-FAMILIAS TO WK-ACHOU-FAM.
            MOVE WK-FAMILIA TO FAMILIA-TAB(WK-ACHOU-FAM).
            MOVE ZEROS TO QTD-FILHOS-TAB(WK-ACHOU-FAM)
                          QTD-COBRADOS-TAB(WK-ACHOU-FAM)
                          BASE-FAM-TAB(WK-ACHOU-FAM)
                          DESCONTO-FAM-TAB(WK-ACHOU-FAM)
                          VALOR-FAM-TAB(WK-ACHOU-FAM).
            MOVE WK-FAMILIA TO NUMERO-RES.
            READ CADRES
                INVALID KEY
                MOVE "(PAGADOR SEM CADASTRO)"
                     TO RESPONSAVEL-TAB(WK-ACHOU-FAM)
                NOT INVALID KEY
                MOVE RESPONSAVEL-RES TO RESPONSAVEL-TAB(WK-ACHOU-FAM)
            END-READ.

       ACUMULA-FAMILIA.
            IF WK-ACHOU-FAM EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-COBRADOS-TAB(WK-ACHOU-FAM).
            ADD WK-VALOR-BASE TO BASE-FAM-TAB(WK-ACHOU-FAM).
            ADD WK-DESCONTO TO DESCONTO-FAM-TAB(WK-ACHOU-FAM).
            ADD WK-VALOR TO VALOR-FAM-TAB(WK-ACHOU-FAM).

       VERIFICA-COMPETENCIA.
            MOVE NUMERO-ENT TO NUMERO-CRE.
            MOVE DATA-SISTEMA(1:6) TO COMPETENCIA-CRE.
            READ CADCRE
                INVALID KEY
                MOVE "NAO" TO JA-FATURADO
                NOT INVALID KEY
                MOVE "SIM" TO JA-FATURADO
            END-READ.

       PROCURA-PRECO.
            MOVE ZEROS TO WK-ACHOU-TUR.
            ELSE
               MOVE ZEROS TO WK-DESCONTO
            END-IF.
            MOVE ZEROS TO WK-DESC-IRMAO.
            IF WK-ACHOU-FAM > ZEROS
               AND QTD-FILHOS-TAB(WK-ACHOU-FAM) > 1
               AND PCT-IRMAO > ZEROS
               COMPUTE WK-DESC-IRMAO ROUNDED
                       = (WK-VALOR-BASE - WK-DESCONTO) * PCT-IRMAO / 100
               ADD WK-DESC-IRMAO TO WK-DESCONTO
               ADD 1 TO QTD-COM-IRMAO
            END-IF.
            COMPUTE WK-VALOR = WK-VALOR-BASE - WK-DESCONTO.

       VERIFICA-BOLSISTA.
            MOVE WK-DESCONTO TO DESCONTO-MEN.
            MOVE WK-VALOR TO VALOR-MEN.
            MOVE DATA-SISTEMA TO DATA-PROC-MEN.
            MOVE WK-DESC-IRMAO TO DESC-IRMAO-MEN.
            WRITE REG-MEN.
            ADD 1 TO QTD-FATURADOS.
            ADD WK-VALOR TO TOTAL-FATURADO.
                   INTO LINHA-RELMEN.
            WRITE REG-RELMEN.

       GRAVA-PARTIDA-CRE.
            MOVE SPACES TO REG-CRE.
            MOVE NUMERO-ENT TO NUMERO-CRE.
            MOVE DATA-SISTEMA(1:6) TO COMPETENCIA-CRE.
            MOVE NOME-ENT TO NOME-CRE.
            MOVE TURMA-ENT TO TURMA-CRE.
            MOVE DATA-SISTEMA TO DATA-EMISSAO-CRE.
            MOVE DATA-VENCTO TO DATA-VENCTO-CRE.
            MOVE WK-VALOR TO VALOR-ORIGINAL-CRE.
            MOVE ZEROS TO MULTA-CRE
                          JUROS-CRE
                          VALOR-PAGO-CRE
                          DATA-ENCARGO-CRE
                          DATA-ULT-PAGTO-CRE.
            MOVE WK-VALOR TO SALDO-CRE.
            IF WK-VALOR EQUAL ZEROS
               MOVE "Q" TO SITUACAO-CRE
            ELSE
               MOVE "A" TO SITUACAO-CRE
            END-IF.
            MOVE CADMEN-NOME TO GERACAO-CRE.
            WRITE REG-CRE
                INVALID KEY
                DISPLAY "EM01MENS - ERRO NA GRAVACAO DO CADCRE - "
                        "ALUNO " NUMERO-ENT " - STATUS " CADCRE-STATUS
            END-WRITE.

       GRAVA-JA-FATURADO.
            ADD 1 TO QTD-JA-FATURADOS.
            MOVE SPACES TO LINHA-RELMEN.
            MOVE NUMERO-ENT TO WK-NUMERO-ED.
            STRING WK-NUMERO-ED DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   NOME-ENT DELIMITED BY SIZE
                   " JA FATURADO NA COMPETENCIA "
                   DELIMITED BY SIZE
                   DATA-SISTEMA(1:6) DELIMITED BY SIZE
                   " - NAO FATURADO" DELIMITED BY SIZE
                   INTO LINHA-RELMEN.
            WRITE REG-RELMEN.

       GRAVA-SEM-TABELA.
            ADD 1 TO QTD-SEM-TABELA.
            MOVE SPACES TO LINHA-RELMEN.
            MOVE TOTAL-FATURADO TO TOTAL-VALOR-TRL.
            WRITE REG-MEN-TRL.

       GRAVA-CONSOLIDADA.
      * FAMILIA COM UM SO FILHO COBRADO JA ESTA INTEIRA NO CADMEN; A
      * COBRANCA CONSOLIDADA REPETIRIA A DO ALUNO.
            IF QTD-COBRADOS-TAB(WK-IND-FAM) < 2
               EXIT PARAGRAPH
            END-IF.
            MOVE FAMILIA-TAB(WK-IND-FAM) TO FAMILIA-MFA.
            MOVE RESPONSAVEL-TAB(WK-IND-FAM) TO RESPONSAVEL-MFA.
            MOVE QTD-COBRADOS-TAB(WK-IND-FAM) TO QTD-ALUNOS-MFA.
            MOVE BASE-FAM-TAB(WK-IND-FAM) TO VALOR-BASE-MFA.
            MOVE DESCONTO-FAM-TAB(WK-IND-FAM) TO DESCONTO-MFA.
            MOVE VALOR-FAM-TAB(WK-IND-FAM) TO VALOR-MFA.
            MOVE DATA-SISTEMA(1:6) TO COMPETENCIA-MFA.
            MOVE DATA-SISTEMA TO DATA-PROC-MFA.
            WRITE REG-MFA.
            ADD 1 TO QTD-CONSOLIDADAS.
            ADD VALOR-FAM-TAB(WK-IND-FAM) TO TOTAL-CONSOLIDADO.
            MOVE SPACES TO LINHA-RELMEN.
            MOVE FAMILIA-TAB(WK-IND-FAM) TO WK-NUMERO-ED.
            MOVE QTD-COBRADOS-TAB(WK-IND-FAM) TO WK-QTD-ALU-ED.
            MOVE VALOR-FAM-TAB(WK-IND-FAM) TO WK-TOTAL-ED.
            STRING WK-NUMERO-ED DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   RESPONSAVEL-TAB(WK-IND-FAM) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-QTD-ALU-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELMEN.
            WRITE REG-RELMEN.

       GRAVA-TRAILER-CADMFA.
            MOVE "TRL" TO TIPO-MFA-TRL.
            MOVE QTD-CONSOLIDADAS TO QTD-REG-MFA-TRL.
            MOVE TOTAL-CONSOLIDADO TO TOTAL-VALOR-MFA-TRL.
            WRITE REG-MFA-TRL.

       CONSOLIDA-FAMILIAS.
            MOVE SPACES TO LINHA-RELMEN.
            WRITE REG-RELMEN.
            MOVE "COBRANCAS CONSOLIDADAS POR FAMILIA" TO LINHA-RELMEN.
            WRITE REG-RELMEN.
            MOVE "FAMIL.  RESPONSAVEL PAGADOR" TO LINHA-RELMEN.
            MOVE "QT        VALOR" TO LINHA-RELMEN(40:15).
            WRITE REG-RELMEN.
            PERFORM GRAVA-CONSOLIDADA
                    VARYING WK-IND-FAM FROM 1 BY 1
                    UNTIL WK-IND-FAM > QTD-FAMILIAS.
            PERFORM GRAVA-TRAILER-CADMFA.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-FATURADOS TO QTD-GRAVADOS-LOG.
            COMPUTE QTD-REJEITADOS = QTD-SEM-TABELA + QTD-JA-FATURADOS.
            MOVE QTD-REJEITADOS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

            MOVE CADMEN-NOME TO NOME-ARQ-GER.
            MOVE QTD-FATURADOS TO QTD-GRAVADOS-GER.
            WRITE REG-GER.
            MOVE CADMFA-NOME TO NOME-ARQ-GER.
            MOVE QTD-CONSOLIDADAS TO QTD-GRAVADOS-GER.
            WRITE REG-GER.
            CLOSE CADGER.

       RODAPE-RELMEN.
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELMEN.
            WRITE REG-RELMEN.
            MOVE SPACES TO LINHA-RELMEN.
            MOVE QTD-COM-IRMAO TO WK-NUMERO-ED.
            STRING "COBRANCAS COM DESCONTO DE IRMAO: "
                   DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELMEN.
            WRITE REG-RELMEN.
            MOVE SPACES TO LINHA-RELMEN.
            MOVE QTD-JA-FATURADOS TO WK-NUMERO-ED.
            STRING "JA FATURADOS NA COMPETENCIA ...: "
                   DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELMEN.
            WRITE REG-RELMEN.

       TERMINO.
            PERFORM GRAVA-TRAILER-CADMEN.
            PERFORM RODAPE-RELMEN.
            PERFORM CONSOLIDA-FAMILIAS.
            PERFORM GRAVA-LOG.
            PERFORM GRAVA-GERACAO.
            DISPLAY "EM01MENS - RESUMO DO FATURAMENTO".
            DISPLAY "ALUNOS LIDOS ........: " QTD-LIDOS.
            DISPLAY "COBRANCAS GRAVADAS ..: " QTD-FATURADOS.
            DISPLAY "SEM PRECO NA TABELA .: " QTD-SEM-TABELA.
            DISPLAY "JA FATURADOS NO MES .: " QTD-JA-FATURADOS.
            DISPLAY "NAO ATIVOS IGNORADOS : " QTD-IGNORADOS.
            DISPLAY "TOTAL FATURADO ......: " TOTAL-FATURADO.
            DISPLAY "COM DESCONTO IRMAO ..: " QTD-COM-IRMAO.
            DISPLAY "COBRANCAS DE FAMILIA : " QTD-CONSOLIDADAS.
            CLOSE CADALU
                  CADCRE
                  CADMEN
                  CADMFA
                  RELMEN.
            IF TEM-CADRES EQUAL "SIM"
               CLOSE CADRES
            END-IF.
