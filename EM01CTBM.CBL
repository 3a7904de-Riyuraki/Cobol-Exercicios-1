       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01CTBM.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. GERACAO DO ARQUIVO DE LANCAMENTOS CONTABEIS DAS
      *         MENSALIDADES, RESUMIDO POR CONTA DO RAZAO E TURMA, NOS
      *         MOLDES DO EM01CTBL PARA A FOLHA - O FATURAMENTO, AS
      *         BOLSAS E OS RECEBIMENTOS CHEGAVAM AO GL POR PLANILHA.
      *         RESOLVE A GERACAO MAIS RECENTE DE CADMEN PELO CATALOGO
      *         CADGER E RECONFERE O TRAILER (RECONTAGEM E RESSOMA;
      *         DIVERGENCIA OU FALTA DE TRAILER ABORTA COM CODIGO 8,
      *         SEM GRAVAR NADA). A COMPETENCIA E A DA GERACAO. POR
      *         TURMA SAO APURADOS: A MENSALIDADE BRUTA (VALOR BASE),
      *         O DESCONTO DE BOLSA, O DESCONTO DE IRMAO E O
      *         FATURADO LIQUIDO, DA GERACAO (O DESCONTO DE IRMAO VEM
      *         NO CAMPO PROPRIO DO CADMEN E SAI DO DESCONTO TOTAL;
      *         GERACAO ANTERIOR AO CAMPO TRAZ BRANCO NELE E TODO O
      *         DESCONTO E DE BOLSA);
      *         O RECEBIDO NO MES DA COMPETENCIA, DOS PAGAMENTOS
      *         AINDA NO CADPAG E DOS JA BAIXADOS NO HISTORICO
      *         CADPAGH (A TURMA DO PAGADOR VEM DA PARTIDA DA
      *         COMPETENCIA NO CADCRE OU, SEM ELA, DO CADALU); E O
      *         SALDO A RECEBER DE FECHAMENTO, SOMA DOS SALDOS DAS
      *         PARTIDAS EM ABERTO DO CADCRE. CADA VALOR VAI PARA A
      *         CONTA DO RAZAO LIDA DO ARQUIVO DE PARAMETROS PARCTM
      *         (UMA LINHA COM AS CONTAS DE BRUTO, BOLSA, LIQUIDO,
      *         RECEBIDO E SALDO, NESTA ORDEM, SEGUIDAS DA CONTA DO
      *         DESCONTO DE IRMAO, TODAS OBRIGATORIAS); SEM
      *         PARCTM NAO HA RESUMO E O PROGRAMA ABORTA COM CODIGO
      *         16, COMO O EM01CTBL SEM O CADDEP. OS LANCAMENTOS SAO
      *         GRAVADOS NO ARQUIVO CADCTM, COM O MESMO TRAILER DE
      *         QUANTIDADE E HASH-TOTAL DO CADCTB; VALORES ZERADOS NAO
      *         GERAM LANCAMENTO. PAGAMENTO DE ALUNO SEM PARTIDA E
      *         FORA DO CADALU E DESVIADO PARA A LISTAGEM DE EXCECAO
      *         CADCMX E CONTADO, SEM ENTRAR NO RESUMO. AO FINAL,
      *         GRAVA UMA LINHA DE ESTATISTICA EM EM01LOG, NO LAYOUT
      *         COMPARTILHADO DA COPY LOGREG.

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
           SELECT     CADMEN  ASSIGN  TO DYNAMIC CADMEN-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADMEN-STATUS.
           SELECT     PARCTM  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARCTM-STATUS.
           SELECT     CADCRE  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      CHAVE-CRE
           FILE STATUS IS CADCRE-STATUS.
           SELECT     CADALU  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS IS CADALU-STATUS.
           SELECT     CADPAG  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADPAG-STATUS.
           SELECT     CADPAGH  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADPAGH-STATUS.
           SELECT     CADCTM  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADCTM-STATUS.
           SELECT     CADCMX  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADCMX-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADGER
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADGER.DAT".

       COPY GERREG.

       FD CADMEN
           LABEL        RECORD ARE      STANDARD.

       01 REG-MEN.
           02 NUMERO-MEN           PIC 9(05).
           02 NOME-MEN             PIC X(20).
           02 TURMA-MEN            PIC X(03).
           02 VALOR-BASE-MEN       PIC 9(05)V99.
           02 DESCONTO-MEN         PIC 9(05)V99.
           02 VALOR-MEN            PIC 9(05)V99.
           02 DATA-PROC-MEN        PIC 9(08).
           02 DESC-IRMAO-MEN       PIC 9(05)V99.

       01 REG-MEN-TRL REDEFINES REG-MEN.
           02 TIPO-TRL             PIC X(03).
           02 QTD-REG-TRL          PIC 9(05).
           02 TOTAL-VALOR-TRL      PIC 9(08)V99.
           02 FILLER               PIC X(46).

       FD PARCTM
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARCTM.DAT".

       01 REG-PARCTM.
           02 CONTA-BRUTO-PAR      PIC X(08).
           02 CONTA-BOLSA-PAR      PIC X(08).
           02 CONTA-LIQUIDO-PAR    PIC X(08).
           02 CONTA-RECEBIDO-PAR   PIC X(08).
           02 CONTA-SALDO-PAR      PIC X(08).
           02 CONTA-IRMAO-PAR      PIC X(08).

       FD CADCRE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADCRE.DAT".

       COPY CREREG.

       FD CADALU
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADALU.DAT".

       COPY ALUREG.

       FD CADPAG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADPAG.DAT".

       01 REG-PAG.
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

       FD CADCTM
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADCTM.DAT".

       01 REG-CTM.
           02 CONTA-CTM            PIC X(08).
           02 TURMA-CTM            PIC X(03).
           02 COMPETENCIA-CTM      PIC 9(06).
           02 QTD-CTM              PIC 9(05).
           02 TOTAL-CTM            PIC 9(08)V99.
           02 DATA-PROC-CTM        PIC 9(08).

       01 REG-CTM-TRL REDEFINES REG-CTM.
           02 TIPO-CTM-TRL         PIC X(03).
           02 QTD-CTM-TRL          PIC 9(05).
           02 TOTAL-CTM-TRL        PIC 9(08)V99.
           02 FILLER               PIC X(22).

       FD CADCMX
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADCMX.DAT".

       01 REG-CMX.
           02 NUMERO-CMX           PIC 9(05).
           02 DATA-CMX             PIC 9(08).
           02 VALOR-CMX            PIC 9(05)V99.
           02 FILLER               PIC X(01).
           02 MOTIVO-CMX           PIC X(30).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADGER-STATUS     PIC X(02) VALUE SPACES.
       77 CADMEN-STATUS     PIC X(02) VALUE SPACES.
       77 PARCTM-STATUS     PIC X(02) VALUE SPACES.
       77 CADCRE-STATUS     PIC X(02) VALUE SPACES.
       77 CADALU-STATUS     PIC X(02) VALUE SPACES.
       77 CADPAG-STATUS     PIC X(02) VALUE SPACES.
       77 CADPAGH-STATUS    PIC X(02) VALUE SPACES.
       77 CADCTM-STATUS     PIC X(02) VALUE SPACES.
       77 CADCMX-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 ACHOU-GERACAO     PIC X(03) VALUE "NAO".
       77 TEM-TRAILER       PIC X(03) VALUE "NAO".
       77 TEM-CADALU        PIC X(03) VALUE "NAO".
       77 TEM-CONTAS        PIC X(03) VALUE "NAO".
       77 CADMEN-NOME       PIC X(30) VALUE SPACES.
       77 WK-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77 QTD-DETALHES      PIC 9(05) VALUE ZEROS.
       77 TOTAL-RECOMPUTADO PIC 9(08)V99 VALUE ZEROS.
       77 WK-QTD-TRL        PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-TRL      PIC 9(08)V99 VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-RESUMIDOS     PIC 9(05) VALUE ZEROS.
       77 QTD-EXCECOES      PIC 9(05) VALUE ZEROS.
       77 QTD-TURMAS        PIC 9(03) VALUE ZEROS.
       77 QTD-LANCAMENTOS   PIC 9(05) VALUE ZEROS.
       77 TAB-TUR-CHEIA     PIC X(03) VALUE "NAO".
       77 WK-IND            PIC 9(03) VALUE ZEROS.
       77 WK-ACHOU          PIC 9(03) VALUE ZEROS.
       77 WK-TURMA          PIC X(03) VALUE SPACES.
       77 WK-CONTA          PIC X(08) VALUE SPACES.
       77 WK-QTD            PIC 9(05) VALUE ZEROS.
       77 WK-VALOR          PIC 9(08)V99 VALUE ZEROS.
       77 WK-NUMERO         PIC 9(05) VALUE ZEROS.
       77 WK-DATA           PIC 9(08) VALUE ZEROS.
       77 WK-VALOR-PAG      PIC 9(05)V99 VALUE ZEROS.
       77 TOTAL-LANCADO     PIC 9(08)V99 VALUE ZEROS.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 TAB-CONTAS.
           02 CONTA-TAB OCCURS 6 TIMES PIC X(08).
       01 TAB-TURMAS.
           02 TUR-TAB OCCURS 100 TIMES.
              03 TURMA-TUR-TAB     PIC X(03).
              03 QTD-COB-TAB       PIC 9(05).
              03 BRUTO-TAB         PIC 9(08)V99.
              03 BOLSA-TAB         PIC 9(08)V99.
              03 IRMAO-TAB         PIC 9(08)V99.
              03 LIQUIDO-TAB       PIC 9(08)V99.
              03 QTD-REC-TAB       PIC 9(05).
              03 RECEBIDO-TAB      PIC 9(08)V99.
              03 QTD-SALDO-TAB     PIC 9(05).
              03 SALDO-TAB         PIC 9(08)V99.

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM CONFERE-GERACAO.
       PERFORM RESUME-FATURAMENTO.
       PERFORM RESUME-RECEBIMENTOS.
       PERFORM RESUME-SALDOS.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM RESOLVE-GERACAO.
            IF ACHOU-GERACAO EQUAL "NAO"
               DISPLAY "EM01CTBM - NENHUMA GERACAO DE CADMEN NO "
                       "CATALOGO CADGER - RODE O EM01MENS ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT PARCTM.
            IF PARCTM-STATUS EQUAL "00"
               PERFORM LEITURA-PARCTM
               CLOSE PARCTM
            END-IF.
            IF TEM-CONTAS EQUAL "NAO"
               DISPLAY "EM01CTBM - PARCTM AUSENTE OU INCOMPLETO (SAO "
                       "SEIS CONTAS) - SEM CONTA DO RAZAO NAO HA RESUMO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADCRE.
            IF CADCRE-STATUS NOT EQUAL "00"
               DISPLAY "EM01CTBM - CADCRE NAO ABRIU - STATUS "
                       CADCRE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADALU.
            IF CADALU-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADALU
            END-IF.

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
                IF NOME-ARQ-GER(1:7) EQUAL "CADMEN."
                      AND SITUACAO-GER NOT EQUAL "Q" AND "R"
                   MOVE NOME-ARQ-GER TO CADMEN-NOME
                   MOVE "SIM" TO ACHOU-GERACAO
                END-IF.

       LEITURA-PARCTM.
            READ PARCTM
                AT END
                CONTINUE
                NOT AT END
                IF CONTA-BRUTO-PAR NOT EQUAL SPACES
                   AND CONTA-BOLSA-PAR NOT EQUAL SPACES
                   AND CONTA-LIQUIDO-PAR NOT EQUAL SPACES
                   AND CONTA-RECEBIDO-PAR NOT EQUAL SPACES
                   AND CONTA-SALDO-PAR NOT EQUAL SPACES
                   AND CONTA-IRMAO-PAR NOT EQUAL SPACES
                   MOVE CONTA-BRUTO-PAR TO CONTA-TAB(1)
                   MOVE CONTA-BOLSA-PAR TO CONTA-TAB(2)
                   MOVE CONTA-LIQUIDO-PAR TO CONTA-TAB(3)
                   MOVE CONTA-RECEBIDO-PAR TO CONTA-TAB(4)
                   MOVE CONTA-SALDO-PAR TO CONTA-TAB(5)
                   MOVE CONTA-IRMAO-PAR TO CONTA-TAB(6)
                   MOVE "SIM" TO TEM-CONTAS
                END-IF.

       CONFERE-GERACAO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADMEN.
            IF CADMEN-STATUS NOT EQUAL "00"
               DISPLAY "EM01CTBM - GERACAO " CADMEN-NOME
                       " NAO ABRIU - STATUS " CADMEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-CONFERENCIA
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADMEN.
            IF TEM-TRAILER EQUAL "NAO"
               DISPLAY "EM01CTBM - GERACAO SEM TRAILER - RESUMO "
                       "ABORTADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF QTD-DETALHES NOT EQUAL WK-QTD-TRL
               OR TOTAL-RECOMPUTADO NOT EQUAL WK-TOTAL-TRL
               DISPLAY "EM01CTBM - DIVERGENCIA COM O TRAILER: "
                       "RECONTADOS " QTD-DETALHES " X " WK-QTD-TRL
                       " - RESSOMA " TOTAL-RECOMPUTADO " X "
                       WK-TOTAL-TRL " - RESUMO ABORTADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.

       LEITURA-CONFERENCIA.
            READ CADMEN
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                PERFORM CONTA-REGISTRO.

       CONTA-REGISTRO.
            IF TIPO-TRL EQUAL "TRL"
               MOVE "SIM" TO TEM-TRAILER
               MOVE QTD-REG-TRL TO WK-QTD-TRL
               MOVE TOTAL-VALOR-TRL TO WK-TOTAL-TRL
            ELSE
               ADD 1 TO QTD-DETALHES
               ADD VALOR-MEN TO TOTAL-RECOMPUTADO
               IF WK-COMPETENCIA EQUAL ZEROS
                  MOVE DATA-PROC-MEN(1:6) TO WK-COMPETENCIA
               END-IF
            END-IF.

       RESUME-FATURAMENTO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADMEN.
            OPEN OUTPUT CADCMX.
            PERFORM LEITURA-RESUMO
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADMEN.

       LEITURA-RESUMO.
            READ CADMEN
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF TIPO-TRL NOT EQUAL "TRL"
                   ADD 1 TO QTD-LIDOS
                   MOVE TURMA-MEN TO WK-TURMA
                   PERFORM LOCALIZA-TURMA
                   IF WK-ACHOU > ZEROS
                      ADD 1 TO QTD-COB-TAB(WK-ACHOU)
                      ADD VALOR-BASE-MEN TO BRUTO-TAB(WK-ACHOU)
                      PERFORM SEPARA-DESCONTO
                      ADD VALOR-MEN TO LIQUIDO-TAB(WK-ACHOU)
                      ADD 1 TO QTD-RESUMIDOS
                   END-IF
                END-IF
            END-READ.

       SEPARA-DESCONTO.
            IF DESC-IRMAO-MEN IS NUMERIC
               AND DESC-IRMAO-MEN NOT > DESCONTO-MEN
               ADD DESC-IRMAO-MEN TO IRMAO-TAB(WK-ACHOU)
               COMPUTE BOLSA-TAB(WK-ACHOU) = BOLSA-TAB(WK-ACHOU)
                       + DESCONTO-MEN - DESC-IRMAO-MEN
            ELSE
               ADD DESCONTO-MEN TO BOLSA-TAB(WK-ACHOU)
            END-IF.

       RESUME-RECEBIMENTOS.
      * RECEBIDO NO MES = PAGAMENTOS AINDA NAO BAIXADOS (CADPAG) MAIS
      * OS JA BAIXADOS PELO EM01INAD (CADPAGH), PELA DATA DO PAGAMENTO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADPAG.
            IF CADPAG-STATUS EQUAL "00"
               PERFORM LEITURA-CADPAG
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADPAG
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADPAGH.
            IF CADPAGH-STATUS EQUAL "00"
               PERFORM LEITURA-CADPAGH
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADPAGH
            END-IF.

       LEITURA-CADPAG.
            READ CADPAG
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF DATA-PAG(1:6) EQUAL WK-COMPETENCIA
                   MOVE NUMERO-PAG TO WK-NUMERO
                   MOVE DATA-PAG TO WK-DATA
                   MOVE VALOR-PAG TO WK-VALOR-PAG
                   PERFORM ACUMULA-RECEBIMENTO
                END-IF
            END-READ.

       LEITURA-CADPAGH.
            READ CADPAGH
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF DATA-PGH(1:6) EQUAL WK-COMPETENCIA
                   MOVE NUMERO-PGH TO WK-NUMERO
                   MOVE DATA-PGH TO WK-DATA
                   MOVE VALOR-PGH TO WK-VALOR-PAG
                   PERFORM ACUMULA-RECEBIMENTO
                END-IF
            END-READ.

       ACUMULA-RECEBIMENTO.
            ADD 1 TO QTD-LIDOS.
            MOVE SPACES TO WK-TURMA.
            MOVE WK-NUMERO TO NUMERO-CRE.
            MOVE WK-COMPETENCIA TO COMPETENCIA-CRE.
            READ CADCRE
                INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE TURMA-CRE TO WK-TURMA
            END-READ.
            IF WK-TURMA EQUAL SPACES
               AND TEM-CADALU EQUAL "SIM"
               MOVE WK-NUMERO TO NUMERO-ENT
               READ CADALU
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE TURMA-ENT TO WK-TURMA
               END-READ
            END-IF.
            IF WK-TURMA EQUAL SPACES
               MOVE SPACES TO REG-CMX
               MOVE "ALUNO SEM PARTIDA E FORA CADALU" TO MOTIVO-CMX
               PERFORM GRAVA-EXCECAO
               EXIT PARAGRAPH
            END-IF.
            PERFORM LOCALIZA-TURMA.
            IF WK-ACHOU > ZEROS
               ADD 1 TO QTD-REC-TAB(WK-ACHOU)
               ADD WK-VALOR-PAG TO RECEBIDO-TAB(WK-ACHOU)
               ADD 1 TO QTD-RESUMIDOS
            END-IF.

       RESUME-SALDOS.
      * SALDO A RECEBER DE FECHAMENTO: TODAS AS PARTIDAS EM ABERTO.
            MOVE "NAO" TO FIM-ARQ.
            MOVE LOW-VALUES TO CHAVE-CRE.
            START CADCRE KEY IS NOT LESS THAN CHAVE-CRE
                INVALID KEY
                MOVE "SIM" TO FIM-ARQ
            END-START.
            PERFORM LEITURA-CADCRE
                    UNTIL FIM-ARQ EQUAL "SIM".

       LEITURA-CADCRE.
            READ CADCRE NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF SITUACAO-CRE EQUAL "A"
                   AND SALDO-CRE > ZEROS
                   MOVE TURMA-CRE TO WK-TURMA
                   PERFORM LOCALIZA-TURMA
                   IF WK-ACHOU > ZEROS
                      ADD 1 TO QTD-SALDO-TAB(WK-ACHOU)
                      ADD SALDO-CRE TO SALDO-TAB(WK-ACHOU)
                   END-IF
                END-IF
            END-READ.

       LOCALIZA-TURMA.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM PROCURA-TURMA
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-TURMAS OR WK-ACHOU > 0.
            IF WK-ACHOU > ZEROS
               EXIT PARAGRAPH
            END-IF.
            IF QTD-TURMAS < 100
               ADD 1 TO QTD-TURMAS
               MOVE WK-TURMA TO TURMA-TUR-TAB(QTD-TURMAS)
               MOVE ZEROS TO QTD-COB-TAB(QTD-TURMAS)
               MOVE ZEROS TO BRUTO-TAB(QTD-TURMAS)
               MOVE ZEROS TO BOLSA-TAB(QTD-TURMAS)
               MOVE ZEROS TO IRMAO-TAB(QTD-TURMAS)
               MOVE ZEROS TO LIQUIDO-TAB(QTD-TURMAS)
               MOVE ZEROS TO QTD-REC-TAB(QTD-TURMAS)
               MOVE ZEROS TO RECEBIDO-TAB(QTD-TURMAS)
               MOVE ZEROS TO QTD-SALDO-TAB(QTD-TURMAS)
               MOVE ZEROS TO SALDO-TAB(QTD-TURMAS)
               MOVE QTD-TURMAS TO WK-ACHOU
            ELSE
               IF TAB-TUR-CHEIA EQUAL "NAO"
                  DISPLAY "EM01CTBM - TABELA DE TURMAS CHEIA (100) - "
                          "RESUMO INCOMPLETO"
                  MOVE "SIM" TO TAB-TUR-CHEIA
               END-IF
            END-IF.

       PROCURA-TURMA.
            IF TURMA-TUR-TAB(WK-IND) EQUAL WK-TURMA
               MOVE WK-IND TO WK-ACHOU
            END-IF.

       GRAVA-EXCECAO.
            MOVE WK-NUMERO TO NUMERO-CMX.
            MOVE WK-DATA TO DATA-CMX.
            MOVE WK-VALOR-PAG TO VALOR-CMX.
            WRITE REG-CMX.
            ADD 1 TO QTD-EXCECOES.

       GRAVA-CADCTM.
            OPEN OUTPUT CADCTM.
            PERFORM GRAVA-TURMA
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-TURMAS.
            MOVE SPACES TO REG-CTM.
            MOVE "TRL" TO TIPO-CTM-TRL.
            MOVE QTD-LANCAMENTOS TO QTD-CTM-TRL.
            MOVE TOTAL-LANCADO TO TOTAL-CTM-TRL.
            WRITE REG-CTM-TRL.
            CLOSE CADCTM.

       GRAVA-TURMA.
            MOVE CONTA-TAB(1) TO WK-CONTA.
            MOVE QTD-COB-TAB(WK-IND) TO WK-QTD.
            MOVE BRUTO-TAB(WK-IND) TO WK-VALOR.
            PERFORM GRAVA-1LANCAMENTO.
            MOVE CONTA-TAB(2) TO WK-CONTA.
            MOVE BOLSA-TAB(WK-IND) TO WK-VALOR.
            PERFORM GRAVA-1LANCAMENTO.
            MOVE CONTA-TAB(6) TO WK-CONTA.
            MOVE IRMAO-TAB(WK-IND) TO WK-VALOR.
            PERFORM GRAVA-1LANCAMENTO.
            MOVE CONTA-TAB(3) TO WK-CONTA.
            MOVE LIQUIDO-TAB(WK-IND) TO WK-VALOR.
            PERFORM GRAVA-1LANCAMENTO.
            MOVE CONTA-TAB(4) TO WK-CONTA.
            MOVE QTD-REC-TAB(WK-IND) TO WK-QTD.
            MOVE RECEBIDO-TAB(WK-IND) TO WK-VALOR.
            PERFORM GRAVA-1LANCAMENTO.
            MOVE CONTA-TAB(5) TO WK-CONTA.
            MOVE QTD-SALDO-TAB(WK-IND) TO WK-QTD.
            MOVE SALDO-TAB(WK-IND) TO WK-VALOR.
            PERFORM GRAVA-1LANCAMENTO.

       GRAVA-1LANCAMENTO.
            IF WK-VALOR EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE WK-CONTA TO CONTA-CTM.
            MOVE TURMA-TUR-TAB(WK-IND) TO TURMA-CTM.
            MOVE WK-COMPETENCIA TO COMPETENCIA-CTM.
            MOVE WK-QTD TO QTD-CTM.
            MOVE WK-VALOR TO TOTAL-CTM.
            MOVE DATA-SISTEMA TO DATA-PROC-CTM.
            WRITE REG-CTM.
            ADD 1 TO QTD-LANCAMENTOS.
            ADD WK-VALOR TO TOTAL-LANCADO.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01CTBM" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-RESUMIDOS TO QTD-GRAVADOS-LOG.
            MOVE QTD-EXCECOES TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            PERFORM GRAVA-CADCTM.
            PERFORM GRAVA-LOG.
            CLOSE CADCRE
                  CADCMX.
            IF TEM-CADALU EQUAL "SIM"
               CLOSE CADALU
            END-IF.
            DISPLAY "EM01CTBM - RESUMO CONTABIL DA GERACAO "
                    CADMEN-NOME " - COMPETENCIA " WK-COMPETENCIA.
            DISPLAY "REGISTROS LIDOS .....: " QTD-LIDOS.
            DISPLAY "REGISTROS RESUMIDOS .: " QTD-RESUMIDOS.
            DISPLAY "EXCECOES ............: " QTD-EXCECOES.
            DISPLAY "TURMAS ..............: " QTD-TURMAS.
            DISPLAY "LANCAMENTOS GRAVADOS : " QTD-LANCAMENTOS.
            DISPLAY "TOTAL LANCADO .......: " TOTAL-LANCADO.
