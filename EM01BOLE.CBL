       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01BOLE.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. GERACAO DA REMESSA DE COBRANCA REGISTRADA (BOLETOS)
      *         DAS MENSALIDADES. RESOLVE A GERACAO MAIS RECENTE DO
      *         CADMEN (COBRANCAS DO EM01MENS) PELO CATALOGO CADGER E
      *         FAZ DUAS PASSADAS, COMO O EM01BANC FAZ COM A FOLHA: NA
      *         PRIMEIRA RECONTA OS REGISTROS E RESSOMA OS VALORES
      *         CONTRA O TRAILER DO CADMEN, E QUALQUER DIVERGENCIA
      *         ABORTA A REMESSA COM CODIGO 8; NA SEGUNDA GRAVA O
      *         REMCOB NO LAYOUT HDR/DET/TRL: HEADER COM O CODIGO DA
      *         EMPRESA (PARBAN, OBRIGATORIO), A DATA E A SEQUENCIA DA
      *         REMESSA, UM DETALHE POR COBRANCA COM VALOR - O NOSSO
      *         NUMERO E O NUMERO DO ALUNO MAIS A COMPETENCIA AAAAMM,
      *         A MESMA CHAVE DA PARTIDA NO CONTAS A RECEBER CADCRE, DE
      *         ONDE VEM O VENCIMENTO - E TRAILER COM A QUANTIDADE E O
      *         VALOR TOTAL DOS BOLETOS. COBRANCA SEM PARTIDA NO CADCRE
      *         NAO VAI AO BANCO E E APONTADA NO CONSOLE; BOLSISTA
      *         INTEGRAL (VALOR ZERO) NAO GERA BOLETO. A SEQUENCIA VEM
      *         DO CONTROLE DE REMESSAS CADREM, ONDE A REMESSA E
      *         REGISTRADA, E UMA GERACAO DE CADMEN JA PRESENTE NO
      *         CONTROLE NUNCA E TRANSMITIDA DE NOVO - A SEGUNDA
      *         TENTATIVA E RECUSADA COM CODIGO 8. O RETORNO DA
      *         COBRANCA E PROCESSADO PELO EM01RCOB.

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
           SELECT     PARBAN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARBAN-STATUS.
           SELECT     CADMEN  ASSIGN  TO DYNAMIC CADMEN-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADMEN-STATUS.
           SELECT     CADCRE  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-CRE
           FILE STATUS IS CADCRE-STATUS.
           SELECT     REMCOB  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS REMCOB-STATUS.
           SELECT     CADREM  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADREM-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADGER
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADGER.DAT".

       COPY GERREG.

       FD PARBAN
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARBAN.DAT".

       01 REG-PARBAN.
           02 EMPRESA-PAR          PIC X(10).

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

       FD CADCRE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADCRE.DAT".

       COPY CREREG.

       FD REMCOB
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "REMCOB.DAT".

       01 REG-COB-HDR.
           02 TIPO-HDR             PIC X(03).
           02 EMPRESA-HDR          PIC X(10).
           02 DATA-HDR             PIC 9(08).
           02 SEQ-HDR              PIC 9(05).
           02 FILLER               PIC X(23).

       01 REG-COB-DET REDEFINES REG-COB-HDR.
           02 TIPO-DET             PIC X(03).
           02 NOSSO-NUMERO-DET.
              03 ALUNO-DET         PIC 9(05).
              03 COMPETENCIA-DET   PIC 9(06).
           02 VENCTO-DET           PIC 9(08).
           02 VALOR-DET            PIC 9(05)V99.
           02 NOME-DET             PIC X(20).

       01 REG-COB-TRL REDEFINES REG-COB-HDR.
           02 TIPO-COB-TRL         PIC X(03).
           02 QTD-COB-TRL          PIC 9(05).
           02 TOTAL-COB-TRL        PIC 9(08)V99.
           02 FILLER               PIC X(31).

       FD CADREM
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADREM.DAT".

       01 REG-REM.
           02 SEQ-REM              PIC 9(05).
           02 NOME-GER-REM         PIC X(30).
           02 DATA-REM             PIC 9(08).
           02 HORA-REM             PIC 9(08).
           02 QTD-REM              PIC 9(05).
           02 TOTAL-REM            PIC 9(08)V99.

       WORKING-STORAGE SECTION.

       77 CADGER-STATUS     PIC X(02) VALUE SPACES.
       77 PARBAN-STATUS     PIC X(02) VALUE SPACES.
       77 CADMEN-STATUS     PIC X(02) VALUE SPACES.
       77 CADCRE-STATUS     PIC X(02) VALUE SPACES.
       77 REMCOB-STATUS     PIC X(02) VALUE SPACES.
       77 CADREM-STATUS     PIC X(02) VALUE SPACES.
       77 JA-TRANSMITIDA    PIC X(03) VALUE "NAO".
       77 WK-SEQ-REMESSA    PIC 9(05) VALUE ZEROS.
       77 HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 ACHOU-GERACAO     PIC X(03) VALUE "NAO".
       77 TEM-EMPRESA       PIC X(03) VALUE "NAO".
       77 TEM-TRAILER       PIC X(03) VALUE "NAO".
       77 CADMEN-NOME       PIC X(30) VALUE SPACES.
       77 WK-EMPRESA        PIC X(10) VALUE SPACES.
       77 QTD-DETALHES      PIC 9(05) VALUE ZEROS.
       77 TOTAL-RECOMPUTADO PIC 9(08)V99 VALUE ZEROS.
       77 WK-QTD-TRL        PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-TRL      PIC 9(08)V99 VALUE ZEROS.
       77 QTD-BOLETOS       PIC 9(05) VALUE ZEROS.
       77 TOTAL-BOLETOS     PIC 9(08)V99 VALUE ZEROS.
       77 QTD-SEM-PARTIDA   PIC 9(05) VALUE ZEROS.
       77 QTD-ISENTOS       PIC 9(05) VALUE ZEROS.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM CONFERE-GERACAO.
       PERFORM GRAVA-REMESSA.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT HORA-SISTEMA FROM TIME.
            OPEN INPUT PARBAN.
            IF PARBAN-STATUS EQUAL "00"
               PERFORM LEITURA-PARBAN
               CLOSE PARBAN
            END-IF.
            IF TEM-EMPRESA EQUAL "NAO"
               DISPLAY "EM01BOLE - PARBAN AUSENTE OU SEM CODIGO DA "
                       "EMPRESA - REMESSA ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM RESOLVE-GERACAO.
            IF ACHOU-GERACAO EQUAL "NAO"
               DISPLAY "EM01BOLE - NENHUMA GERACAO DE CADMEN NO "
                       "CATALOGO CADGER - RODE O EM01MENS ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM VERIFICA-CONTROLE.
            IF JA-TRANSMITIDA EQUAL "SIM"
               DISPLAY "EM01BOLE - GERACAO " CADMEN-NOME
                       " JA FOI TRANSMITIDA AO BANCO - REMESSA "
                       "RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            ADD 1 TO WK-SEQ-REMESSA.
            OPEN INPUT CADCRE.
            IF CADCRE-STATUS NOT EQUAL "00"
               DISPLAY "EM01BOLE - CADCRE NAO ABRIU - STATUS "
                       CADCRE-STATUS " - RODE O EM01MENS ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       VERIFICA-CONTROLE.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADREM.
            IF CADREM-STATUS EQUAL "00"
               PERFORM LEITURA-CADREM
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADREM
            END-IF.

       LEITURA-CADREM.
            READ CADREM
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                MOVE SEQ-REM TO WK-SEQ-REMESSA
                IF NOME-GER-REM EQUAL CADMEN-NOME
                   MOVE "SIM" TO JA-TRANSMITIDA
                END-IF
            END-READ.

       LEITURA-PARBAN.
            READ PARBAN
                AT END
                CONTINUE
                NOT AT END
                IF EMPRESA-PAR NOT EQUAL SPACES
                   MOVE EMPRESA-PAR TO WK-EMPRESA
                   MOVE "SIM" TO TEM-EMPRESA
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

       CONFERE-GERACAO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADMEN.
            IF CADMEN-STATUS NOT EQUAL "00"
               DISPLAY "EM01BOLE - GERACAO " CADMEN-NOME
                       " NAO ABRIU - STATUS " CADMEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-CONFERENCIA
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADMEN.
            IF TEM-TRAILER EQUAL "NAO"
               DISPLAY "EM01BOLE - GERACAO SEM TRAILER - REMESSA "
                       "ABORTADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF QTD-DETALHES NOT EQUAL WK-QTD-TRL
               OR TOTAL-RECOMPUTADO NOT EQUAL WK-TOTAL-TRL
               DISPLAY "EM01BOLE - DIVERGENCIA COM O TRAILER: "
                       "RECONTADOS " QTD-DETALHES " X " WK-QTD-TRL
                       " - RESSOMA " TOTAL-RECOMPUTADO " X "
                       WK-TOTAL-TRL " - REMESSA ABORTADA"
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
            END-IF.

       GRAVA-REMESSA.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADMEN.
            OPEN OUTPUT REMCOB.
            MOVE SPACES TO REG-COB-HDR.
            MOVE "HDR" TO TIPO-HDR.
            MOVE WK-EMPRESA TO EMPRESA-HDR.
            MOVE DATA-SISTEMA TO DATA-HDR.
            MOVE WK-SEQ-REMESSA TO SEQ-HDR.
            WRITE REG-COB-HDR.
            PERFORM LEITURA-REMESSA
                    UNTIL FIM-ARQ EQUAL "SIM".
            MOVE SPACES TO REG-COB-HDR.
            MOVE "TRL" TO TIPO-COB-TRL.
            MOVE QTD-BOLETOS TO QTD-COB-TRL.
            MOVE TOTAL-BOLETOS TO TOTAL-COB-TRL.
            WRITE REG-COB-TRL.
            CLOSE CADMEN
                  REMCOB.

       LEITURA-REMESSA.
            READ CADMEN
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF TIPO-TRL NOT EQUAL "TRL"
                   PERFORM TRATA-COBRANCA
                END-IF
            END-READ.

       TRATA-COBRANCA.
            IF VALOR-MEN EQUAL ZEROS
               ADD 1 TO QTD-ISENTOS
               EXIT PARAGRAPH
            END-IF.
            MOVE NUMERO-MEN TO NUMERO-CRE.
            MOVE DATA-PROC-MEN(1:6) TO COMPETENCIA-CRE.
            READ CADCRE
                INVALID KEY
                ADD 1 TO QTD-SEM-PARTIDA
                DISPLAY "EM01BOLE - ALUNO " NUMERO-MEN
                        " COMPETENCIA " COMPETENCIA-CRE
                        " SEM PARTIDA NO CADCRE - BOLETO NAO GERADO"
                NOT INVALID KEY
                PERFORM GRAVA-DETALHE
            END-READ.

       GRAVA-DETALHE.
            MOVE SPACES TO REG-COB-HDR.
            MOVE "DET" TO TIPO-DET.
            MOVE NUMERO-CRE TO ALUNO-DET.
            MOVE COMPETENCIA-CRE TO COMPETENCIA-DET.
            MOVE DATA-VENCTO-CRE TO VENCTO-DET.
            MOVE VALOR-MEN TO VALOR-DET.
            MOVE NOME-MEN TO NOME-DET.
            WRITE REG-COB-DET.
            ADD 1 TO QTD-BOLETOS.
            ADD VALOR-MEN TO TOTAL-BOLETOS.

       GRAVA-CONTROLE.
            OPEN EXTEND CADREM.
            IF CADREM-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADREM
            END-IF.
            MOVE WK-SEQ-REMESSA TO SEQ-REM.
            MOVE CADMEN-NOME TO NOME-GER-REM.
            MOVE DATA-SISTEMA TO DATA-REM.
            MOVE HORA-SISTEMA TO HORA-REM.
            MOVE QTD-BOLETOS TO QTD-REM.
            MOVE TOTAL-BOLETOS TO TOTAL-REM.
            WRITE REG-REM.
            CLOSE CADREM.

       TERMINO.
            CLOSE CADCRE.
            PERFORM GRAVA-CONTROLE.
            DISPLAY "EM01BOLE - REMESSA " WK-SEQ-REMESSA
                    " GRAVADA EM REMCOB - "
                    QTD-BOLETOS " BOLETOS - TOTAL "
                    TOTAL-BOLETOS.
            DISPLAY "EM01BOLE - ISENTOS " QTD-ISENTOS
                    " - SEM PARTIDA NO CADCRE " QTD-SEM-PARTIDA.
            IF QTD-SEM-PARTIDA > ZEROS
               MOVE 4 TO RETURN-CODE
            END-IF.
