       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01ADIA.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. ADIANTAMENTO QUINZENAL DE SALARIO, QUE ATE AQUI SAIA
      *         NUM ARQUIVO BANCARIO MONTADO A MAO, COM O DESCONTO NO
      *         CREDITO DO FIM DO MES LEMBRADO PELO RH. O ARQUIVO DE
      *         PARAMETROS PARADI (OPCIONAL) DIZ O PERCENTUAL DO
      *         SALARIO A ADIANTAR (SEM PARADI, 40%; PERCENTUAL ZERADO
      *         OU INVALIDO ABORTA COM CODIGO 16). PARA CADA
      *         FUNCIONARIO ATIVO DO CADEMP COM SALARIO E ADMITIDO ATE
      *         A DATA DA EXECUCAO, O ADIANTAMENTO E SALARIO X
      *         PERCENTUAL / 100, SEM DESCONTOS. O RESULTADO SAI NA
      *         GERACAO CADLIQAD, NO LAYOUT DO CADLIQ08 (BRUTO =
      *         LIQUIDO = ADIANTAMENTO), COM CARIMBO DE DATA E HORA,
      *         TRAILER DE QUANTIDADE E HASH-TOTAL E ENTRADA NO
      *         CATALOGO CADGER, QUE O EM01BANC PAGA COM O TIPO DE
      *         FOLHA AD NO PARFOL (MESMO CONTROLE DE REMESSAS
      *         CADREM). CADA ADIANTAMENTO E GUARDADO EM ABERTO NO
      *         ARQUIVO CUMULATIVO CADADI (COPY ADIREG), QUE O
      *         EM01LIQD DESCONTA E QUITA NO FIM DO MES. A COMPETENCIA
      *         (ANO E MES DA EXECUCAO) SO E ADIANTADA UMA VEZ: COM
      *         LINHA DELA NO CADADI A EXECUCAO E RECUSADA COM CODIGO
      *         8. FUNCIONARIO COM ADIANTAMENTO DE COMPETENCIA
      *         ANTERIOR AINDA EM ABERTO NAO RECEBE OUTRO: SAI
      *         LISTADO NO RELATORIO RELADI COMO PENDENTE E O PROGRAMA
      *         TERMINA COM CODIGO 4. AO FINAL, GRAVA UMA LINHA DE
      *         ESTATISTICA EM EM01LOG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADEMP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      MATRICULA-EMP
           FILE STATUS IS CADEMP-STATUS.
           SELECT     PARADI  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARADI-STATUS.
           SELECT     CADADI  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADADI-STATUS.
           SELECT     CADLIQ  ASSIGN  TO DYNAMIC CADLIQ-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADLIQ-STATUS.
           SELECT     CADGER  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADGER-STATUS.
           SELECT     RELADI  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELADI-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADEMP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADEMP.DAT".

       COPY FUNREG.

       FD PARADI
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARADI.DAT".

       01 REG-PARADI.
           02 PERCENTUAL-PAR       PIC 9(02)V99.

       FD CADADI
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADADI.DAT".

       COPY ADIREG.

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

       01 REG-LIQ-TRL.
           02 TIPO-LIQ-TRL         PIC X(03).
           02 QTD-LIQ-TRL          PIC 9(05).
           02 TOTAL-LIQ-TRL        PIC 9(08)V99.

       FD CADGER
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADGER.DAT".

       COPY GERREG.

       FD RELADI
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELADI.DAT".

       01 REG-RELADI.
           02 LINHA-RELADI         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 PARADI-STATUS     PIC X(02) VALUE SPACES.
       77 CADADI-STATUS     PIC X(02) VALUE SPACES.
       77 CADLIQ-STATUS     PIC X(02) VALUE SPACES.
       77 CADGER-STATUS     PIC X(02) VALUE SPACES.
       77 RELADI-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 JA-ADIANTADA      PIC X(03) VALUE "NAO".
       77 CADLIQ-NOME       PIC X(30) VALUE SPACES.
       77 HORA-SISTEMA      PIC 9(08).
       77 WK-PERCENTUAL     PIC 9(02)V99 VALUE 40.
       77 WK-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77 WK-ADIANTAMENTO   PIC 9(05)V99 VALUE ZEROS.
       77 QTD-ABE           PIC 9(04) VALUE ZEROS.
       77 WK-IND-ABE        PIC 9(04) VALUE ZEROS.
       77 WK-ABE            PIC 9(04) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-GRAVADOS      PIC 9(05) VALUE ZEROS.
       77 QTD-IGNORADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-PENDENTES     PIC 9(05) VALUE ZEROS.
       77 TOTAL-ADIANTADO   PIC 9(08)V99 VALUE ZEROS.
       77 WK-COD-ED         PIC ZZZZ9.
       77 WK-PCT-ED         PIC Z9,99.
       77 WK-SALARIO-ED     PIC ZZZZ9,99.
       77 WK-ADI-ED         PIC ZZZZ9,99.
       77 WK-TOTAL-ED       PIC Z(7)9,99.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 TAB-ABERTOS.
           02 ABE-TAB OCCURS 1000 TIMES.
              03 MATRICULA-ABE-TAB PIC 9(05).
              03 COMPETENCIA-ABE-TAB PIC 9(06).
              03 VALOR-ABE-TAB     PIC 9(05)V99.

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT HORA-SISTEMA FROM TIME.
            STRING "CADLIQAD." DATA-SISTEMA HORA-SISTEMA ".DAT"
                   DELIMITED BY SIZE INTO CADLIQ-NOME.
            MOVE DATA-SISTEMA(1:6) TO WK-COMPETENCIA.
            PERFORM CARGA-PARADI.
            PERFORM CARGA-CADADI.
            IF JA-ADIANTADA EQUAL "SIM"
               DISPLAY "EM01ADIA - COMPETENCIA " WK-COMPETENCIA
                       " JA FOI ADIANTADA - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADEMP.
            IF CADEMP-STATUS NOT EQUAL "00"
               DISPLAY "EM01ADIA - CADEMP NAO ABRIU - STATUS "
                       CADEMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT CADLIQ
                 OUTPUT RELADI.
            OPEN EXTEND CADADI.
            IF CADADI-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADADI
            END-IF.
            PERFORM CABECALHO-RELADI.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM LEITURA.

       CARGA-PARADI.
            OPEN INPUT PARADI.
            IF PARADI-STATUS NOT EQUAL "00"
               DISPLAY "EM01ADIA - PARADI AUSENTE - ADIANTAMENTO DE "
                       "40% DO SALARIO"
               EXIT PARAGRAPH
            END-IF.
            READ PARADI
                AT END
                CONTINUE
                NOT AT END
                IF PERCENTUAL-PAR IS NUMERIC
                   MOVE PERCENTUAL-PAR TO WK-PERCENTUAL
                ELSE
                   MOVE ZEROS TO WK-PERCENTUAL
                END-IF
            END-READ.
            CLOSE PARADI.
            IF WK-PERCENTUAL EQUAL ZEROS
               DISPLAY "EM01ADIA - PERCENTUAL INVALIDO OU ZERADO NO "
                       "PARADI - ADIANTAMENTO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       CARGA-CADADI.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADADI.
            IF CADADI-STATUS EQUAL "00"
               PERFORM LEITURA-CADADI
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADADI
            END-IF.

       LEITURA-CADADI.
            READ CADADI
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF COMPETENCIA-ADI EQUAL WK-COMPETENCIA
                   MOVE "SIM" TO JA-ADIANTADA
                END-IF
                IF SITUACAO-ADI EQUAL "A"
                   PERFORM ARMAZENA-ABERTO
                END-IF
            END-READ.

       ARMAZENA-ABERTO.
            IF QTD-ABE < 1000
               ADD 1 TO QTD-ABE
               MOVE MATRICULA-ADI TO MATRICULA-ABE-TAB(QTD-ABE)
               MOVE COMPETENCIA-ADI TO COMPETENCIA-ABE-TAB(QTD-ABE)
               MOVE VALOR-ADI TO VALOR-ABE-TAB(QTD-ABE)
            ELSE
               DISPLAY "EM01ADIA - TABELA DE ADIANTAMENTOS EM ABERTO "
                       "CHEIA (1000) - ADIANTAMENTO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       CABECALHO-RELADI.
            MOVE SPACES TO LINHA-RELADI.
            STRING "ADIANTAMENTO QUINZENAL - EM01ADIA - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELADI.
            WRITE REG-RELADI.
            MOVE SPACES TO LINHA-RELADI.
            MOVE WK-PERCENTUAL TO WK-PCT-ED.
            STRING "COMPETENCIA " DELIMITED BY SIZE
                   WK-COMPETENCIA DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WK-PCT-ED DELIMITED BY SIZE
                   "% - GERACAO " DELIMITED BY SIZE
                   CADLIQ-NOME DELIMITED BY SIZE
                   INTO LINHA-RELADI.
            WRITE REG-RELADI.
            MOVE SPACES TO LINHA-RELADI.
            WRITE REG-RELADI.
            MOVE "MATR.  NOME                  SALARIO   ADIANT."
                 TO LINHA-RELADI.
            WRITE REG-RELADI.
            MOVE ALL "-" TO LINHA-RELADI.
            WRITE REG-RELADI.

       LEITURA.
            READ CADEMP
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS
            END-READ.

       PRINCIPAL.
            IF SITUACAO-EMP EQUAL "D"
               OR SALARIO-EMP EQUAL ZEROS
               ADD 1 TO QTD-IGNORADOS
            ELSE
               IF DATA-ADMISSAO-EMP IS NUMERIC
                  AND DATA-ADMISSAO-EMP > DATA-SISTEMA
                  ADD 1 TO QTD-IGNORADOS
               ELSE
                  PERFORM PROCURA-ABERTO
                  IF WK-ABE > ZEROS
                     PERFORM GRAVA-PENDENTE
                  ELSE
                     PERFORM CALCULA-ADIANTAMENTO
                  END-IF
               END-IF
            END-IF.
            PERFORM LEITURA.

       PROCURA-ABERTO.
            MOVE ZEROS TO WK-ABE.
            PERFORM COMPARA-ABERTO
                    VARYING WK-IND-ABE FROM 1 BY 1
                    UNTIL WK-IND-ABE > QTD-ABE OR WK-ABE > 0.

       COMPARA-ABERTO.
            IF MATRICULA-ABE-TAB(WK-IND-ABE) EQUAL MATRICULA-EMP
               MOVE WK-IND-ABE TO WK-ABE
            END-IF.

       CALCULA-ADIANTAMENTO.
            COMPUTE WK-ADIANTAMENTO ROUNDED
                    = SALARIO-EMP * WK-PERCENTUAL / 100.
            MOVE MATRICULA-EMP TO COD-LIQ.
            MOVE NOME-EMP TO NOME-LIQ.
            MOVE WK-ADIANTAMENTO TO BRUTO-LIQ.
            MOVE ZEROS TO INSS-LIQ.
            MOVE ZEROS TO IRRF-LIQ.
            MOVE WK-ADIANTAMENTO TO LIQUIDO-LIQ.
            MOVE DATA-SISTEMA TO DATA-PROC-LIQ.
            WRITE REG-LIQ.
            MOVE MATRICULA-EMP TO MATRICULA-ADI.
            MOVE WK-COMPETENCIA TO COMPETENCIA-ADI.
            MOVE WK-ADIANTAMENTO TO VALOR-ADI.
            MOVE "A" TO SITUACAO-ADI.
            MOVE DATA-SISTEMA TO DATA-ADI.
            MOVE CADLIQ-NOME TO NOME-GER-ADI.
            MOVE ZEROS TO DATA-QUIT-ADI.
            MOVE SPACES TO NOME-GER-QUIT-ADI.
            WRITE REG-ADI.
            ADD 1 TO QTD-GRAVADOS.
            ADD WK-ADIANTAMENTO TO TOTAL-ADIANTADO.
            MOVE SPACES TO LINHA-RELADI.
            MOVE MATRICULA-EMP TO WK-COD-ED.
            MOVE SALARIO-EMP TO WK-SALARIO-ED.
            MOVE WK-ADIANTAMENTO TO WK-ADI-ED.
            STRING WK-COD-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOME-LIQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-SALARIO-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-ADI-ED DELIMITED BY SIZE
                   INTO LINHA-RELADI.
            WRITE REG-RELADI.

       GRAVA-PENDENTE.
            ADD 1 TO QTD-PENDENTES.
            MOVE SPACES TO LINHA-RELADI.
            MOVE MATRICULA-EMP TO WK-COD-ED.
            MOVE VALOR-ABE-TAB(WK-ABE) TO WK-ADI-ED.
            STRING WK-COD-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOME-EMP(1:20) DELIMITED BY SIZE
                   " PENDENTE: ADIANTAMENTO DE " DELIMITED BY SIZE
                   COMPETENCIA-ABE-TAB(WK-ABE) DELIMITED BY SIZE
                   " EM ABERTO" DELIMITED BY SIZE
                   INTO LINHA-RELADI.
            MOVE WK-ADI-ED TO LINHA-RELADI(73:8).
            WRITE REG-RELADI.

       GRAVA-TRAILER.
            MOVE "TRL" TO TIPO-LIQ-TRL.
            MOVE QTD-GRAVADOS TO QTD-LIQ-TRL.
            MOVE TOTAL-ADIANTADO TO TOTAL-LIQ-TRL.
            WRITE REG-LIQ-TRL.

       RODAPE-RELADI.
            MOVE ALL "-" TO LINHA-RELADI.
            WRITE REG-RELADI.
            MOVE SPACES TO LINHA-RELADI.
            MOVE QTD-GRAVADOS TO WK-COD-ED.
            MOVE TOTAL-ADIANTADO TO WK-TOTAL-ED.
            STRING "TOTAL: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   " FUNCIONARIOS - ADIANTADO: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELADI.
            WRITE REG-RELADI.
            MOVE SPACES TO LINHA-RELADI.
            MOVE QTD-PENDENTES TO WK-COD-ED.
            STRING "PENDENTES (ADIANTAMENTO ANTERIOR EM ABERTO): "
                   DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   INTO LINHA-RELADI.
            WRITE REG-RELADI.
            MOVE SPACES TO LINHA-RELADI.
            MOVE QTD-IGNORADOS TO WK-COD-ED.
            STRING "IGNORADOS (DESLIGADOS, SEM SALARIO OU NAO "
                   DELIMITED BY SIZE
                   "ADMITIDOS): " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   INTO LINHA-RELADI.
            WRITE REG-RELADI.

       GRAVA-GERACAO.
            OPEN EXTEND CADGER.
            IF CADGER-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADGER
            END-IF.
            MOVE SPACES TO REG-GER.
            MOVE "EM01ADIA" TO PROGRAMA-GER.
            MOVE DATA-SISTEMA TO DATA-GER.
            MOVE HORA-SISTEMA TO HORA-GER.
            MOVE CADLIQ-NOME TO NOME-ARQ-GER.
            MOVE QTD-GRAVADOS TO QTD-GRAVADOS-GER.
            WRITE REG-GER.
            CLOSE CADGER.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01ADIA" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-GRAVADOS TO QTD-GRAVADOS-LOG.
            MOVE QTD-PENDENTES TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            PERFORM GRAVA-TRAILER.
            PERFORM RODAPE-RELADI.
            CLOSE CADEMP
                  CADLIQ
                  CADADI
                  RELADI.
            PERFORM GRAVA-GERACAO.
            PERFORM GRAVA-LOG.
            MOVE TOTAL-ADIANTADO TO WK-TOTAL-ED.
            DISPLAY "EM01ADIA - COMPETENCIA " WK-COMPETENCIA " - "
                    QTD-GRAVADOS " ADIANTAMENTOS - TOTAL "
                    WK-TOTAL-ED.
            DISPLAY "EM01ADIA - PAGAR COM O TIPO DE FOLHA AD NO "
                    "PARFOL (EM01BANC)".
            IF QTD-PENDENTES > ZEROS
               DISPLAY "EM01ADIA - " QTD-PENDENTES " FUNCIONARIO(S) "
                       "COM ADIANTAMENTO ANTERIOR EM ABERTO - VER "
                       "RELADI"
               MOVE 4 TO RETURN-CODE
            END-IF.
