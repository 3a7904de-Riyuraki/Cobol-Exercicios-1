       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01CAGD.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. ARQUIVO MENSAL DE ADMISSOES E DESLIGAMENTOS PARA O
      *         GOVERNO (CAGED), QUE ATE AQUI ERA DIGITADO A MAO NO
      *         PORTAL A PARTIR DO RELHCT DO EM01HEAD. A COMPETENCIA E
      *         A DO MES CORRENTE, COMO NO EM01HEAD, OU A DO ARQUIVO DE
      *         PARAMETROS PARCAG (OPCIONAL: ANO, MES E O INDICADOR DE
      *         RETIFICACAO). LE O CADEMP DUAS VEZES: NA PRIMEIRA CONTA
      *         O ESTOQUE DO PRIMEIRO DIA, AS ADMISSOES (DATA DE
      *         ADMISSAO NA COMPETENCIA) E OS DESLIGAMENTOS (SITUACAO D
      *         COM DATA DE DESLIGAMENTO NA COMPETENCIA), COM AS MESMAS
      *         REGRAS DO EM01HEAD, PARA QUE OS TOTAIS BATAM COM AS
      *         COLUNAS ADM.MES E DESL.MES DO RELHCT; NA SEGUNDA GRAVA
      *         O ARQUIVO CAGMES NO LAYOUT DO GOVERNO: REGISTRO A
      *         (AUTORIZADO, COM A COMPETENCIA MMAAAA E O TOTAL DE
      *         MOVIMENTACOES), REGISTRO B (ESTABELECIMENTO, COM O
      *         ESTOQUE DO PRIMEIRO DIA, AS ADMISSOES, OS
      *         DESLIGAMENTOS E O ESTOQUE DO ULTIMO DIA), UM REGISTRO
      *         C POR MOVIMENTACAO (X NA RETIFICACAO) E O TRAILER Z
      *         COM A QUANTIDADE DE REGISTROS E OS MESMOS TOTAIS. O
      *         TIPO DE MOVIMENTACAO DA ADMISSAO E 20 (REEMPREGO, POIS
      *         O CADASTRO NAO DISTINGUE O PRIMEIRO EMPREGO); O DO
      *         DESLIGAMENTO VEM DO TIPO DA RESCISAO NO CADRSC (COPY
      *         RSCREG): D = 31 (DISPENSA SEM JUSTA CAUSA), P = 40 (A
      *         PEDIDO) E T = 45 (TERMINO DE CONTRATO). DESLIGADO AINDA
      *         SEM RESCISAO SAI COMO 31, APONTADO NO RELATORIO RELCAG
      *         E COM CODIGO 4. O CONTROLE CADCAG GUARDA CADA
      *         COMPETENCIA GERADA: A MESMA COMPETENCIA NAO E GERADA
      *         DUAS VEZES (CODIGO 8) SEM O INDICADOR S DE RETIFICACAO
      *         NO PARCAG, E A RETIFICACAO SO E ACEITA PARA COMPETENCIA
      *         JA ENVIADA. O RELCAG LISTA AS MOVIMENTACOES E OS
      *         TOTAIS. AO FINAL, GRAVA UMA LINHA DE ESTATISTICA EM
      *         EM01LOG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     PARCAG  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARCAG-STATUS.
           SELECT     PARBAN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARBAN-STATUS.
           SELECT     CADEMP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      MATRICULA-EMP
           FILE STATUS IS CADEMP-STATUS.
           SELECT     CADRSC  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADRSC-STATUS.
           SELECT     CADCAG  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADCAG-STATUS.
           SELECT     CAGMES  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CAGMES-STATUS.
           SELECT     RELCAG  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELCAG-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD PARCAG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARCAG.DAT".

       01 REG-PARCAG.
           02 ANO-PAR              PIC 9(04).
           02 MES-PAR              PIC 9(02).
           02 RETIFICA-PAR         PIC X(01).

       FD PARBAN
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARBAN.DAT".

       01 REG-PARBAN.
           02 EMPRESA-PAR          PIC X(10).

       FD CADEMP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADEMP.DAT".

       COPY FUNREG.

       FD CADRSC
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADRSC.DAT".

       COPY RSCREG.

       FD CADCAG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADCAG.DAT".

       01 REG-CAG.
           02 COMPETENCIA-CAG      PIC 9(06).
           02 TIPO-CAG             PIC X(01).
           02 DATA-CAG             PIC 9(08).
           02 HORA-CAG             PIC 9(08).
           02 QTD-ADM-CAG          PIC 9(05).
           02 QTD-DES-CAG          PIC 9(05).

       FD CAGMES
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CAGMES.DAT".

       01 REG-CAG-A.
           02 TIPO-A               PIC X(01).
           02 COMPETENCIA-A        PIC 9(06).
           02 ALTERACAO-A          PIC 9(01).
           02 SEQUENCIA-A          PIC 9(05).
           02 EMPRESA-A            PIC X(10).
           02 QTD-ESTAB-A          PIC 9(05).
           02 QTD-MOVIMENTOS-A     PIC 9(05).
           02 FILLER               PIC X(47).

       01 REG-CAG-B REDEFINES REG-CAG-A.
           02 TIPO-B               PIC X(01).
           02 SEQUENCIA-B          PIC 9(05).
           02 EMPRESA-B            PIC X(10).
           02 ESTOQUE-INICIAL-B    PIC 9(05).
           02 QTD-ADMISSOES-B      PIC 9(05).
           02 QTD-DESLIGAMENTOS-B  PIC 9(05).
           02 ESTOQUE-FINAL-B      PIC 9(05).
           02 FILLER               PIC X(44).

       01 REG-CAG-C REDEFINES REG-CAG-A.
           02 TIPO-C               PIC X(01).
           02 SEQUENCIA-C          PIC 9(05).
           02 MATRICULA-C          PIC 9(05).
           02 NOME-C               PIC X(30).
           02 DATA-ADMISSAO-C      PIC 9(08).
           02 SALARIO-C            PIC 9(05)V99.
           02 TIPO-MOV-C           PIC 9(02).
           02 DIA-DESLIG-C         PIC 9(02).
           02 FILLER               PIC X(20).

       01 REG-CAG-Z REDEFINES REG-CAG-A.
           02 TIPO-Z               PIC X(01).
           02 SEQUENCIA-Z          PIC 9(05).
           02 QTD-REGISTROS-Z      PIC 9(05).
           02 QTD-ADMISSOES-Z      PIC 9(05).
           02 QTD-DESLIGAMENTOS-Z  PIC 9(05).
           02 FILLER               PIC X(59).

       FD RELCAG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELCAG.DAT".

       01 REG-RELCAG.
           02 LINHA-RELCAG         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 PARCAG-STATUS     PIC X(02) VALUE SPACES.
       77 PARBAN-STATUS     PIC X(02) VALUE SPACES.
       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 CADRSC-STATUS     PIC X(02) VALUE SPACES.
       77 CADCAG-STATUS     PIC X(02) VALUE SPACES.
       77 CAGMES-STATUS     PIC X(02) VALUE SPACES.
       77 RELCAG-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-RSC           PIC X(03) VALUE "NAO".
       77 WK-RETIFICA       PIC X(01) VALUE "N".
       77 JA-ENVIADA        PIC X(03) VALUE "NAO".
       77 WK-EMPRESA        PIC X(10) VALUE SPACES.
       77 WK-TIPO-RSC       PIC X(01) VALUE SPACE.
       77 WK-TIPO-MOV       PIC 9(02) VALUE ZEROS.
       77 WK-SEQUENCIA      PIC 9(05) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-ESTOQUE-INI   PIC 9(05) VALUE ZEROS.
       77 QTD-ESTOQUE-FIM   PIC 9(05) VALUE ZEROS.
       77 QTD-ADMISSOES     PIC 9(05) VALUE ZEROS.
       77 QTD-DESLIGAMENTOS PIC 9(05) VALUE ZEROS.
       77 QTD-MOVIMENTOS    PIC 9(05) VALUE ZEROS.
       77 QTD-SEM-RESCISAO  PIC 9(05) VALUE ZEROS.
       77 WK-QTD-ED         PIC ZZZZ9.
       77 WK-SALARIO-ED     PIC ZZZZ9,99.
       77 HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-ANOMES.
           02 ANO-ANOMES           PIC 9(04).
           02 MES-ANOMES           PIC 9(02).
       01 WK-MESANO.
           02 MES-MESANO           PIC 9(02).
           02 ANO-MESANO           PIC 9(04).
       01 WK-PRIMEIRO-DIA.
           02 ANOMES-PRIMEIRO      PIC 9(06).
           02 DIA-PRIMEIRO         PIC 9(02) VALUE 01.
       01 WK-DATA-CAMPO.
           02 ANOMES-CAMPO         PIC 9(06).
           02 DIA-CAMPO            PIC 9(02).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM CONTA-MOVIMENTOS.
       PERFORM GRAVA-CAGMES.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT HORA-SISTEMA FROM TIME.
            MOVE ANO-SISTEMA TO ANO-ANOMES.
            MOVE MES-SISTEMA TO MES-ANOMES.
            OPEN INPUT PARCAG.
            IF PARCAG-STATUS EQUAL "00"
               READ PARCAG
                   AT END
                   CONTINUE
                   NOT AT END
                   PERFORM CARGA-PARCAG
               END-READ
               CLOSE PARCAG
            END-IF.
            IF MES-ANOMES EQUAL ZEROS OR MES-ANOMES > 12
               DISPLAY "EM01CAGD - MES INVALIDO NO PARCAG: " MES-ANOMES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-RETIFICA NOT EQUAL "S" AND "N"
               DISPLAY "EM01CAGD - INDICADOR DE RETIFICACAO INVALIDO "
                       "NO PARCAG: " WK-RETIFICA " (S OU N)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE WK-ANOMES TO ANOMES-PRIMEIRO.
            MOVE MES-ANOMES TO MES-MESANO.
            MOVE ANO-ANOMES TO ANO-MESANO.
            PERFORM VERIFICA-JA-ENVIADA.
            IF JA-ENVIADA EQUAL "SIM" AND WK-RETIFICA EQUAL "N"
               DISPLAY "EM01CAGD - COMPETENCIA " WK-MESANO
                       " JA GERADA NO CADCAG - PARA REENVIAR, RODE A "
                       "RETIFICACAO (S NO PARCAG)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF JA-ENVIADA EQUAL "NAO" AND WK-RETIFICA EQUAL "S"
               DISPLAY "EM01CAGD - COMPETENCIA " WK-MESANO
                       " AINDA NAO GERADA NO CADCAG - NAO HA O QUE "
                       "RETIFICAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT PARBAN.
            IF PARBAN-STATUS EQUAL "00"
               READ PARBAN
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE EMPRESA-PAR TO WK-EMPRESA
               END-READ
               CLOSE PARBAN
            END-IF.
            OPEN INPUT CADEMP.
            IF CADEMP-STATUS NOT EQUAL "00"
               DISPLAY "EM01CAGD - CADEMP NAO ABRIU - STATUS "
                       CADEMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            CLOSE CADEMP.

       CARGA-PARCAG.
            IF ANO-PAR IS NUMERIC AND ANO-PAR > ZEROS
               MOVE ANO-PAR TO ANO-ANOMES
               MOVE MES-PAR TO MES-ANOMES
            END-IF.
            IF RETIFICA-PAR NOT EQUAL SPACE
               MOVE RETIFICA-PAR TO WK-RETIFICA
            END-IF.

       VERIFICA-JA-ENVIADA.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADCAG.
            IF CADCAG-STATUS EQUAL "00"
               PERFORM LEITURA-CADCAG
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADCAG
            END-IF.

       LEITURA-CADCAG.
            READ CADCAG
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF COMPETENCIA-CAG EQUAL WK-ANOMES
                   MOVE "SIM" TO JA-ENVIADA
                END-IF
            END-READ.

       CONTA-MOVIMENTOS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADEMP.
            PERFORM LEITURA-CONTAGEM
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADEMP.
            ADD QTD-ADMISSOES QTD-DESLIGAMENTOS GIVING QTD-MOVIMENTOS.
            COMPUTE QTD-ESTOQUE-FIM = QTD-ESTOQUE-INI + QTD-ADMISSOES
                                    - QTD-DESLIGAMENTOS.

       LEITURA-CONTAGEM.
            READ CADEMP NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS
                PERFORM CONTA-FUNCIONARIO
            END-READ.

       CONTA-FUNCIONARIO.
      * ESTOQUE DO PRIMEIRO DIA: ADMITIDO ANTES DA COMPETENCIA E NAO
      * DESLIGADO ANTES DELA.
            IF DATA-ADMISSAO-EMP < WK-PRIMEIRO-DIA
               IF SITUACAO-EMP NOT EQUAL "D"
                  OR DATA-DESLIG-EMP NOT < WK-PRIMEIRO-DIA
                  ADD 1 TO QTD-ESTOQUE-INI
               END-IF
            END-IF.
            MOVE DATA-ADMISSAO-EMP TO WK-DATA-CAMPO.
            IF ANOMES-CAMPO EQUAL WK-ANOMES
               ADD 1 TO QTD-ADMISSOES
            END-IF.
            IF SITUACAO-EMP EQUAL "D"
               MOVE DATA-DESLIG-EMP TO WK-DATA-CAMPO
               IF ANOMES-CAMPO EQUAL WK-ANOMES
                  ADD 1 TO QTD-DESLIGAMENTOS
               END-IF
            END-IF.

       GRAVA-CAGMES.
            OPEN OUTPUT CAGMES.
            OPEN OUTPUT RELCAG.
            PERFORM CABECALHO-RELCAG.
            MOVE SPACES TO REG-CAG-A.
            ADD 1 TO WK-SEQUENCIA.
            MOVE "A" TO TIPO-A.
            MOVE WK-MESANO TO COMPETENCIA-A.
            IF WK-RETIFICA EQUAL "S"
               MOVE 2 TO ALTERACAO-A
            ELSE
               MOVE 1 TO ALTERACAO-A
            END-IF.
            MOVE WK-SEQUENCIA TO SEQUENCIA-A.
            MOVE WK-EMPRESA TO EMPRESA-A.
            MOVE 1 TO QTD-ESTAB-A.
            MOVE QTD-MOVIMENTOS TO QTD-MOVIMENTOS-A.
            WRITE REG-CAG-A.
            MOVE SPACES TO REG-CAG-B.
            ADD 1 TO WK-SEQUENCIA.
            MOVE "B" TO TIPO-B.
            MOVE WK-SEQUENCIA TO SEQUENCIA-B.
            MOVE WK-EMPRESA TO EMPRESA-B.
            MOVE QTD-ESTOQUE-INI TO ESTOQUE-INICIAL-B.
            MOVE QTD-ADMISSOES TO QTD-ADMISSOES-B.
            MOVE QTD-DESLIGAMENTOS TO QTD-DESLIGAMENTOS-B.
            MOVE QTD-ESTOQUE-FIM TO ESTOQUE-FINAL-B.
            WRITE REG-CAG-B.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADEMP.
            PERFORM LEITURA-MOVIMENTO
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADEMP.
            MOVE SPACES TO REG-CAG-Z.
            ADD 1 TO WK-SEQUENCIA.
            MOVE "Z" TO TIPO-Z.
            MOVE WK-SEQUENCIA TO SEQUENCIA-Z.
            MOVE WK-SEQUENCIA TO QTD-REGISTROS-Z.
            MOVE QTD-ADMISSOES TO QTD-ADMISSOES-Z.
            MOVE QTD-DESLIGAMENTOS TO QTD-DESLIGAMENTOS-Z.
            WRITE REG-CAG-Z.
            CLOSE CAGMES.

       CABECALHO-RELCAG.
            MOVE SPACES TO LINHA-RELCAG.
            STRING "MOVIMENTACAO DE EMPREGADOS (CAGED) - COMPETENCIA "
                   DELIMITED BY SIZE
                   MES-ANOMES DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ANO-ANOMES DELIMITED BY SIZE
                   INTO LINHA-RELCAG.
            WRITE REG-RELCAG.
            MOVE SPACES TO LINHA-RELCAG.
            IF WK-RETIFICA EQUAL "S"
               STRING "RETIFICACAO - EMITIDO EM " DELIMITED BY SIZE
                      DATA-SISTEMA DELIMITED BY SIZE
                      INTO LINHA-RELCAG
            ELSE
               STRING "EMITIDO EM " DELIMITED BY SIZE
                      DATA-SISTEMA DELIMITED BY SIZE
                      INTO LINHA-RELCAG
            END-IF.
            WRITE REG-RELCAG.
            MOVE SPACES TO LINHA-RELCAG.
            WRITE REG-RELCAG.
            MOVE "MATR.  NOME                           ADMISSAO  MOV"
                 TO LINHA-RELCAG.
            MOVE "SALARIO  OBSERVACAO" TO LINHA-RELCAG(54:19).
            WRITE REG-RELCAG.
            MOVE SPACES TO LINHA-RELCAG.
            WRITE REG-RELCAG.

       LEITURA-MOVIMENTO.
            READ CADEMP NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                PERFORM SELECIONA-MOVIMENTO
            END-READ.

       SELECIONA-MOVIMENTO.
      * ADMITIDO E DESLIGADO NA MESMA COMPETENCIA GERA AS DUAS
      * MOVIMENTACOES, COMO O EM01HEAD CONTA OS DOIS.
            MOVE DATA-ADMISSAO-EMP TO WK-DATA-CAMPO.
            IF ANOMES-CAMPO EQUAL WK-ANOMES
               MOVE 20 TO WK-TIPO-MOV
               MOVE ZEROS TO DIA-CAMPO
               PERFORM GRAVA-MOVIMENTO
            END-IF.
            IF SITUACAO-EMP EQUAL "D"
               MOVE DATA-DESLIG-EMP TO WK-DATA-CAMPO
               IF ANOMES-CAMPO EQUAL WK-ANOMES
                  PERFORM PROCURA-RESCISAO
                  PERFORM GRAVA-MOVIMENTO
               END-IF
            END-IF.

       PROCURA-RESCISAO.
            MOVE SPACE TO WK-TIPO-RSC.
            MOVE "NAO" TO FIM-RSC.
            OPEN INPUT CADRSC.
            IF CADRSC-STATUS EQUAL "00"
               PERFORM LEITURA-CADRSC
                       UNTIL FIM-RSC EQUAL "SIM"
               CLOSE CADRSC
            END-IF.
            EVALUATE WK-TIPO-RSC
                WHEN "P"
                     MOVE 40 TO WK-TIPO-MOV
                WHEN "T"
                     MOVE 45 TO WK-TIPO-MOV
                WHEN OTHER
                     MOVE 31 TO WK-TIPO-MOV
            END-EVALUATE.

       LEITURA-CADRSC.
            READ CADRSC
                AT END
                MOVE "SIM" TO FIM-RSC
                NOT AT END
                IF MATRICULA-RSC EQUAL MATRICULA-EMP
                   MOVE TIPO-RSC TO WK-TIPO-RSC
                END-IF
            END-READ.

       GRAVA-MOVIMENTO.
            MOVE SPACES TO REG-CAG-C.
            ADD 1 TO WK-SEQUENCIA.
            IF WK-RETIFICA EQUAL "S"
               MOVE "X" TO TIPO-C
            ELSE
               MOVE "C" TO TIPO-C
            END-IF.
            MOVE WK-SEQUENCIA TO SEQUENCIA-C.
            MOVE MATRICULA-EMP TO MATRICULA-C.
            MOVE NOME-EMP TO NOME-C.
            MOVE DATA-ADMISSAO-EMP TO DATA-ADMISSAO-C.
            MOVE SALARIO-EMP TO SALARIO-C.
            MOVE WK-TIPO-MOV TO TIPO-MOV-C.
            MOVE DIA-CAMPO TO DIA-DESLIG-C.
            WRITE REG-CAG-C.
            MOVE SPACES TO LINHA-RELCAG.
            MOVE MATRICULA-EMP TO LINHA-RELCAG(1:5).
            MOVE NOME-EMP TO LINHA-RELCAG(8:30).
            MOVE DATA-ADMISSAO-EMP TO LINHA-RELCAG(39:8).
            MOVE WK-TIPO-MOV TO LINHA-RELCAG(49:2).
            MOVE SALARIO-EMP TO WK-SALARIO-ED.
            MOVE WK-SALARIO-ED TO LINHA-RELCAG(53:8).
            IF WK-TIPO-MOV EQUAL 20
               MOVE "ADMISSAO" TO LINHA-RELCAG(63:8)
            ELSE
               IF WK-TIPO-RSC EQUAL SPACE
                  MOVE "SEM RESCISAO" TO LINHA-RELCAG(63:12)
                  ADD 1 TO QTD-SEM-RESCISAO
               ELSE
                  MOVE "DESLIGAMENTO" TO LINHA-RELCAG(63:12)
               END-IF
            END-IF.
            WRITE REG-RELCAG.

       GRAVA-CONTROLE.
            OPEN EXTEND CADCAG.
            IF CADCAG-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADCAG
            END-IF.
            MOVE WK-ANOMES TO COMPETENCIA-CAG.
            IF WK-RETIFICA EQUAL "S"
               MOVE "R" TO TIPO-CAG
            ELSE
               MOVE "N" TO TIPO-CAG
            END-IF.
            MOVE DATA-SISTEMA TO DATA-CAG.
            MOVE HORA-SISTEMA TO HORA-CAG.
            MOVE QTD-ADMISSOES TO QTD-ADM-CAG.
            MOVE QTD-DESLIGAMENTOS TO QTD-DES-CAG.
            WRITE REG-CAG.
            CLOSE CADCAG.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01CAGD" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-MOVIMENTOS TO QTD-GRAVADOS-LOG.
            MOVE QTD-SEM-RESCISAO TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            MOVE SPACES TO LINHA-RELCAG.
            WRITE REG-RELCAG.
            MOVE SPACES TO LINHA-RELCAG.
            MOVE QTD-ESTOQUE-INI TO WK-QTD-ED.
            STRING "ESTOQUE NO PRIMEIRO DIA ..: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELCAG.
            WRITE REG-RELCAG.
            MOVE SPACES TO LINHA-RELCAG.
            MOVE QTD-ADMISSOES TO WK-QTD-ED.
            STRING "ADMISSOES (ADM.MES) ......: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELCAG.
            WRITE REG-RELCAG.
            MOVE SPACES TO LINHA-RELCAG.
            MOVE QTD-DESLIGAMENTOS TO WK-QTD-ED.
            STRING "DESLIGAMENTOS (DESL.MES) .: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELCAG.
            WRITE REG-RELCAG.
            MOVE SPACES TO LINHA-RELCAG.
            MOVE QTD-ESTOQUE-FIM TO WK-QTD-ED.
            STRING "ESTOQUE NO ULTIMO DIA ....: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELCAG.
            WRITE REG-RELCAG.
            MOVE SPACES TO LINHA-RELCAG.
            MOVE QTD-SEM-RESCISAO TO WK-QTD-ED.
            STRING "DESLIGADOS SEM RESCISAO ..: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELCAG.
            WRITE REG-RELCAG.
            CLOSE RELCAG.
            PERFORM GRAVA-CONTROLE.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01CAGD - COMPETENCIA " WK-MESANO " EM CAGMES - "
                    "ADMISSOES " QTD-ADMISSOES " - DESLIGAMENTOS "
                    QTD-DESLIGAMENTOS.
            IF QTD-SEM-RESCISAO > ZEROS
               DISPLAY "EM01CAGD - " QTD-SEM-RESCISAO " DESLIGADO(S) "
                       "SEM RESCISAO NO CADRSC - ENVIADO(S) COMO "
                       "DISPENSA SEM JUSTA CAUSA - VER RELCAG"
               MOVE 4 TO RETURN-CODE
            END-IF.
