       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01INFR.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. INFORME DE RENDIMENTOS ANUAL DOS FUNCIONARIOS E RESUMO
      *         DAS RETENCOES PARA A DECLARACAO ANUAL DA EMPRESA. ATE
      *         AQUI, TODO FEVEREIRO O RH REABRIA DOZE GERACOES DE
      *         CADLIQ08 PARA REFAZER O RENDIMENTO TRIBUTAVEL, O INSS E
      *         O IRRF DE CADA FUNCIONARIO. LE O ACUMULADO ANUAL CADACF
      *         (COPY ACFREG), GRAVADO PELO EM01APLI A CADA FOLHA
      *         CONFIRMADA E PELO EM01DECI, EM01FERI E EM01RESC A CADA
      *         PAGAMENTO, COM UMA LINHA POR MATRICULA, COMPETENCIA E
      *         TIPO DE PAGAMENTO.
      *         O ANO-CALENDARIO VEM DO ARQUIVO DE PARAMETROS PARINF
      *         (OPCIONAL); SEM ELE VALE O ANO ANTERIOR AO DA EXECUCAO,
      *         E ANO INVALIDO ENCERRA COM CODIGO 16. AS LINHAS DO ANO
      *         SAO ORDENADAS (SORT) POR MATRICULA E MES, E PARA CADA
      *         FUNCIONARIO SAI UMA PAGINA NO ARQUIVO DE IMPRESSAO
      *         INFREN NO MODELO DO COMPROVANTE DE RENDIMENTOS PAGOS E
      *         DE IMPOSTO SOBRE A RENDA RETIDO NA FONTE: FONTE
      *         PAGADORA (CODIGO DA EMPRESA DO PARBAN), BENEFICIARIO
      *         (MATRICULA E NOME DO CADEMP), QUADRO 3 COM O TOTAL DOS
      *         RENDIMENTOS, A CONTRIBUICAO PREVIDENCIARIA E O IMPOSTO
      *         RETIDO, QUADRO 5 COM O DECIMO TERCEIRO (LINHAS DE TIPO
      *         13, DO EM01DECI E DA RESCISAO), QUE TEM TRIBUTACAO
      *         EXCLUSIVA E NAO ENTRA NO QUADRO 3, E NAS INFORMACOES
      *         COMPLEMENTARES OS VALORES MES A MES DO QUADRO 3 (FOLHA
      *         MENSAL, FERIAS E RESCISAO). O ARQUIVO RESDIR TRAZ O
      *         RESUMO DA EMPRESA PARA A DECLARACAO ANUAL DO IMPOSTO
      *         RETIDO: HEADER HDR COM A EMPRESA E O ANO, UM REGISTRO
      *         BEN POR BENEFICIARIO COM OS TOTAIS DO ANO SEGUIDO DE UM
      *         REGISTRO MES POR COMPETENCIA E DE UM REGISTRO D13 COM O
      *         DECIMO TERCEIRO DO ANO (QUANDO HOUVER), UM REGISTRO T13
      *         COM OS TOTAIS DO DECIMO TERCEIRO DA EMPRESA, E TRAILER
      *         TRL COM A QUANTIDADE DE BENEFICIARIOS E OS TOTAIS DO
      *         QUADRO 3. SEM CADACF OU SEM
      *         CADEMP ENCERRA COM CODIGO 16; ANO SEM NENHUMA LINHA NO
      *         ACUMULADO, OU MATRICULA QUE NAO ESTA MAIS NO CADEMP
      *         (INFORME EMITIDO SEM O NOME), ENCERRA COM CODIGO 4. AO
      *         FINAL, GRAVA UMA LINHA DE ESTATISTICA EM EM01LOG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     PARINF  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARINF-STATUS.
           SELECT     PARBAN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARBAN-STATUS.
           SELECT     CADACF  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADACF-STATUS.
           SELECT     CADEMP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      MATRICULA-EMP
           FILE STATUS IS CADEMP-STATUS.
           SELECT     SORT-INF  ASSIGN  TO    "SRTINF".
           SELECT     INFREN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS INFREN-STATUS.
           SELECT     RESDIR  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RESDIR-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD PARINF
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARINF.DAT".

       01 REG-PARINF.
           02 ANO-PAR              PIC 9(04).

       FD PARBAN
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARBAN.DAT".

       01 REG-PARBAN.
           02 EMPRESA-PAR          PIC X(10).

       FD CADACF
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADACF.DAT".

       COPY ACFREG.

       FD CADEMP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADEMP.DAT".

       COPY FUNREG.

       SD SORT-INF.

       01 REG-SORT-INF.
           02 MATRICULA-SRT         PIC 9(05).
           02 MES-SRT               PIC 9(02).
           02 BRUTO-SRT             PIC 9(05)V99.
           02 INSS-SRT              PIC 9(05)V99.
           02 IRRF-SRT              PIC 9(05)V99.
           02 TIPO-SRT              PIC X(02).

       FD INFREN
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "INFREN.DAT".

       01 REG-INFREN.
           02 LINHA-INFREN         PIC X(80).

       FD RESDIR
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RESDIR.DAT".

       01 REG-DIR-HDR.
           02 TIPO-DIR-HDR         PIC X(03).
           02 EMPRESA-DIR          PIC X(10).
           02 ANO-DIR              PIC 9(04).
           02 DATA-DIR             PIC 9(08).
           02 FILLER               PIC X(47).

       01 REG-DIR-BEN REDEFINES REG-DIR-HDR.
           02 TIPO-DIR-BEN         PIC X(03).
           02 MATRICULA-DIR        PIC 9(05).
           02 NOME-DIR             PIC X(30).
           02 BRUTO-DIR            PIC 9(07)V99.
           02 INSS-DIR             PIC 9(07)V99.
           02 IRRF-DIR             PIC 9(07)V99.
           02 QTD-MESES-DIR        PIC 9(02).
           02 FILLER               PIC X(05).

       01 REG-DIR-MES REDEFINES REG-DIR-HDR.
           02 TIPO-DIR-MES         PIC X(03).
           02 MATRICULA-MES-DIR    PIC 9(05).
           02 MES-DIR              PIC 9(02).
           02 BRUTO-MES-DIR        PIC 9(05)V99.
           02 INSS-MES-DIR         PIC 9(05)V99.
           02 IRRF-MES-DIR         PIC 9(05)V99.
           02 FILLER               PIC X(41).

       01 REG-DIR-D13 REDEFINES REG-DIR-HDR.
           02 TIPO-DIR-D13         PIC X(03).
           02 MATRICULA-D13-DIR    PIC 9(05).
           02 BRUTO-D13-DIR        PIC 9(07)V99.
           02 INSS-D13-DIR         PIC 9(07)V99.
           02 IRRF-D13-DIR         PIC 9(07)V99.
           02 FILLER               PIC X(37).

       01 REG-DIR-T13 REDEFINES REG-DIR-HDR.
           02 TIPO-DIR-T13         PIC X(03).
           02 QTD-BEN-T13          PIC 9(05).
           02 BRUTO-T13            PIC 9(09)V99.
           02 INSS-T13             PIC 9(09)V99.
           02 IRRF-T13             PIC 9(09)V99.
           02 FILLER               PIC X(31).

       01 REG-DIR-TRL REDEFINES REG-DIR-HDR.
           02 TIPO-DIR-TRL         PIC X(03).
           02 QTD-BEN-TRL          PIC 9(05).
           02 BRUTO-TRL            PIC 9(09)V99.
           02 INSS-TRL             PIC 9(09)V99.
           02 IRRF-TRL             PIC 9(09)V99.
           02 FILLER               PIC X(31).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 PARINF-STATUS     PIC X(02) VALUE SPACES.
       77 PARBAN-STATUS     PIC X(02) VALUE SPACES.
       77 CADACF-STATUS     PIC X(02) VALUE SPACES.
       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 INFREN-STATUS     PIC X(02) VALUE SPACES.
       77 RESDIR-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-SORT          PIC X(03) VALUE "NAO".
       77 WK-ANO            PIC 9(04) VALUE ZEROS.
       77 WK-EMPRESA        PIC X(10) VALUE SPACES.
       77 WK-MATRICULA      PIC 9(05) VALUE ZEROS.
       77 WK-NOME           PIC X(30) VALUE SPACES.
       77 WK-IND-MES        PIC 9(02) VALUE ZEROS.
       77 QTD-MESES         PIC 9(02) VALUE ZEROS.
       77 ANO-BRUTO         PIC 9(07)V99 VALUE ZEROS.
       77 ANO-INSS          PIC 9(07)V99 VALUE ZEROS.
       77 ANO-IRRF          PIC 9(07)V99 VALUE ZEROS.
       77 ANO-BRUTO-13      PIC 9(07)V99 VALUE ZEROS.
       77 ANO-INSS-13       PIC 9(07)V99 VALUE ZEROS.
       77 ANO-IRRF-13       PIC 9(07)V99 VALUE ZEROS.
       77 TEM-13            PIC X(03) VALUE "NAO".
       77 EMP-BRUTO         PIC 9(09)V99 VALUE ZEROS.
       77 EMP-INSS          PIC 9(09)V99 VALUE ZEROS.
       77 EMP-IRRF          PIC 9(09)V99 VALUE ZEROS.
       77 EMP-BRUTO-13      PIC 9(09)V99 VALUE ZEROS.
       77 EMP-INSS-13       PIC 9(09)V99 VALUE ZEROS.
       77 EMP-IRRF-13       PIC 9(09)V99 VALUE ZEROS.
       77 QTD-BEN-13        PIC 9(05) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-DO-ANO        PIC 9(05) VALUE ZEROS.
       77 QTD-INFORMES      PIC 9(05) VALUE ZEROS.
       77 QTD-FORA-CADEMP   PIC 9(05) VALUE ZEROS.
       77 WK-COD-ED         PIC ZZZZ9.
       77 WK-VALOR-ED       PIC ZZZZ9,99.
       77 WK-ANUAL-ED       PIC Z(6)9,99.
       77 WK-EMP-ED         PIC Z(8)9,99.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-DATA-ED.
           02 DIA-ED               PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 MES-ED               PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 ANO-ED               PIC 9(04).
       01 TAB-MESES.
           02 MES-TAB OCCURS 12 TIMES.
              03 TEM-MES-TAB       PIC X(03).
              03 BRUTO-MES-TAB     PIC 9(05)V99.
              03 INSS-MES-TAB      PIC 9(05)V99.
              03 IRRF-MES-TAB      PIC 9(05)V99.

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       SORT SORT-INF
            ON ASCENDING KEY MATRICULA-SRT
            ON ASCENDING KEY MES-SRT
            INPUT PROCEDURE IS ENTRADA-SORT
            OUTPUT PROCEDURE IS SAIDA-SORT.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE WK-ANO = ANO-SISTEMA - 1.
            OPEN INPUT PARINF.
            IF PARINF-STATUS EQUAL "00"
               READ PARINF
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE ANO-PAR TO WK-ANO
               END-READ
               CLOSE PARINF
            END-IF.
            IF WK-ANO IS NOT NUMERIC OR WK-ANO < 2000
               OR WK-ANO > ANO-SISTEMA
               DISPLAY "EM01INFR - ANO-CALENDARIO INVALIDO NO PARINF: "
                       WK-ANO
               MOVE 16 TO RETURN-CODE
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
            OPEN INPUT CADACF.
            IF CADACF-STATUS NOT EQUAL "00"
               DISPLAY "EM01INFR - CADACF NAO ABRIU - STATUS "
                       CADACF-STATUS " - CONFIRME AS FOLHAS PELO "
                       "EM01APLI"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            CLOSE CADACF.
            OPEN INPUT CADEMP.
            IF CADEMP-STATUS NOT EQUAL "00"
               DISPLAY "EM01INFR - CADEMP NAO ABRIU - STATUS "
                       CADEMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT INFREN.
            OPEN OUTPUT RESDIR.
            MOVE SPACES TO REG-DIR-HDR.
            MOVE "HDR" TO TIPO-DIR-HDR.
            MOVE WK-EMPRESA TO EMPRESA-DIR.
            MOVE WK-ANO TO ANO-DIR.
            MOVE DATA-SISTEMA TO DATA-DIR.
            WRITE REG-DIR-HDR.

       ENTRADA-SORT.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADACF.
            PERFORM LIBERA-ACUMULADO
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADACF.

       LIBERA-ACUMULADO.
            READ CADACF
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS
                IF ANO-ACF EQUAL WK-ANO
                   AND MES-ACF > ZEROS AND MES-ACF < 13
                   ADD 1 TO QTD-DO-ANO
                   MOVE MATRICULA-ACF TO MATRICULA-SRT
                   MOVE MES-ACF TO MES-SRT
                   MOVE BRUTO-ACF TO BRUTO-SRT
                   MOVE INSS-ACF TO INSS-SRT
                   MOVE IRRF-ACF TO IRRF-SRT
                   MOVE TIPO-FOLHA-ACF TO TIPO-SRT
                   RELEASE REG-SORT-INF
                END-IF
            END-READ.

       SAIDA-SORT.
            MOVE "NAO" TO FIM-SORT.
            PERFORM RETORNA-SORT.
            PERFORM PROCESSA-BENEFICIARIO
                    UNTIL FIM-SORT EQUAL "SIM".

       RETORNA-SORT.
            RETURN SORT-INF
                AT END
                MOVE "SIM" TO FIM-SORT
            END-RETURN.

       PROCESSA-BENEFICIARIO.
            MOVE MATRICULA-SRT TO WK-MATRICULA.
            MOVE ZEROS TO QTD-MESES.
            MOVE ZEROS TO ANO-BRUTO.
            MOVE ZEROS TO ANO-INSS.
            MOVE ZEROS TO ANO-IRRF.
            MOVE ZEROS TO ANO-BRUTO-13.
            MOVE ZEROS TO ANO-INSS-13.
            MOVE ZEROS TO ANO-IRRF-13.
            MOVE "NAO" TO TEM-13.
            PERFORM LIMPA-MES
                    VARYING WK-IND-MES FROM 1 BY 1
                    UNTIL WK-IND-MES > 12.
            PERFORM ACUMULA-MES
                    UNTIL FIM-SORT EQUAL "SIM"
                       OR MATRICULA-SRT NOT EQUAL WK-MATRICULA.
            PERFORM BUSCA-NOME.
            PERFORM EMITE-INFORME.
            PERFORM GRAVA-BENEFICIARIO.
            ADD 1 TO QTD-INFORMES.

       LIMPA-MES.
            MOVE "NAO" TO TEM-MES-TAB(WK-IND-MES).
            MOVE ZEROS TO BRUTO-MES-TAB(WK-IND-MES).
            MOVE ZEROS TO INSS-MES-TAB(WK-IND-MES).
            MOVE ZEROS TO IRRF-MES-TAB(WK-IND-MES).

       ACUMULA-MES.
      * O DECIMO TERCEIRO TEM TRIBUTACAO EXCLUSIVA: VAI PARA O
      * QUADRO 5, FORA DOS RENDIMENTOS E DOS VALORES MES A MES.
            IF TIPO-SRT EQUAL "13"
               MOVE "SIM" TO TEM-13
               ADD BRUTO-SRT TO ANO-BRUTO-13
               ADD INSS-SRT TO ANO-INSS-13
               ADD IRRF-SRT TO ANO-IRRF-13
               PERFORM RETORNA-SORT
               EXIT PARAGRAPH
            END-IF.
            IF TEM-MES-TAB(MES-SRT) EQUAL "NAO"
               MOVE "SIM" TO TEM-MES-TAB(MES-SRT)
               ADD 1 TO QTD-MESES
            END-IF.
            ADD BRUTO-SRT TO BRUTO-MES-TAB(MES-SRT).
            ADD INSS-SRT TO INSS-MES-TAB(MES-SRT).
            ADD IRRF-SRT TO IRRF-MES-TAB(MES-SRT).
            ADD BRUTO-SRT TO ANO-BRUTO.
            ADD INSS-SRT TO ANO-INSS.
            ADD IRRF-SRT TO ANO-IRRF.
            PERFORM RETORNA-SORT.

       BUSCA-NOME.
            MOVE WK-MATRICULA TO MATRICULA-EMP.
            READ CADEMP
                INVALID KEY
                MOVE "(FORA DO CADEMP)" TO WK-NOME
                ADD 1 TO QTD-FORA-CADEMP
                NOT INVALID KEY
                MOVE NOME-EMP TO WK-NOME
            END-READ.

       EMITE-INFORME.
            MOVE ALL "-" TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE "MINISTERIO DA FAZENDA - SECRETARIA DA RECEITA FEDERAL"
                 TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOBRE A"
                 TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE "RENDA RETIDO NA FONTE" TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            STRING "ANO-CALENDARIO DE " DELIMITED BY SIZE
                   WK-ANO DELIMITED BY SIZE
                   INTO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE "1. FONTE PAGADORA PESSOA JURIDICA" TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            STRING "   FATEC-SP - EMPRESA " DELIMITED BY SIZE
                   WK-EMPRESA DELIMITED BY SIZE
                   INTO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE "2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS"
                 TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            STRING "   MATRICULA " DELIMITED BY SIZE
                   WK-MATRICULA DELIMITED BY SIZE
                   "   NOME " DELIMITED BY SIZE
                   WK-NOME DELIMITED BY SIZE
                   INTO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE "   NATUREZA DO RENDIMENTO: TRABALHO ASSALARIADO"
                 TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO SOBRE "
                 TO LINHA-INFREN.
            MOVE "A RENDA RETIDO NA FONTE" TO LINHA-INFREN(54:23).
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            MOVE "   01. TOTAL DOS RENDIMENTOS ......................"
                 TO LINHA-INFREN.
            MOVE ANO-BRUTO TO WK-ANUAL-ED.
            MOVE WK-ANUAL-ED TO LINHA-INFREN(54:10).
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            MOVE "   02. CONTRIBUICAO PREVIDENCIARIA OFICIAL ........"
                 TO LINHA-INFREN.
            MOVE ANO-INSS TO WK-ANUAL-ED.
            MOVE WK-ANUAL-ED TO LINHA-INFREN(54:10).
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            MOVE "   03. CONTRIBUICAO A PREVIDENCIA COMPLEMENTAR ...."
                 TO LINHA-INFREN.
            MOVE ZEROS TO WK-ANUAL-ED.
            MOVE WK-ANUAL-ED TO LINHA-INFREN(54:10).
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            MOVE "   04. PENSAO ALIMENTICIA ........................."
                 TO LINHA-INFREN.
            MOVE ZEROS TO WK-ANUAL-ED.
            MOVE WK-ANUAL-ED TO LINHA-INFREN(54:10).
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            MOVE "   05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE ......"
                 TO LINHA-INFREN.
            MOVE ANO-IRRF TO WK-ANUAL-ED.
            MOVE WK-ANUAL-ED TO LINHA-INFREN(54:10).
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
                 TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            MOVE "   01. DECIMO TERCEIRO SALARIO ...................."
                 TO LINHA-INFREN.
            MOVE ANO-BRUTO-13 TO WK-ANUAL-ED.
            MOVE WK-ANUAL-ED TO LINHA-INFREN(54:10).
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            MOVE "   02. CONTRIBUICAO PREVIDENCIARIA SOBRE O 13. ...."
                 TO LINHA-INFREN.
            MOVE ANO-INSS-13 TO WK-ANUAL-ED.
            MOVE WK-ANUAL-ED TO LINHA-INFREN(54:10).
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            MOVE "   03. IMPOSTO RETIDO NA FONTE SOBRE O 13. ........"
                 TO LINHA-INFREN.
            MOVE ANO-IRRF-13 TO WK-ANUAL-ED.
            MOVE WK-ANUAL-ED TO LINHA-INFREN(54:10).
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE "7. INFORMACOES COMPLEMENTARES - VALORES MES A MES"
                 TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE "   MES/ANO      RENDIMENTOS         INSS         IRRF"
                 TO LINHA-INFREN.
            WRITE REG-INFREN.
            PERFORM IMPRIME-MES
                    VARYING WK-IND-MES FROM 1 BY 1
                    UNTIL WK-IND-MES > 12.
            MOVE SPACES TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE "8. RESPONSAVEL PELAS INFORMACOES" TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE DIA-SISTEMA TO DIA-ED.
            MOVE MES-SISTEMA TO MES-ED.
            MOVE ANO-SISTEMA TO ANO-ED.
            MOVE SPACES TO LINHA-INFREN.
            STRING "   EMITIDO EM " DELIMITED BY SIZE
                   WK-DATA-ED DELIMITED BY SIZE
                   "   ASSINATURA: " DELIMITED BY SIZE
                   "______________________________" DELIMITED BY SIZE
                   INTO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            WRITE REG-INFREN.

       IMPRIME-MES.
            IF TEM-MES-TAB(WK-IND-MES) EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO LINHA-INFREN.
            MOVE WK-IND-MES TO MES-ED.
            MOVE WK-ANO TO ANO-ED.
            MOVE WK-DATA-ED(4:7) TO LINHA-INFREN(4:7).
            MOVE BRUTO-MES-TAB(WK-IND-MES) TO WK-VALOR-ED.
            MOVE WK-VALOR-ED TO LINHA-INFREN(20:8).
            MOVE INSS-MES-TAB(WK-IND-MES) TO WK-VALOR-ED.
            MOVE WK-VALOR-ED TO LINHA-INFREN(33:8).
            MOVE IRRF-MES-TAB(WK-IND-MES) TO WK-VALOR-ED.
            MOVE WK-VALOR-ED TO LINHA-INFREN(46:8).
            WRITE REG-INFREN.

       GRAVA-BENEFICIARIO.
            MOVE SPACES TO REG-DIR-HDR.
            MOVE "BEN" TO TIPO-DIR-BEN.
            MOVE WK-MATRICULA TO MATRICULA-DIR.
            MOVE WK-NOME TO NOME-DIR.
            MOVE ANO-BRUTO TO BRUTO-DIR.
            MOVE ANO-INSS TO INSS-DIR.
            MOVE ANO-IRRF TO IRRF-DIR.
            MOVE QTD-MESES TO QTD-MESES-DIR.
            WRITE REG-DIR-BEN.
            PERFORM GRAVA-MES-DIR
                    VARYING WK-IND-MES FROM 1 BY 1
                    UNTIL WK-IND-MES > 12.
            ADD ANO-BRUTO TO EMP-BRUTO.
            ADD ANO-INSS TO EMP-INSS.
            ADD ANO-IRRF TO EMP-IRRF.
            IF TEM-13 EQUAL "SIM"
               MOVE SPACES TO REG-DIR-HDR
               MOVE "D13" TO TIPO-DIR-D13
               MOVE WK-MATRICULA TO MATRICULA-D13-DIR
               MOVE ANO-BRUTO-13 TO BRUTO-D13-DIR
               MOVE ANO-INSS-13 TO INSS-D13-DIR
               MOVE ANO-IRRF-13 TO IRRF-D13-DIR
               WRITE REG-DIR-D13
               ADD 1 TO QTD-BEN-13
               ADD ANO-BRUTO-13 TO EMP-BRUTO-13
               ADD ANO-INSS-13 TO EMP-INSS-13
               ADD ANO-IRRF-13 TO EMP-IRRF-13
            END-IF.

       GRAVA-MES-DIR.
            IF TEM-MES-TAB(WK-IND-MES) EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO REG-DIR-HDR.
            MOVE "MES" TO TIPO-DIR-MES.
            MOVE WK-MATRICULA TO MATRICULA-MES-DIR.
            MOVE WK-IND-MES TO MES-DIR.
            MOVE BRUTO-MES-TAB(WK-IND-MES) TO BRUTO-MES-DIR.
            MOVE INSS-MES-TAB(WK-IND-MES) TO INSS-MES-DIR.
            MOVE IRRF-MES-TAB(WK-IND-MES) TO IRRF-MES-DIR.
            WRITE REG-DIR-MES.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01INFR" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-INFORMES TO QTD-GRAVADOS-LOG.
            MOVE QTD-FORA-CADEMP TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            MOVE SPACES TO REG-DIR-HDR.
            MOVE "T13" TO TIPO-DIR-T13.
            MOVE QTD-BEN-13 TO QTD-BEN-T13.
            MOVE EMP-BRUTO-13 TO BRUTO-T13.
            MOVE EMP-INSS-13 TO INSS-T13.
            MOVE EMP-IRRF-13 TO IRRF-T13.
            WRITE REG-DIR-T13.
            MOVE SPACES TO REG-DIR-HDR.
            MOVE "TRL" TO TIPO-DIR-TRL.
            MOVE QTD-INFORMES TO QTD-BEN-TRL.
            MOVE EMP-BRUTO TO BRUTO-TRL.
            MOVE EMP-INSS TO INSS-TRL.
            MOVE EMP-IRRF TO IRRF-TRL.
            WRITE REG-DIR-TRL.
            MOVE ALL "-" TO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            STRING "INFORMES DE RENDIMENTOS DO ANO-CALENDARIO "
                   DELIMITED BY SIZE
                   WK-ANO DELIMITED BY SIZE
                   INTO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            MOVE QTD-INFORMES TO WK-COD-ED.
            STRING "INFORMES EMITIDOS ......: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   INTO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            MOVE QTD-FORA-CADEMP TO WK-COD-ED.
            STRING "FORA DO CADEMP .........: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   INTO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            MOVE EMP-BRUTO TO WK-EMP-ED.
            STRING "TOTAL DOS RENDIMENTOS ..: " DELIMITED BY SIZE
                   WK-EMP-ED DELIMITED BY SIZE
                   INTO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            MOVE EMP-INSS TO WK-EMP-ED.
            STRING "TOTAL DO INSS ..........: " DELIMITED BY SIZE
                   WK-EMP-ED DELIMITED BY SIZE
                   INTO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            MOVE EMP-IRRF TO WK-EMP-ED.
            STRING "TOTAL DO IRRF RETIDO ...: " DELIMITED BY SIZE
                   WK-EMP-ED DELIMITED BY SIZE
                   INTO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            MOVE EMP-BRUTO-13 TO WK-EMP-ED.
            STRING "TOTAL DO 13. SALARIO ...: " DELIMITED BY SIZE
                   WK-EMP-ED DELIMITED BY SIZE
                   INTO LINHA-INFREN.
            WRITE REG-INFREN.
            MOVE SPACES TO LINHA-INFREN.
            MOVE EMP-IRRF-13 TO WK-EMP-ED.
            STRING "IRRF RETIDO SOBRE O 13. : " DELIMITED BY SIZE
                   WK-EMP-ED DELIMITED BY SIZE
                   INTO LINHA-INFREN.
            WRITE REG-INFREN.
            CLOSE CADEMP
                  INFREN
                  RESDIR.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01INFR - ANO-CALENDARIO " WK-ANO " - "
                    QTD-INFORMES " INFORMES EM INFREN - RESUMO EM "
                    "RESDIR".
            IF QTD-DO-ANO EQUAL ZEROS
               DISPLAY "EM01INFR - NENHUMA FOLHA DO ANO " WK-ANO
                       " NO ACUMULADO CADACF"
               MOVE 4 TO RETURN-CODE
            END-IF.
            IF QTD-FORA-CADEMP > ZEROS
               DISPLAY "EM01INFR - " QTD-FORA-CADEMP " MATRICULA(S) "
                       "FORA DO CADEMP - INFORME SEM O NOME"
               MOVE 4 TO RETURN-CODE
            END-IF.
