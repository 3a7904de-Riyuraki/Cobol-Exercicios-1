       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01RESC.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CALCULO DA RESCISAO DO CONTRATO DE TRABALHO, QUE ATE
      *         AQUI ERA FEITO FORA DO SISTEMA DEPOIS QUE O EM01MEMP
      *         MARCAVA O FUNCIONARIO COMO DESLIGADO. O OPERADOR
      *         INFORMA A MATRICULA E O TIPO DE DESLIGAMENTO (D =
      *         DISPENSA SEM JUSTA CAUSA, P = PEDIDO DE DEMISSAO, T =
      *         TERMINO DE CONTRATO); O FUNCIONARIO PRECISA ESTAR COM
      *         SITUACAO D E DATA DE DESLIGAMENTO NO CADEMP, E UMA
      *         MATRICULA JA PRESENTE NO CONTROLE CADRSC (COPY RSCREG)
      *         E RECUSADA COM CODIGO 8. AS VERBAS SAO: SALDO DE
      *         SALARIO (DIAS TRABALHADOS NO MES DO DESLIGAMENTO);
      *         DECIMO TERCEIRO PROPORCIONAL (AVOS DO ANO, MES COM 15
      *         DIAS OU MAIS CONTA, COMO NO EM01DECI); FERIAS VENCIDAS
      *         (O PERIODO COMPLETADO NO ULTIMO ANIVERSARIO DA
      *         ADMISSAO, MENOS OS DIAS JA CALCULADOS PELO EM01FERI NO
      *         CADFEC DESDE ENTAO); FERIAS PROPORCIONAIS (AVOS DESDE O
      *         ULTIMO ANIVERSARIO); UM TERCO SOBRE AS FERIAS; E, NA
      *         DISPENSA, AVISO PREVIO INDENIZADO DE 30 DIAS MAIS 3
      *         POR ANO COMPLETO, ATE 90. INSS E IRRF (PARINS/PARIRF,
      *         COM A CRITICA DO EM01LIQD) INCIDEM EM SEPARADO SOBRE O
      *         SALDO DE SALARIO E SOBRE O DECIMO TERCEIRO; FERIAS
      *         INDENIZADAS E AVISO INDENIZADO NAO TEM DESCONTO. O
      *         ADIANTAMENTO DE DECIMO TERCEIRO DO ANO (CADA13) E
      *         DESCONTADO, ASSIM COMO OS ADIANTAMENTOS QUINZENAIS DO
      *         EM01ADIA AINDA EM ABERTO (SITUACAO A) NO CADADI (COPY
      *         ADIREG), QUE A FOLHA DO EM01LIQD NAO VAI MAIS
      *         DESCONTAR: CADA UM SAI NUMA LINHA DE DESCONTO DO TERMO
      *         COM A COMPETENCIA, ENTRA NO TOTAL DOS DESCONTOS E NO
      *         CREDITO, E AO FINAL O CADADI E REESCRITO (VIA
      *         WRKADI.TMP, COMO NO EM01LIQD) COM ELES QUITADOS (Q),
      *         COM A DATA E O NOME DO CADLIQRS. ADIANTAMENTO QUE NAO
      *         CABE INTEIRO NO LIQUIDO FICA EM ABERTO, SAI NO TERMO E
      *         O PROGRAMA TERMINA COM CODIGO 4. SAIDAS: O TERMO DE
      *         RESCISAO NO RELATORIO RELRES, COM AS ASSINATURAS; UMA
      *         GERACAO CADLIQRS COM O CREDITO UNICO, NO LAYOUT DO
      *         CADLIQ08, CATALOGADA NO CADGER E COM TRAILER, QUE O
      *         EM01BANC PAGA COM O TIPO DE FOLHA RS NO PARFOL; A
      *         LINHA DO CADRSC; NO ACUMULADO ANUAL CADACF (COPY
      *         ACFREG), NA COMPETENCIA DO DESLIGAMENTO, UMA LINHA DE
      *         TIPO RS COM AS DEMAIS VERBAS, O INSS E O IRRF DO SALDO
      *         E O LIQUIDO DO CREDITO, E UMA DE TIPO 13 COM O DECIMO
      *         TERCEIRO PROPORCIONAL E O SEU INSS E IRRF, QUE O
      *         EM01INFR LEVA AO QUADRO PROPRIO DO INFORME; E UMA LINHA
      *         DE ESTATISTICA EM EM01LOG. COMO O EM01BANC SO
      *         TRANSMITE A GERACAO MAIS RECENTE, UMA NOVA RESCISAO E
      *         RECUSADA (CODIGO 8) ENQUANTO O CREDITO DA ANTERIOR NAO
      *         CONSTAR DO CONTROLE DE REMESSAS CADREM. OS DESLIGADOS
      *         AINDA SEM RESCISAO SAO LISTADOS PELO EM01PRES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADEMP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      MATRICULA-EMP
           FILE STATUS IS CADEMP-STATUS.
           SELECT     PARINS  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARINS-STATUS.
           SELECT     PARIRF  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARIRF-STATUS.
           SELECT     CADA13  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADA13-STATUS.
           SELECT     CADFEC  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADFEC-STATUS.
           SELECT     CADADI  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADADI-STATUS.
           SELECT     WRKADI  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS WRKADI-STATUS.
           SELECT     CADACF  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADACF-STATUS.
           SELECT     CADRSC  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADRSC-STATUS.
           SELECT     CADLIQ  ASSIGN  TO DYNAMIC CADLIQ-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADLIQ-STATUS.
           SELECT     CADGER  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADGER-STATUS.
           SELECT     CADREM  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADREM-STATUS.
           SELECT     RELRES  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELRES-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADEMP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADEMP.DAT".

       COPY FUNREG.

       FD PARINS
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARINS.DAT".

       01 REG-PARINS.
           02 LIM-INF-INS          PIC 9(05)V99.
           02 LIM-SUP-INS          PIC 9(05)V99.
           02 PCT-INS              PIC 9(02)V99.
           02 DATA-VIG-INS         PIC 9(08).

       FD PARIRF
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARIRF.DAT".

       01 REG-PARIRF.
           02 LIM-INF-IRF          PIC 9(05)V99.
           02 LIM-SUP-IRF          PIC 9(05)V99.
           02 PCT-IRF              PIC 9(02)V99.
           02 DATA-VIG-IRF         PIC 9(08).

       FD CADA13
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADA13.DAT".

       01 REG-A13.
           02 ANO-A13              PIC 9(04).
           02 MATRICULA-A13        PIC 9(05).
           02 VALOR-A13            PIC 9(05)V99.
           02 DATA-A13             PIC 9(08).

       FD CADFEC
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADFEC.DAT".

       01 REG-FEC.
           02 MATRICULA-FEC        PIC 9(05).
           02 DATA-INICIO-FEC      PIC 9(08).
           02 DIAS-FEC             PIC 9(02).
           02 BRUTO-FEC            PIC 9(05)V99.
           02 NOME-GER-FEC         PIC X(30).
           02 DATA-PROC-FEC        PIC 9(08).

       FD CADADI
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADADI.DAT".

       COPY ADIREG.

       FD WRKADI
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "WRKADI.TMP".

       01 REG-WRKADI               PIC X(95).

       FD CADACF
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADACF.DAT".

       COPY ACFREG.

       FD CADRSC
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADRSC.DAT".

       COPY RSCREG.

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

       FD RELRES
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELRES.DAT".

       01 REG-RELRES.
           02 LINHA-RELRES         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 PARINS-STATUS     PIC X(02) VALUE SPACES.
       77 PARIRF-STATUS     PIC X(02) VALUE SPACES.
       77 CADA13-STATUS     PIC X(02) VALUE SPACES.
       77 CADFEC-STATUS     PIC X(02) VALUE SPACES.
       77 CADADI-STATUS     PIC X(02) VALUE SPACES.
       77 WRKADI-STATUS     PIC X(02) VALUE SPACES.
       77 CADACF-STATUS     PIC X(02) VALUE SPACES.
       77 CADRSC-STATUS     PIC X(02) VALUE SPACES.
       77 CADLIQ-STATUS     PIC X(02) VALUE SPACES.
       77 CADGER-STATUS     PIC X(02) VALUE SPACES.
       77 CADREM-STATUS     PIC X(02) VALUE SPACES.
       77 RELRES-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 JA-RESCINDIDO     PIC X(03) VALUE "NAO".
       77 CREDITO-PENDENTE  PIC X(03) VALUE "NAO".
       77 ULTIMO-CREDITO    PIC X(30) VALUE SPACES.
       77 CADLIQ-NOME       PIC X(30) VALUE SPACES.
       77 HORA-SISTEMA      PIC 9(08).
       77 WK-MATRICULA      PIC X(05) VALUE SPACES.
       77 WK-TIPO           PIC X(01) VALUE SPACES.
       77 WK-DESC-TIPO      PIC X(30) VALUE SPACES.
       77 WK-ANOS           PIC 9(02) VALUE ZEROS.
       77 WK-MESES          PIC S9(03) VALUE ZEROS.
       77 WK-FRACAO         PIC S9(03) VALUE ZEROS.
       77 WK-ANIVERSARIO    PIC 9(08) VALUE ZEROS.
       77 WK-DIAS-SALDO     PIC 9(02) VALUE ZEROS.
       77 WK-AVOS-13        PIC 9(02) VALUE ZEROS.
       77 WK-AVOS-FER       PIC 9(02) VALUE ZEROS.
       77 WK-DIAS-GOZADOS   PIC 9(03) VALUE ZEROS.
       77 WK-DIAS-VENC      PIC 9(02) VALUE ZEROS.
       77 WK-DIAS-AVISO     PIC 9(02) VALUE ZEROS.
       77 WK-SALDO          PIC 9(05)V99 VALUE ZEROS.
       77 WK-DECIMO         PIC 9(05)V99 VALUE ZEROS.
       77 WK-FER-VENC       PIC 9(05)V99 VALUE ZEROS.
       77 WK-FER-PROP       PIC 9(05)V99 VALUE ZEROS.
       77 WK-TERCO          PIC 9(05)V99 VALUE ZEROS.
       77 WK-AVISO          PIC 9(05)V99 VALUE ZEROS.
       77 WK-INSS-SALDO     PIC 9(05)V99 VALUE ZEROS.
       77 WK-IRRF-SALDO     PIC 9(05)V99 VALUE ZEROS.
       77 WK-INSS-13        PIC 9(05)V99 VALUE ZEROS.
       77 WK-IRRF-13        PIC 9(05)V99 VALUE ZEROS.
       77 WK-ADIANT-13      PIC 9(05)V99 VALUE ZEROS.
       77 WK-ADIANT-QUIN    PIC 9(06)V99 VALUE ZEROS.
       77 QTD-ADI           PIC 9(03) VALUE ZEROS.
       77 WK-IND-ADI        PIC 9(03) VALUE ZEROS.
       77 WK-ADI            PIC 9(03) VALUE ZEROS.
       77 QTD-ADI-QUITADOS  PIC 9(03) VALUE ZEROS.
       77 QTD-ADI-ABERTOS   PIC 9(03) VALUE ZEROS.
       77 WK-COMANDO        PIC X(80) VALUE SPACES.
       77 WK-PROVENTOS      PIC 9(06)V99 VALUE ZEROS.
       77 WK-DESCONTOS      PIC 9(06)V99 VALUE ZEROS.
       77 WK-LIQ-CALC       PIC S9(06)V99 VALUE ZEROS.
       77 WK-LIQUIDO        PIC 9(05)V99 VALUE ZEROS.
       77 WK-VALOR-TRIB     PIC 9(05)V99 VALUE ZEROS.
       77 WK-TABELA         PIC X(06) VALUE SPACES.
       77 QTD-FAIXAS        PIC 9(02) VALUE ZEROS.
       77 QTD-FAIXAS-INS    PIC 9(02) VALUE ZEROS.
       77 QTD-FAIXAS-IRF    PIC 9(02) VALUE ZEROS.
       77 QTD-VIGENTES      PIC 9(02) VALUE ZEROS.
       77 WK-IND-FX         PIC 9(02) VALUE ZEROS.
       77 WK-FX             PIC 9(02) VALUE ZEROS.
       77 WK-DATA-VIG-MAX   PIC 9(08) VALUE ZEROS.
       77 WK-LIM-ESPERADO   PIC 9(05)V99 VALUE ZEROS.
       77 WK-BASE           PIC 9(05)V99 VALUE ZEROS.
       77 WK-INSS           PIC 9(05)V99 VALUE ZEROS.
       77 WK-IRRF           PIC 9(05)V99 VALUE ZEROS.
       77 WK-QUOCIENTE      PIC 9(04).
       77 WK-RESTO-4        PIC 9(02).
       77 WK-RESTO-100      PIC 9(02).
       77 WK-RESTO-400      PIC 9(03).
       77 WK-ULTIMO-DIA     PIC 9(02).
       77 WK-DESC-VERBA     PIC X(40) VALUE SPACES.
       77 WK-REF-VERBA      PIC X(12) VALUE SPACES.
       77 WK-VALOR-VERBA    PIC 9(06)V99 VALUE ZEROS.
       77 WK-NUM-ED         PIC Z9.
       77 WK-VALOR-ED       PIC ZZZ.ZZ9,99.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-DATA-ADM.
           02 ANO-ADM              PIC 9(04).
           02 MES-ADM              PIC 9(02).
           02 DIA-ADM              PIC 9(02).
       01 WK-DATA-DESL.
           02 ANO-DESL             PIC 9(04).
           02 MES-DESL             PIC 9(02).
           02 DIA-DESL             PIC 9(02).
       01 WK-DATA-ED.
           02 DIA-ED               PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 MES-ED               PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 ANO-ED               PIC 9(04).
       01 WK-COMPETENCIA-ADI.
           02 ANO-COMP-ADI         PIC 9(04).
           02 MES-COMP-ADI         PIC 9(02).
       01 WK-ADM-ED                PIC X(10).
       01 WK-DESL-ED               PIC X(10).
       01 TAB-INSS.
           02 FAIXA-INS-TAB OCCURS 20 TIMES.
              03 LIM-INF-INS-TAB   PIC 9(05)V99.
              03 LIM-SUP-INS-TAB   PIC 9(05)V99.
              03 PCT-INS-TAB       PIC 9(02)V99.
              03 DATA-VIG-INS-TAB  PIC 9(08).
       01 TAB-IRRF.
           02 FAIXA-IRF-TAB OCCURS 20 TIMES.
              03 LIM-INF-IRF-TAB   PIC 9(05)V99.
              03 LIM-SUP-IRF-TAB   PIC 9(05)V99.
              03 PCT-IRF-TAB       PIC 9(02)V99.
              03 DATA-VIG-IRF-TAB  PIC 9(08).
       01 TAB-ADIANTAMENTOS.
           02 ADI-TAB OCCURS 100 TIMES.
              03 COMPETENCIA-ADI-TAB PIC 9(06).
              03 VALOR-ADI-TAB     PIC 9(05)V99.
              03 QUITADO-ADI-TAB   PIC X(03).
       01 TAB-FAIXAS.
           02 FAIXA-TAB OCCURS 20 TIMES.
              03 LIM-INF-TAB       PIC 9(05)V99.
              03 LIM-SUP-TAB       PIC 9(05)V99.
              03 PCT-TAB           PIC 9(02)V99.
              03 DATA-VIG-TAB      PIC 9(08).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM CALCULA-VERBAS.
       PERFORM CALCULA-DESCONTOS-RESCISAO.
       PERFORM GRAVA-CREDITO.
       PERFORM GRAVA-TERMO.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT HORA-SISTEMA FROM TIME.
            STRING "CADLIQRS." DATA-SISTEMA HORA-SISTEMA ".DAT"
                   DELIMITED BY SIZE INTO CADLIQ-NOME.
            DISPLAY "EM01RESC - MATRICULA DO DESLIGADO: ".
            ACCEPT WK-MATRICULA.
            IF WK-MATRICULA IS NOT NUMERIC
               DISPLAY "EM01RESC - MATRICULA INVALIDA: " WK-MATRICULA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "EM01RESC - TIPO (D=DISPENSA SEM JUSTA CAUSA, "
                    "P=PEDIDO DE DEMISSAO, T=TERMINO DE CONTRATO): ".
            ACCEPT WK-TIPO.
            EVALUATE WK-TIPO
                WHEN "D"
                     MOVE "DISPENSA SEM JUSTA CAUSA" TO WK-DESC-TIPO
                WHEN "P"
                     MOVE "PEDIDO DE DEMISSAO" TO WK-DESC-TIPO
                WHEN "T"
                     MOVE "TERMINO DE CONTRATO" TO WK-DESC-TIPO
                WHEN OTHER
                     DISPLAY "EM01RESC - TIPO DE DESLIGAMENTO "
                             "INVALIDO: " WK-TIPO
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN INPUT CADEMP.
            IF CADEMP-STATUS NOT EQUAL "00"
               DISPLAY "EM01RESC - CADEMP NAO ABRIU - STATUS "
                       CADEMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE WK-MATRICULA TO MATRICULA-EMP.
            READ CADEMP
                INVALID KEY
                DISPLAY "EM01RESC - MATRICULA " WK-MATRICULA
                        " NAO CADASTRADA NO CADEMP"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-READ.
            CLOSE CADEMP.
            IF SITUACAO-EMP NOT EQUAL "D"
               OR DATA-DESLIG-EMP IS NOT NUMERIC
               OR DATA-DESLIG-EMP EQUAL ZEROS
               DISPLAY "EM01RESC - MATRICULA " WK-MATRICULA
                       " NAO ESTA DESLIGADA NO CADEMP - MARQUE A "
                       "SITUACAO D E A DATA NO EM01MEMP"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF SALARIO-EMP EQUAL ZEROS
               DISPLAY "EM01RESC - MATRICULA " WK-MATRICULA
                       " SEM SALARIO NO CADEMP - RESCISAO ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE DATA-DESLIG-EMP TO WK-DATA-DESL.
            MOVE ZEROS TO WK-DATA-ADM.
            IF DATA-ADMISSAO-EMP IS NUMERIC
               MOVE DATA-ADMISSAO-EMP TO WK-DATA-ADM
            END-IF.
            IF WK-DATA-ADM EQUAL ZEROS
               OR WK-DATA-ADM > WK-DATA-DESL
               DISPLAY "EM01RESC - DATA DE ADMISSAO AUSENTE OU "
                       "POSTERIOR AO DESLIGAMENTO - RESCISAO ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM VERIFICA-JA-RESCINDIDO.
            IF JA-RESCINDIDO EQUAL "SIM"
               DISPLAY "EM01RESC - MATRICULA " WK-MATRICULA
                       " JA TEM RESCISAO CALCULADA NO CADRSC - "
                       "CALCULO RECUSADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM VERIFICA-CREDITO-ANTERIOR.
            IF CREDITO-PENDENTE EQUAL "SIM"
               DISPLAY "EM01RESC - O CREDITO DA RESCISAO ANTERIOR ("
                       ULTIMO-CREDITO ") AINDA NAO FOI TRANSMITIDO "
                       "- RODE O EM01BANC COM O TIPO RS ANTES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM CARGA-PARINS.
            MOVE TAB-FAIXAS TO TAB-INSS.
            MOVE QTD-FAIXAS TO QTD-FAIXAS-INS.
            PERFORM CARGA-PARIRF.
            MOVE TAB-FAIXAS TO TAB-IRRF.
            MOVE QTD-FAIXAS TO QTD-FAIXAS-IRF.

       VERIFICA-JA-RESCINDIDO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADRSC.
            IF CADRSC-STATUS EQUAL "00"
               PERFORM LEITURA-CADRSC
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADRSC
            END-IF.

       VERIFICA-CREDITO-ANTERIOR.
      * O EM01BANC SO TRANSMITE A GERACAO MAIS RECENTE DE CADLIQRS;
      * UMA NOVA RESCISAO ANTES DA REMESSA DA ANTERIOR DEIXARIA ESSE
      * CREDITO PARA TRAS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADGER.
            IF CADGER-STATUS EQUAL "00"
               PERFORM LEITURA-CADGER
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADGER
            END-IF.
            IF ULTIMO-CREDITO EQUAL SPACES
               EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO CREDITO-PENDENTE.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADREM.
            IF CADREM-STATUS EQUAL "00"
               PERFORM LEITURA-CADREM
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADREM
            END-IF.

       LEITURA-CADGER.
            READ CADGER
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF NOME-ARQ-GER(1:9) EQUAL "CADLIQRS."
                      AND SITUACAO-GER NOT EQUAL "Q" AND "R"
                   MOVE NOME-ARQ-GER TO ULTIMO-CREDITO
                END-IF
            END-READ.

       LEITURA-CADREM.
            READ CADREM
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF NOME-GER-REM EQUAL ULTIMO-CREDITO
                   MOVE "NAO" TO CREDITO-PENDENTE
                END-IF
            END-READ.

       LEITURA-CADRSC.
            READ CADRSC
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF MATRICULA-RSC EQUAL MATRICULA-EMP
                   MOVE "SIM" TO JA-RESCINDIDO
                END-IF
            END-READ.

       CARGA-PARINS.
            MOVE "PARINS" TO WK-TABELA.
            MOVE ZEROS TO QTD-FAIXAS.
            MOVE ZEROS TO WK-DATA-VIG-MAX.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT PARINS.
            IF PARINS-STATUS NOT EQUAL "00"
               DISPLAY "EM01RESC - PARINS AUSENTE - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-PARINS
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE PARINS.
            PERFORM PREPARA-TABELA-FAIXAS.

       LEITURA-PARINS.
            READ PARINS
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                PERFORM ARMAZENA-FAIXA-INS.

       ARMAZENA-FAIXA-INS.
            IF LIM-INF-INS IS NOT NUMERIC
               OR LIM-SUP-INS IS NOT NUMERIC
               OR PCT-INS IS NOT NUMERIC
               OR DATA-VIG-INS IS NOT NUMERIC
               DISPLAY "EM01RESC - LINHA DE FAIXA INVALIDA NO "
                       "PARINS - IGNORADA"
            ELSE
               IF DATA-VIG-INS NOT > DATA-SISTEMA
                  AND QTD-FAIXAS < 20
                  ADD 1 TO QTD-FAIXAS
                  MOVE LIM-INF-INS TO LIM-INF-TAB(QTD-FAIXAS)
                  MOVE LIM-SUP-INS TO LIM-SUP-TAB(QTD-FAIXAS)
                  MOVE PCT-INS TO PCT-TAB(QTD-FAIXAS)
                  MOVE DATA-VIG-INS TO DATA-VIG-TAB(QTD-FAIXAS)
                  IF DATA-VIG-INS > WK-DATA-VIG-MAX
                     MOVE DATA-VIG-INS TO WK-DATA-VIG-MAX
                  END-IF
               END-IF
            END-IF.

       CARGA-PARIRF.
            MOVE "PARIRF" TO WK-TABELA.
            MOVE ZEROS TO QTD-FAIXAS.
            MOVE ZEROS TO WK-DATA-VIG-MAX.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT PARIRF.
            IF PARIRF-STATUS NOT EQUAL "00"
               DISPLAY "EM01RESC - PARIRF AUSENTE - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-PARIRF
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE PARIRF.
            PERFORM PREPARA-TABELA-FAIXAS.

       LEITURA-PARIRF.
            READ PARIRF
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                PERFORM ARMAZENA-FAIXA-IRF.

       ARMAZENA-FAIXA-IRF.
            IF LIM-INF-IRF IS NOT NUMERIC
               OR LIM-SUP-IRF IS NOT NUMERIC
               OR PCT-IRF IS NOT NUMERIC
               OR DATA-VIG-IRF IS NOT NUMERIC
               DISPLAY "EM01RESC - LINHA DE FAIXA INVALIDA NO "
                       "PARIRF - IGNORADA"
            ELSE
               IF DATA-VIG-IRF NOT > DATA-SISTEMA
                  AND QTD-FAIXAS < 20
                  ADD 1 TO QTD-FAIXAS
                  MOVE LIM-INF-IRF TO LIM-INF-TAB(QTD-FAIXAS)
                  MOVE LIM-SUP-IRF TO LIM-SUP-TAB(QTD-FAIXAS)
                  MOVE PCT-IRF TO PCT-TAB(QTD-FAIXAS)
                  MOVE DATA-VIG-IRF TO DATA-VIG-TAB(QTD-FAIXAS)
                  IF DATA-VIG-IRF > WK-DATA-VIG-MAX
                     MOVE DATA-VIG-IRF TO WK-DATA-VIG-MAX
                  END-IF
               END-IF
            END-IF.

       PREPARA-TABELA-FAIXAS.
      * SO A VIGENCIA MAIS RECENTE (ATE A DATA DE HOJE) VALE; AS
      * FAIXAS DE VIGENCIAS ANTERIORES SAO DESCARTADAS DA TABELA.
            MOVE ZEROS TO QTD-VIGENTES.
            PERFORM COMPACTA-FAIXA
                    VARYING WK-IND-FX FROM 1 BY 1
                    UNTIL WK-IND-FX > QTD-FAIXAS.
            MOVE QTD-VIGENTES TO QTD-FAIXAS.
            IF QTD-FAIXAS EQUAL ZEROS
               DISPLAY "EM01RESC - TABELA " WK-TABELA " SEM FAIXA "
                       "VIGENTE - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM VALIDA-TABELA-FAIXAS.

       COMPACTA-FAIXA.
            IF DATA-VIG-TAB(WK-IND-FX) EQUAL WK-DATA-VIG-MAX
               ADD 1 TO QTD-VIGENTES
               MOVE FAIXA-TAB(WK-IND-FX) TO FAIXA-TAB(QTD-VIGENTES)
            END-IF.

       VALIDA-TABELA-FAIXAS.
            MOVE ZEROS TO WK-LIM-ESPERADO.
            PERFORM VALIDA-1FAIXA
                    VARYING WK-IND-FX FROM 1 BY 1
                    UNTIL WK-IND-FX > QTD-FAIXAS.
            IF LIM-SUP-TAB(QTD-FAIXAS) NOT EQUAL 99999,99
               DISPLAY "EM01RESC - ULTIMA FAIXA DO " WK-TABELA
                       " NAO COBRE ATE 99999,99 - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       VALIDA-1FAIXA.
            IF LIM-INF-TAB(WK-IND-FX) NOT EQUAL WK-LIM-ESPERADO
               DISPLAY "EM01RESC - FAIXAS DO " WK-TABELA " NAO "
                       "CONTIGUAS OU SOBREPOSTAS - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF LIM-SUP-TAB(WK-IND-FX)
               NOT > LIM-INF-TAB(WK-IND-FX)
               DISPLAY "EM01RESC - FAIXA DO " WK-TABELA " COM "
                       "LIMITES INVERTIDOS - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            COMPUTE WK-LIM-ESPERADO
                    = LIM-SUP-TAB(WK-IND-FX) + 0,01.

       CALCULA-VERBAS.
            PERFORM CALCULA-SALDO.
            PERFORM CALCULA-AVOS-13.
            PERFORM CALCULA-PERIODO-FERIAS.
            PERFORM CARGA-CADFEC.
            IF WK-ANOS > ZEROS
               IF WK-DIAS-GOZADOS < 30
                  COMPUTE WK-DIAS-VENC = 30 - WK-DIAS-GOZADOS
               END-IF
            END-IF.
            IF WK-TIPO EQUAL "D"
               IF WK-ANOS > 20
                  MOVE 90 TO WK-DIAS-AVISO
               ELSE
                  COMPUTE WK-DIAS-AVISO = 30 + 3 * WK-ANOS
               END-IF
            END-IF.
            COMPUTE WK-SALDO ROUNDED
                    = SALARIO-EMP * WK-DIAS-SALDO / 30.
            COMPUTE WK-DECIMO ROUNDED
                    = SALARIO-EMP * WK-AVOS-13 / 12.
            COMPUTE WK-FER-VENC ROUNDED
                    = SALARIO-EMP * WK-DIAS-VENC / 30.
            COMPUTE WK-FER-PROP ROUNDED
                    = SALARIO-EMP * WK-AVOS-FER / 12.
            COMPUTE WK-TERCO ROUNDED
                    = (WK-FER-VENC + WK-FER-PROP) / 3.
            COMPUTE WK-AVISO ROUNDED
                    = SALARIO-EMP * WK-DIAS-AVISO / 30.
            COMPUTE WK-PROVENTOS = WK-SALDO + WK-DECIMO + WK-FER-VENC
                                 + WK-FER-PROP + WK-TERCO + WK-AVISO.

       CALCULA-SALDO.
      * DIAS TRABALHADOS NO MES DO DESLIGAMENTO, CONTANDO DA ADMISSAO
      * QUANDO ELA CAIU NO PROPRIO MES; O MES COMERCIAL TEM 30 DIAS.
            IF ANO-ADM EQUAL ANO-DESL AND MES-ADM EQUAL MES-DESL
               COMPUTE WK-DIAS-SALDO = DIA-DESL - DIA-ADM + 1
            ELSE
               MOVE DIA-DESL TO WK-DIAS-SALDO
            END-IF.
            IF WK-DIAS-SALDO > 30
               MOVE 30 TO WK-DIAS-SALDO
            END-IF.

       CALCULA-AVOS-13.
      * AVOS DO ANO DO DESLIGAMENTO: CADA MES COM 15 DIAS OU MAIS
      * TRABALHADOS CONTA UM AVO, COMO NO EM01DECI.
            IF ANO-ADM < ANO-DESL
               COMPUTE WK-AVOS-13 = MES-DESL - 1
               IF DIA-DESL NOT < 15
                  ADD 1 TO WK-AVOS-13
               END-IF
               EXIT PARAGRAPH
            END-IF.
            IF MES-ADM EQUAL MES-DESL
               IF DIA-DESL - DIA-ADM + 1 NOT < 15
                  MOVE 1 TO WK-AVOS-13
               END-IF
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WK-AVOS-13 = MES-DESL - MES-ADM - 1.
            PERFORM ULTIMO-DIA-MES.
            IF WK-ULTIMO-DIA - DIA-ADM + 1 NOT < 15
               ADD 1 TO WK-AVOS-13
            END-IF.
            IF DIA-DESL NOT < 15
               ADD 1 TO WK-AVOS-13
            END-IF.

       CALCULA-PERIODO-FERIAS.
      * ANOS COMPLETOS DE CASA, ULTIMO ANIVERSARIO DA ADMISSAO E AVOS
      * DO PERIODO AQUISITIVO EM CURSO (FRACAO DE 15 DIAS OU MAIS
      * CONTA UM AVO).
            COMPUTE WK-ANOS = ANO-DESL - ANO-ADM.
            IF MES-DESL * 100 + DIA-DESL < MES-ADM * 100 + DIA-ADM
               SUBTRACT 1 FROM WK-ANOS
            END-IF.
            COMPUTE WK-ANIVERSARIO = (ANO-ADM + WK-ANOS) * 10000
                                   + MES-ADM * 100 + DIA-ADM.
            COMPUTE WK-MESES = (ANO-DESL - ANO-ADM - WK-ANOS) * 12
                             + MES-DESL - MES-ADM.
            IF DIA-DESL < DIA-ADM
               SUBTRACT 1 FROM WK-MESES
               COMPUTE WK-FRACAO = 30 - DIA-ADM + DIA-DESL + 1
            ELSE
               COMPUTE WK-FRACAO = DIA-DESL - DIA-ADM + 1
            END-IF.
            IF WK-FRACAO NOT < 15
               ADD 1 TO WK-MESES
            END-IF.
            IF WK-MESES > 12
               MOVE 12 TO WK-MESES
            END-IF.
            IF WK-MESES < ZEROS
               MOVE ZEROS TO WK-MESES
            END-IF.
            MOVE WK-MESES TO WK-AVOS-FER.

       ULTIMO-DIA-MES.
           MOVE 31 TO WK-ULTIMO-DIA.
           IF MES-ADM EQUAL 4 OR MES-ADM EQUAL 6
                    OR MES-ADM EQUAL 9 OR MES-ADM EQUAL 11
              MOVE 30 TO WK-ULTIMO-DIA
           END-IF.
           IF MES-ADM EQUAL 2
              MOVE 28 TO WK-ULTIMO-DIA
              DIVIDE ANO-ADM BY 4 GIVING WK-QUOCIENTE
                     REMAINDER WK-RESTO-4
              DIVIDE ANO-ADM BY 100 GIVING WK-QUOCIENTE
                     REMAINDER WK-RESTO-100
              DIVIDE ANO-ADM BY 400 GIVING WK-QUOCIENTE
                     REMAINDER WK-RESTO-400
              IF WK-RESTO-4 EQUAL 0 AND WK-RESTO-100 NOT EQUAL 0
                 MOVE 29 TO WK-ULTIMO-DIA
              END-IF
              IF WK-RESTO-400 EQUAL 0
                 MOVE 29 TO WK-ULTIMO-DIA
              END-IF
           END-IF.

       CARGA-CADFEC.
      * DIAS DE FERIAS JA CALCULADOS PELO EM01FERI DESDE O ULTIMO
      * ANIVERSARIO, QUE ABATEM O PERIODO VENCIDO NAQUELA DATA.
            MOVE ZEROS TO WK-DIAS-GOZADOS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADFEC.
            IF CADFEC-STATUS EQUAL "00"
               PERFORM LEITURA-CADFEC
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADFEC
            END-IF.

       LEITURA-CADFEC.
            READ CADFEC
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF MATRICULA-FEC EQUAL MATRICULA-EMP
                   AND DATA-INICIO-FEC NOT < WK-ANIVERSARIO
                   ADD DIAS-FEC TO WK-DIAS-GOZADOS
                END-IF
            END-READ.

       CARGA-CADA13.
            MOVE ZEROS TO WK-ADIANT-13.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADA13.
            IF CADA13-STATUS EQUAL "00"
               PERFORM LEITURA-CADA13
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADA13
            END-IF.

       LEITURA-CADA13.
            READ CADA13
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF MATRICULA-A13 EQUAL MATRICULA-EMP
                   AND ANO-A13 EQUAL ANO-DESL
                   ADD VALOR-A13 TO WK-ADIANT-13
                END-IF
            END-READ.

       CARGA-CADADI.
      * ADIANTAMENTOS QUINZENAIS DO DESLIGADO AINDA EM ABERTO, DE
      * QUALQUER COMPETENCIA: A RESCISAO E O ULTIMO PAGAMENTO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADADI.
            IF CADADI-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-CADADI
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADADI.

       LEITURA-CADADI.
            READ CADADI
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF MATRICULA-ADI EQUAL MATRICULA-EMP
                   AND SITUACAO-ADI EQUAL "A"
                   PERFORM ARMAZENA-ADIANTAMENTO
                END-IF
            END-READ.

       ARMAZENA-ADIANTAMENTO.
            IF QTD-ADI < 100
               ADD 1 TO QTD-ADI
               MOVE COMPETENCIA-ADI TO COMPETENCIA-ADI-TAB(QTD-ADI)
               MOVE VALOR-ADI TO VALOR-ADI-TAB(QTD-ADI)
               MOVE "NAO" TO QUITADO-ADI-TAB(QTD-ADI)
            ELSE
               DISPLAY "EM01RESC - TABELA DE ADIANTAMENTOS CHEIA "
                       "(100) - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       DESCONTA-ADIANTAMENTO.
      * O ADIANTAMENTO SO E QUITADO SE COUBER INTEIRO NO LIQUIDO,
      * COMO NO EM01LIQD; SENAO FICA EM ABERTO E SAI NO TERMO.
            IF VALOR-ADI-TAB(WK-IND-ADI) > WK-LIQ-CALC
               DISPLAY "EM01RESC - ADIANTAMENTO QUINZENAL DE "
                       COMPETENCIA-ADI-TAB(WK-IND-ADI)
                       " MAIOR QUE O LIQUIDO - FICA EM ABERTO"
               ADD 1 TO QTD-ADI-ABERTOS
               EXIT PARAGRAPH
            END-IF.
            SUBTRACT VALOR-ADI-TAB(WK-IND-ADI) FROM WK-LIQ-CALC.
            MOVE "SIM" TO QUITADO-ADI-TAB(WK-IND-ADI).
            ADD 1 TO QTD-ADI-QUITADOS.
            ADD VALOR-ADI-TAB(WK-IND-ADI) TO WK-ADIANT-QUIN.

       CALCULA-DESCONTOS-RESCISAO.
            MOVE WK-SALDO TO WK-VALOR-TRIB.
            PERFORM CALCULA-DESCONTOS.
            MOVE WK-INSS TO WK-INSS-SALDO.
            MOVE WK-IRRF TO WK-IRRF-SALDO.
            MOVE WK-DECIMO TO WK-VALOR-TRIB.
            PERFORM CALCULA-DESCONTOS.
            MOVE WK-INSS TO WK-INSS-13.
            MOVE WK-IRRF TO WK-IRRF-13.
            PERFORM CARGA-CADA13.
            PERFORM CARGA-CADADI.
            COMPUTE WK-DESCONTOS = WK-INSS-SALDO + WK-IRRF-SALDO
                                 + WK-INSS-13 + WK-IRRF-13
                                 + WK-ADIANT-13.
            COMPUTE WK-LIQ-CALC = WK-PROVENTOS - WK-DESCONTOS.
            IF WK-LIQ-CALC < ZEROS
               DISPLAY "EM01RESC - DESCONTOS SUPERAM AS VERBAS - "
                       "LIQUIDO ZERADO"
               MOVE ZEROS TO WK-LIQ-CALC
            END-IF.
            PERFORM DESCONTA-ADIANTAMENTO
                    VARYING WK-IND-ADI FROM 1 BY 1
                    UNTIL WK-IND-ADI > QTD-ADI.
            ADD WK-ADIANT-QUIN TO WK-DESCONTOS.
            MOVE WK-LIQ-CALC TO WK-LIQUIDO.

       CALCULA-DESCONTOS.
            MOVE ZEROS TO WK-INSS.
            MOVE ZEROS TO WK-IRRF.
            IF WK-VALOR-TRIB EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE TAB-INSS TO TAB-FAIXAS.
            MOVE QTD-FAIXAS-INS TO QTD-FAIXAS.
            MOVE WK-VALOR-TRIB TO WK-BASE.
            PERFORM PROCURA-FAIXA.
            COMPUTE WK-INSS ROUNDED
                    = WK-VALOR-TRIB * PCT-TAB(WK-FX) / 100.
            MOVE TAB-IRRF TO TAB-FAIXAS.
            MOVE QTD-FAIXAS-IRF TO QTD-FAIXAS.
            COMPUTE WK-BASE = WK-VALOR-TRIB - WK-INSS.
            PERFORM PROCURA-FAIXA.
            COMPUTE WK-IRRF ROUNDED
                    = WK-BASE * PCT-TAB(WK-FX) / 100.

       PROCURA-FAIXA.
            MOVE ZEROS TO WK-FX.
            PERFORM COMPARA-FAIXA
                    VARYING WK-IND-FX FROM 1 BY 1
                    UNTIL WK-IND-FX > QTD-FAIXAS OR WK-FX > 0.
            IF WK-FX EQUAL ZEROS
               MOVE 1 TO WK-FX
            END-IF.

       COMPARA-FAIXA.
            IF WK-BASE NOT < LIM-INF-TAB(WK-IND-FX)
               AND WK-BASE NOT > LIM-SUP-TAB(WK-IND-FX)
               MOVE WK-IND-FX TO WK-FX
            END-IF.

       GRAVA-CREDITO.
            OPEN OUTPUT CADLIQ.
            MOVE MATRICULA-EMP TO COD-LIQ.
            MOVE NOME-EMP TO NOME-LIQ.
            IF WK-PROVENTOS > 99999,99
               MOVE 99999,99 TO BRUTO-LIQ
            ELSE
               MOVE WK-PROVENTOS TO BRUTO-LIQ
            END-IF.
            COMPUTE INSS-LIQ = WK-INSS-SALDO + WK-INSS-13.
            COMPUTE IRRF-LIQ = WK-IRRF-SALDO + WK-IRRF-13.
            MOVE WK-LIQUIDO TO LIQUIDO-LIQ.
            MOVE DATA-SISTEMA TO DATA-PROC-LIQ.
            WRITE REG-LIQ.
            MOVE "TRL" TO TIPO-LIQ-TRL.
            MOVE 1 TO QTD-LIQ-TRL.
            MOVE WK-LIQUIDO TO TOTAL-LIQ-TRL.
            WRITE REG-LIQ-TRL.
            CLOSE CADLIQ.
            OPEN EXTEND CADGER.
            IF CADGER-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADGER
            END-IF.
            MOVE SPACES TO REG-GER.
            MOVE "EM01RESC" TO PROGRAMA-GER.
            MOVE DATA-SISTEMA TO DATA-GER.
            MOVE HORA-SISTEMA TO HORA-GER.
            MOVE CADLIQ-NOME TO NOME-ARQ-GER.
            MOVE 1 TO QTD-GRAVADOS-GER.
            WRITE REG-GER.
            CLOSE CADGER.
            OPEN EXTEND CADRSC.
            IF CADRSC-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADRSC
            END-IF.
            MOVE MATRICULA-EMP TO MATRICULA-RSC.
            MOVE WK-TIPO TO TIPO-RSC.
            MOVE DATA-DESLIG-EMP TO DATA-DESLIG-RSC.
            MOVE WK-SALDO TO SALDO-RSC.
            MOVE WK-DECIMO TO DECIMO-RSC.
            COMPUTE FERIAS-RSC = WK-FER-VENC + WK-FER-PROP + WK-TERCO.
            MOVE WK-AVISO TO AVISO-RSC.
            MOVE WK-DESCONTOS TO DESCONTOS-RSC.
            MOVE WK-LIQUIDO TO LIQUIDO-RSC.
            MOVE CADLIQ-NOME TO NOME-GER-RSC.
            MOVE DATA-SISTEMA TO DATA-PROC-RSC.
            WRITE REG-RSC.
            CLOSE CADRSC.
            PERFORM GRAVA-ACUMULADO.

       GRAVA-ACUMULADO.
      * O LIQUIDO DO CREDITO FICA NA LINHA RS; A LINHA 13 SO SEPARA
      * O DECIMO TERCEIRO E AS SUAS RETENCOES PARA O INFORME.
            OPEN EXTEND CADACF.
            IF CADACF-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADACF
            END-IF.
            MOVE MATRICULA-EMP TO MATRICULA-ACF.
            MOVE ANO-DESL TO ANO-ACF.
            MOVE MES-DESL TO MES-ACF.
            IF WK-PROVENTOS - WK-DECIMO > 99999,99
               MOVE 99999,99 TO BRUTO-ACF
            ELSE
               COMPUTE BRUTO-ACF = WK-PROVENTOS - WK-DECIMO
            END-IF.
            MOVE WK-INSS-SALDO TO INSS-ACF.
            MOVE WK-IRRF-SALDO TO IRRF-ACF.
            MOVE WK-LIQUIDO TO LIQUIDO-ACF.
            MOVE CADLIQ-NOME TO NOME-GER-ACF.
            MOVE DATA-SISTEMA TO DATA-ATU-ACF.
            MOVE "RS" TO TIPO-FOLHA-ACF.
            WRITE REG-ACF.
            IF WK-DECIMO > ZEROS
               MOVE WK-DECIMO TO BRUTO-ACF
               MOVE WK-INSS-13 TO INSS-ACF
               MOVE WK-IRRF-13 TO IRRF-ACF
               MOVE ZEROS TO LIQUIDO-ACF
               MOVE "13" TO TIPO-FOLHA-ACF
               WRITE REG-ACF
            END-IF.
            CLOSE CADACF.

       GRAVA-TERMO.
            OPEN OUTPUT RELRES.
            MOVE SPACES TO LINHA-RELRES.
            STRING "TERMO DE RESCISAO DO CONTRATO DE TRABALHO - "
                   DELIMITED BY SIZE
                   "EM01RESC - " DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELRES.
            WRITE REG-RELRES.
            MOVE SPACES TO LINHA-RELRES.
            WRITE REG-RELRES.
            MOVE SPACES TO LINHA-RELRES.
            STRING "MATRICULA: " DELIMITED BY SIZE
                   MATRICULA-EMP DELIMITED BY SIZE
                   "  NOME: " DELIMITED BY SIZE
                   NOME-EMP DELIMITED BY SIZE
                   INTO LINHA-RELRES.
            WRITE REG-RELRES.
            MOVE DIA-ADM TO DIA-ED.
            MOVE MES-ADM TO MES-ED.
            MOVE ANO-ADM TO ANO-ED.
            MOVE WK-DATA-ED TO WK-ADM-ED.
            MOVE DIA-DESL TO DIA-ED.
            MOVE MES-DESL TO MES-ED.
            MOVE ANO-DESL TO ANO-ED.
            MOVE WK-DATA-ED TO WK-DESL-ED.
            MOVE SPACES TO LINHA-RELRES.
            STRING "DEPARTAMENTO: " DELIMITED BY SIZE
                   DEPARTAMENTO-EMP DELIMITED BY SIZE
                   "  ADMISSAO: " DELIMITED BY SIZE
                   WK-ADM-ED DELIMITED BY SIZE
                   "  DESLIGAMENTO: " DELIMITED BY SIZE
                   WK-DESL-ED DELIMITED BY SIZE
                   INTO LINHA-RELRES.
            WRITE REG-RELRES.
            MOVE SPACES TO LINHA-RELRES.
            MOVE SALARIO-EMP TO WK-VALOR-ED.
            STRING "TIPO: " DELIMITED BY SIZE
                   WK-DESC-TIPO DELIMITED BY SIZE
                   "  SALARIO BASE: " DELIMITED BY SIZE
                   WK-VALOR-ED DELIMITED BY SIZE
                   INTO LINHA-RELRES.
            WRITE REG-RELRES.
            MOVE SPACES TO LINHA-RELRES.
            WRITE REG-RELRES.
            MOVE "VERBAS" TO LINHA-RELRES.
            MOVE "REFERENCIA" TO LINHA-RELRES(42:10).
            MOVE "VALOR" TO LINHA-RELRES(63:5).
            WRITE REG-RELRES.
            MOVE ALL "-" TO LINHA-RELRES.
            WRITE REG-RELRES.
            MOVE "SALDO DE SALARIO" TO WK-DESC-VERBA.
            MOVE WK-DIAS-SALDO TO WK-NUM-ED.
            PERFORM MONTA-REF-DIAS.
            MOVE WK-SALDO TO WK-VALOR-VERBA.
            PERFORM GRAVA-VERBA.
            MOVE "DECIMO TERCEIRO PROPORCIONAL" TO WK-DESC-VERBA.
            MOVE WK-AVOS-13 TO WK-NUM-ED.
            PERFORM MONTA-REF-AVOS.
            MOVE WK-DECIMO TO WK-VALOR-VERBA.
            PERFORM GRAVA-VERBA.
            MOVE "FERIAS VENCIDAS" TO WK-DESC-VERBA.
            MOVE WK-DIAS-VENC TO WK-NUM-ED.
            PERFORM MONTA-REF-DIAS.
            MOVE WK-FER-VENC TO WK-VALOR-VERBA.
            PERFORM GRAVA-VERBA.
            MOVE "FERIAS PROPORCIONAIS" TO WK-DESC-VERBA.
            MOVE WK-AVOS-FER TO WK-NUM-ED.
            PERFORM MONTA-REF-AVOS.
            MOVE WK-FER-PROP TO WK-VALOR-VERBA.
            PERFORM GRAVA-VERBA.
            MOVE "UM TERCO SOBRE FERIAS" TO WK-DESC-VERBA.
            MOVE SPACES TO WK-REF-VERBA.
            MOVE WK-TERCO TO WK-VALOR-VERBA.
            PERFORM GRAVA-VERBA.
            MOVE "AVISO PREVIO INDENIZADO" TO WK-DESC-VERBA.
            MOVE WK-DIAS-AVISO TO WK-NUM-ED.
            PERFORM MONTA-REF-DIAS.
            MOVE WK-AVISO TO WK-VALOR-VERBA.
            PERFORM GRAVA-VERBA.
            MOVE "TOTAL DAS VERBAS" TO WK-DESC-VERBA.
            MOVE SPACES TO WK-REF-VERBA.
            MOVE WK-PROVENTOS TO WK-VALOR-VERBA.
            PERFORM GRAVA-VERBA.
            MOVE SPACES TO LINHA-RELRES.
            WRITE REG-RELRES.
            MOVE "DESCONTOS" TO LINHA-RELRES.
            WRITE REG-RELRES.
            MOVE ALL "-" TO LINHA-RELRES.
            WRITE REG-RELRES.
            MOVE SPACES TO WK-REF-VERBA.
            MOVE "INSS SOBRE SALDO DE SALARIO" TO WK-DESC-VERBA.
            MOVE WK-INSS-SALDO TO WK-VALOR-VERBA.
            PERFORM GRAVA-VERBA.
            MOVE "IRRF SOBRE SALDO DE SALARIO" TO WK-DESC-VERBA.
            MOVE WK-IRRF-SALDO TO WK-VALOR-VERBA.
            PERFORM GRAVA-VERBA.
            MOVE "INSS SOBRE DECIMO TERCEIRO" TO WK-DESC-VERBA.
            MOVE WK-INSS-13 TO WK-VALOR-VERBA.
            PERFORM GRAVA-VERBA.
            MOVE "IRRF SOBRE DECIMO TERCEIRO" TO WK-DESC-VERBA.
            MOVE WK-IRRF-13 TO WK-VALOR-VERBA.
            PERFORM GRAVA-VERBA.
            MOVE "ADIANTAMENTO DE DECIMO TERCEIRO" TO WK-DESC-VERBA.
            MOVE WK-ADIANT-13 TO WK-VALOR-VERBA.
            PERFORM GRAVA-VERBA.
            PERFORM IMPRIME-ADIANTAMENTO
                    VARYING WK-IND-ADI FROM 1 BY 1
                    UNTIL WK-IND-ADI > QTD-ADI.
            MOVE SPACES TO WK-REF-VERBA.
            MOVE "TOTAL DOS DESCONTOS" TO WK-DESC-VERBA.
            MOVE WK-DESCONTOS TO WK-VALOR-VERBA.
            PERFORM GRAVA-VERBA.
            MOVE SPACES TO LINHA-RELRES.
            WRITE REG-RELRES.
            MOVE "LIQUIDO A RECEBER" TO WK-DESC-VERBA.
            MOVE WK-LIQUIDO TO WK-VALOR-VERBA.
            PERFORM GRAVA-VERBA.
            PERFORM IMPRIME-ADI-ABERTO
                    VARYING WK-IND-ADI FROM 1 BY 1
                    UNTIL WK-IND-ADI > QTD-ADI.
            MOVE SPACES TO LINHA-RELRES.
            STRING "CREDITO BANCARIO NA GERACAO " DELIMITED BY SIZE
                   CADLIQ-NOME DELIMITED BY SIZE
                   INTO LINHA-RELRES.
            WRITE REG-RELRES.
            MOVE SPACES TO LINHA-RELRES.
            WRITE REG-RELRES.
            WRITE REG-RELRES.
            MOVE "______________________________" TO LINHA-RELRES.
            MOVE "______________________________"
                 TO LINHA-RELRES(42:30).
            WRITE REG-RELRES.
            MOVE "EMPREGADOR" TO LINHA-RELRES.
            MOVE "EMPREGADO" TO LINHA-RELRES(42:30).
            WRITE REG-RELRES.
            CLOSE RELRES.

       IMPRIME-ADIANTAMENTO.
            IF QUITADO-ADI-TAB(WK-IND-ADI) NOT EQUAL "SIM"
               EXIT PARAGRAPH
            END-IF.
            MOVE "ADIANTAMENTO QUINZENAL" TO WK-DESC-VERBA.
            PERFORM MONTA-REF-COMPETENCIA.
            MOVE VALOR-ADI-TAB(WK-IND-ADI) TO WK-VALOR-VERBA.
            PERFORM GRAVA-VERBA.

       IMPRIME-ADI-ABERTO.
            IF QUITADO-ADI-TAB(WK-IND-ADI) EQUAL "SIM"
               EXIT PARAGRAPH
            END-IF.
            PERFORM MONTA-REF-COMPETENCIA.
            MOVE SPACES TO LINHA-RELRES.
            STRING "ADIANTAMENTO QUINZENAL DE " DELIMITED BY SIZE
                   WK-REF-VERBA DELIMITED BY SPACE
                   " NAO COUBE NO LIQUIDO - FICA EM ABERTO"
                   DELIMITED BY SIZE
                   INTO LINHA-RELRES.
            WRITE REG-RELRES.

       MONTA-REF-COMPETENCIA.
            MOVE COMPETENCIA-ADI-TAB(WK-IND-ADI) TO WK-COMPETENCIA-ADI.
            MOVE SPACES TO WK-REF-VERBA.
            STRING MES-COMP-ADI DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ANO-COMP-ADI DELIMITED BY SIZE
                   INTO WK-REF-VERBA.

       MONTA-REF-DIAS.
            MOVE SPACES TO WK-REF-VERBA.
            STRING WK-NUM-ED DELIMITED BY SIZE
                   " DIAS" DELIMITED BY SIZE
                   INTO WK-REF-VERBA.

       MONTA-REF-AVOS.
            MOVE SPACES TO WK-REF-VERBA.
            STRING WK-NUM-ED DELIMITED BY SIZE
                   "/12 AVOS" DELIMITED BY SIZE
                   INTO WK-REF-VERBA.

       GRAVA-VERBA.
            MOVE SPACES TO LINHA-RELRES.
            MOVE WK-DESC-VERBA TO LINHA-RELRES.
            MOVE WK-REF-VERBA TO LINHA-RELRES(42:12).
            MOVE WK-VALOR-VERBA TO WK-VALOR-ED.
            MOVE WK-VALOR-ED TO LINHA-RELRES(58:10).
            WRITE REG-RELRES.

       QUITA-ADIANTAMENTOS.
      * REESCREVE O CADADI MARCANDO QUITADOS OS ADIANTAMENTOS QUE
      * ESTA RESCISAO DESCONTOU.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADADI.
            IF CADADI-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT WRKADI.
            PERFORM COPIA-1ADIANTAMENTO
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADADI
                  WRKADI.
            MOVE "mv WRKADI.TMP CADADI.DAT" TO WK-COMANDO.
            CALL "SYSTEM" USING WK-COMANDO.

       COPIA-1ADIANTAMENTO.
            READ CADADI
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF MATRICULA-ADI EQUAL MATRICULA-EMP
                   AND SITUACAO-ADI EQUAL "A"
                   PERFORM PROCURA-QUITADO
                   IF WK-ADI > ZEROS
                      MOVE "Q" TO SITUACAO-ADI
                      MOVE DATA-SISTEMA TO DATA-QUIT-ADI
                      MOVE CADLIQ-NOME TO NOME-GER-QUIT-ADI
                   END-IF
                END-IF
                MOVE REG-ADI TO REG-WRKADI
                WRITE REG-WRKADI
            END-READ.

       PROCURA-QUITADO.
            MOVE ZEROS TO WK-ADI.
            PERFORM COMPARA-QUITADO
                    VARYING WK-IND-ADI FROM 1 BY 1
                    UNTIL WK-IND-ADI > QTD-ADI OR WK-ADI > 0.

       COMPARA-QUITADO.
            IF COMPETENCIA-ADI-TAB(WK-IND-ADI) EQUAL COMPETENCIA-ADI
               AND QUITADO-ADI-TAB(WK-IND-ADI) EQUAL "SIM"
               MOVE WK-IND-ADI TO WK-ADI
            END-IF.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01RESC" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE 1 TO QTD-LIDOS-LOG.
            MOVE 1 TO QTD-GRAVADOS-LOG.
            MOVE ZEROS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            IF QTD-ADI-QUITADOS > ZEROS
               PERFORM QUITA-ADIANTAMENTOS
            END-IF.
            PERFORM GRAVA-LOG.
            MOVE WK-LIQUIDO TO WK-VALOR-ED.
            DISPLAY "EM01RESC - RESCISAO DE " MATRICULA-EMP
                    " CALCULADA - LIQUIDO " WK-VALOR-ED.
            IF QTD-ADI-QUITADOS > ZEROS
               DISPLAY "EM01RESC - " QTD-ADI-QUITADOS " ADIANTAMENTO(S)"
                       " QUINZENAL(IS) DESCONTADO(S) E QUITADO(S) NO "
                       "CADADI"
            END-IF.
            IF QTD-ADI-ABERTOS > ZEROS
               DISPLAY "EM01RESC - " QTD-ADI-ABERTOS " ADIANTAMENTO(S)"
                       " QUINZENAL(IS) EM ABERTO - VER RELRES"
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "EM01RESC - TERMO EM RELRES; PAGAR COM O TIPO DE "
                    "FOLHA RS NO PARFOL (EM01BANC)".
