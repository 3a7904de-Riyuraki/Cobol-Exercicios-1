       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01DECI.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CALCULO DO DECIMO TERCEIRO SALARIO, QUE ATE AQUI ERA
      *         FEITO EM PLANILHA SOBRE A LISTAGEM DO CADEMP. O
      *         ARQUIVO DE PARAMETROS PAR13S (OBRIGATORIO) DIZ A
      *         PARCELA (1 = ADIANTAMENTO DE NOVEMBRO, 2 = PARCELA
      *         FINAL DE DEZEMBRO) E O ANO (ZEROS = ANO DA EXECUCAO).
      *         PARA CADA FUNCIONARIO ATIVO DO CADEMP, OS AVOS SAO OS
      *         MESES TRABALHADOS NO ANO CONTADOS DA DATA DE ADMISSAO
      *         (ADMITIDO EM ANO ANTERIOR TEM 12 AVOS; O MES DA
      *         ADMISSAO SO CONTA COM 15 DIAS OU MAIS TRABALHADOS) E O
      *         DECIMO TERCEIRO INTEGRAL E SALARIO X AVOS / 12. A
      *         PRIMEIRA PARCELA PAGA METADE DO INTEGRAL, SEM
      *         DESCONTOS, E GUARDA O VALOR ADIANTADO NO ARQUIVO
      *         CUMULATIVO CADA13. A SEGUNDA PARCELA CALCULA O INSS
      *         SOBRE O INTEGRAL E O IRRF SOBRE O INTEGRAL MENOS O
      *         INSS, PELAS MESMAS TABELAS PARINS E PARIRF DO EM01LIQD
      *         (MESMA CRITICA DE VIGENCIA E DE FAIXAS), E PAGA O
      *         INTEGRAL MENOS O ADIANTAMENTO E OS DESCONTOS. O
      *         RESULTADO SAI EM DUAS GERACOES COM CARIMBO DE DATA E
      *         HORA, CATALOGADAS NO CADGER E COM TRAILER DE
      *         QUANTIDADE E HASH-TOTAL COMO AS DA FOLHA MENSAL: O
      *         CADSAI13, NO LAYOUT DO CADSAI08 (FAIXA = AVOS, AJUSTE
      *         = ADIANTAMENTO DESCONTADO, SALAJT = BRUTO DA PARCELA),
      *         QUE O EM01CTBL CONTABILIZA, E O CADLIQ13, NO LAYOUT DO
      *         CADLIQ08, QUE O EM01BANC PAGA - AMBOS COM O TIPO DE
      *         FOLHA 13 NO PARAMETRO PARFOL. O ARQUIVO DE CONTROLE
      *         CADC13 GUARDA AS PARCELAS JA CALCULADAS: A MESMA
      *         PARCELA DO MESMO ANO E RECUSADA COM CODIGO 8. O
      *         RELATORIO REL13S LISTA POR FUNCIONARIO OS AVOS, O
      *         INTEGRAL, O ADIANTAMENTO, OS DESCONTOS E O LIQUIDO.
      *         CADA PARCELA PAGA DEIXA AINDA, POR FUNCIONARIO, UMA
      *         LINHA DE TIPO 13 NO ACUMULADO ANUAL CADACF (COPY
      *         ACFREG) COM O BRUTO, O INSS, O IRRF E O LIQUIDO DA
      *         PARCELA - COMPETENCIA NOVEMBRO DO ANO PARA A PRIMEIRA E
      *         DEZEMBRO PARA A SEGUNDA - DE ONDE O EM01INFR TIRA O
      *         DECIMO TERCEIRO DO INFORME DE RENDIMENTOS.
      *         DESLIGADOS E ADMITIDOS DEPOIS DO ANO SAO IGNORADOS E
      *         CONTADOS. AO FINAL, GRAVA UMA LINHA DE ESTATISTICA EM
      *         EM01LOG.

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
           SELECT     PAR13S  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PAR13S-STATUS.
           SELECT     PARINS  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARINS-STATUS.
           SELECT     PARIRF  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARIRF-STATUS.
           SELECT     CADA13  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADA13-STATUS.
           SELECT     CADC13  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADC13-STATUS.
           SELECT     CADSAI  ASSIGN  TO DYNAMIC CADSAI-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADSAI-STATUS.
           SELECT     CADLIQ  ASSIGN  TO DYNAMIC CADLIQ-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADLIQ-STATUS.
           SELECT     CADACF  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADACF-STATUS.
           SELECT     CADGER  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADGER-STATUS.
           SELECT     REL13S  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS REL13S-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADEMP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADEMP.DAT".

       COPY FUNREG.

       FD PAR13S
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PAR13S.DAT".

       01 REG-PAR13S.
           02 PARCELA-PAR          PIC 9(01).
           02 ANO-PAR              PIC 9(04).

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

       FD CADC13
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADC13.DAT".

       01 REG-C13.
           02 ANO-C13              PIC 9(04).
           02 PARCELA-C13          PIC 9(01).
           02 NOME-GER-C13         PIC X(30).
           02 DATA-C13             PIC 9(08).
           02 HORA-C13             PIC 9(08).
           02 QTD-C13              PIC 9(05).

       FD CADSAI
           LABEL        RECORD ARE      STANDARD.

       01 REG-SAI.
           02 COD-SAI              PIC 9(05).
           02 NOME-SAI             PIC X(20).
           02 SALBRT-SAI           PIC 9(05)V99.
           02 AJUSTE-SAI           PIC 9(05)V99.
           02 FAIXA-SAI            PIC 9(02).
           02 SALAJT               PIC 9(05)V99.
           02 DATA-PROC-SAI        PIC 9(08).

       01 REG-SAI-TRL.
           02 TIPO-TRL             PIC X(03).
           02 QTD-REG-TRL          PIC 9(05).
           02 TOTAL-SALAJT-TRL     PIC 9(08)V99.

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

       FD CADACF
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADACF.DAT".

       COPY ACFREG.

       FD CADGER
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADGER.DAT".

       COPY GERREG.

       FD REL13S
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "REL13S.DAT".

       01 REG-REL13S.
           02 LINHA-REL13S         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 PAR13S-STATUS     PIC X(02) VALUE SPACES.
       77 PARINS-STATUS     PIC X(02) VALUE SPACES.
       77 PARIRF-STATUS     PIC X(02) VALUE SPACES.
       77 CADA13-STATUS     PIC X(02) VALUE SPACES.
       77 CADC13-STATUS     PIC X(02) VALUE SPACES.
       77 CADSAI-STATUS     PIC X(02) VALUE SPACES.
       77 CADLIQ-STATUS     PIC X(02) VALUE SPACES.
       77 CADACF-STATUS     PIC X(02) VALUE SPACES.
       77 CADGER-STATUS     PIC X(02) VALUE SPACES.
       77 REL13S-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 JA-CALCULADA      PIC X(03) VALUE "NAO".
       77 CADSAI-NOME       PIC X(30) VALUE SPACES.
       77 CADLIQ-NOME       PIC X(30) VALUE SPACES.
       77 HORA-SISTEMA      PIC 9(08).
       77 WK-PARCELA        PIC 9(01) VALUE ZERO.
       77 WK-ANO            PIC 9(04) VALUE ZEROS.
       77 WK-MES-ACF        PIC 9(02) VALUE ZEROS.
       77 WK-AVOS           PIC 9(02) VALUE ZEROS.
       77 WK-INTEGRAL       PIC 9(05)V99 VALUE ZEROS.
       77 WK-ADIANTADO      PIC 9(05)V99 VALUE ZEROS.
       77 WK-BRUTO          PIC 9(05)V99 VALUE ZEROS.
       77 WK-LIQ-CALC       PIC S9(06)V99 VALUE ZEROS.
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
       77 WK-LIQUIDO        PIC 9(05)V99 VALUE ZEROS.
       77 QTD-ADI           PIC 9(04) VALUE ZEROS.
       77 WK-IND-ADI        PIC 9(04) VALUE ZEROS.
       77 WK-ADI            PIC 9(04) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-GRAVADOS      PIC 9(05) VALUE ZEROS.
       77 QTD-IGNORADOS     PIC 9(05) VALUE ZEROS.
       77 TOTAL-BRUTO       PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-INSS        PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-IRRF        PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-LIQUIDO     PIC 9(08)V99 VALUE ZEROS.
       77 WK-QUOCIENTE      PIC 9(04).
       77 WK-RESTO-4        PIC 9(02).
       77 WK-RESTO-100      PIC 9(02).
       77 WK-RESTO-400      PIC 9(03).
       77 WK-ULTIMO-DIA     PIC 9(02).
       77 WK-COD-ED         PIC ZZZZ9.
       77 WK-INTEGRAL-ED    PIC ZZZZ9,99.
       77 WK-ADI-ED         PIC ZZZZ9,99.
       77 WK-BRUTO-ED       PIC ZZZZ9,99.
       77 WK-DESC-ED        PIC ZZZZ9,99.
       77 WK-LIQ-ED         PIC ZZZZ9,99.
       77 WK-TOTAL-ED       PIC Z(7)9,99.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-DATA-ADM.
           02 ANO-ADM              PIC 9(04).
           02 MES-ADM              PIC 9(02).
           02 DIA-ADM              PIC 9(02).
       01 TAB-ADIANTAMENTOS.
           02 ADI-TAB OCCURS 1000 TIMES.
              03 MATRICULA-ADI-TAB PIC 9(05).
              03 VALOR-ADI-TAB     PIC 9(05)V99.
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
       01 TAB-FAIXAS.
           02 FAIXA-TAB OCCURS 20 TIMES.
              03 LIM-INF-TAB       PIC 9(05)V99.
              03 LIM-SUP-TAB       PIC 9(05)V99.
              03 PCT-TAB           PIC 9(02)V99.
              03 DATA-VIG-TAB      PIC 9(08).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT HORA-SISTEMA FROM TIME.
            STRING "CADSAI13." DATA-SISTEMA HORA-SISTEMA ".DAT"
                   DELIMITED BY SIZE INTO CADSAI-NOME.
            STRING "CADLIQ13." DATA-SISTEMA HORA-SISTEMA ".DAT"
                   DELIMITED BY SIZE INTO CADLIQ-NOME.
            PERFORM CARGA-PAR13S.
            PERFORM VERIFICA-JA-CALCULADA.
            IF JA-CALCULADA EQUAL "SIM"
               DISPLAY "EM01DECI - PARCELA " WK-PARCELA " DE " WK-ANO
                       " JA FOI CALCULADA - CALCULO RECUSADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-PARCELA EQUAL 2
               PERFORM CARGA-PARINS
               MOVE TAB-FAIXAS TO TAB-INSS
               MOVE QTD-FAIXAS TO QTD-FAIXAS-INS
               PERFORM CARGA-PARIRF
               MOVE TAB-FAIXAS TO TAB-IRRF
               MOVE QTD-FAIXAS TO QTD-FAIXAS-IRF
               PERFORM CARGA-CADA13
            END-IF.
            OPEN INPUT CADEMP.
            IF CADEMP-STATUS NOT EQUAL "00"
               DISPLAY "EM01DECI - CADEMP NAO ABRIU - STATUS "
                       CADEMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT CADSAI
                 OUTPUT CADLIQ
                 OUTPUT REL13S.
            OPEN EXTEND CADACF.
            IF CADACF-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADACF
            END-IF.
            IF WK-PARCELA EQUAL 1
               MOVE 11 TO WK-MES-ACF
            ELSE
               MOVE 12 TO WK-MES-ACF
            END-IF.
            IF WK-PARCELA EQUAL 1
               OPEN EXTEND CADA13
               IF CADA13-STATUS NOT EQUAL "00"
                  OPEN OUTPUT CADA13
               END-IF
            END-IF.
            PERFORM CABECALHO-REL13S.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM LEITURA.

       CARGA-PAR13S.
            OPEN INPUT PAR13S.
            IF PAR13S-STATUS EQUAL "00"
               READ PAR13S
                   AT END
                   CONTINUE
                   NOT AT END
                   IF PARCELA-PAR IS NUMERIC
                      MOVE PARCELA-PAR TO WK-PARCELA
                   END-IF
                   IF ANO-PAR IS NUMERIC
                      MOVE ANO-PAR TO WK-ANO
                   END-IF
               END-READ
               CLOSE PAR13S
            END-IF.
            IF WK-PARCELA NOT EQUAL 1 AND 2
               DISPLAY "EM01DECI - PAR13S AUSENTE OU SEM PARCELA "
                       "(1 OU 2) - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-ANO EQUAL ZEROS
               MOVE ANO-SISTEMA TO WK-ANO
            END-IF.

       VERIFICA-JA-CALCULADA.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADC13.
            IF CADC13-STATUS EQUAL "00"
               PERFORM LEITURA-CADC13
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADC13
            END-IF.

       LEITURA-CADC13.
            READ CADC13
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF ANO-C13 EQUAL WK-ANO
                   AND PARCELA-C13 EQUAL WK-PARCELA
                   MOVE "SIM" TO JA-CALCULADA
                END-IF.

       CARGA-CADA13.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADA13.
            IF CADA13-STATUS NOT EQUAL "00"
               DISPLAY "EM01DECI - CADA13 AUSENTE - SEGUNDA PARCELA "
                       "SEM ADIANTAMENTO A DESCONTAR"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-CADA13
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADA13.

       LEITURA-CADA13.
            READ CADA13
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF ANO-A13 EQUAL WK-ANO
                   PERFORM ARMAZENA-ADIANTAMENTO
                END-IF.

       ARMAZENA-ADIANTAMENTO.
            IF QTD-ADI < 1000
               ADD 1 TO QTD-ADI
               MOVE MATRICULA-A13 TO MATRICULA-ADI-TAB(QTD-ADI)
               MOVE VALOR-A13 TO VALOR-ADI-TAB(QTD-ADI)
            ELSE
               DISPLAY "EM01DECI - TABELA DE ADIANTAMENTOS CHEIA "
                       "(1000) - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       CARGA-PARINS.
            MOVE "PARINS" TO WK-TABELA.
            MOVE ZEROS TO QTD-FAIXAS.
            MOVE ZEROS TO WK-DATA-VIG-MAX.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT PARINS.
            IF PARINS-STATUS NOT EQUAL "00"
               DISPLAY "EM01DECI - PARINS AUSENTE - CALCULO ABORTADO"
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
               DISPLAY "EM01DECI - LINHA DE FAIXA INVALIDA NO "
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
               DISPLAY "EM01DECI - PARIRF AUSENTE - CALCULO ABORTADO"
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
               DISPLAY "EM01DECI - LINHA DE FAIXA INVALIDA NO "
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
               DISPLAY "EM01DECI - TABELA " WK-TABELA " SEM FAIXA "
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
               DISPLAY "EM01DECI - ULTIMA FAIXA DO " WK-TABELA
                       " NAO COBRE ATE 99999,99 - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       VALIDA-1FAIXA.
            IF LIM-INF-TAB(WK-IND-FX) NOT EQUAL WK-LIM-ESPERADO
               DISPLAY "EM01DECI - FAIXAS DO " WK-TABELA " NAO "
                       "CONTIGUAS OU SOBREPOSTAS - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF LIM-SUP-TAB(WK-IND-FX)
               NOT > LIM-INF-TAB(WK-IND-FX)
               DISPLAY "EM01DECI - FAIXA DO " WK-TABELA " COM "
                       "LIMITES INVERTIDOS - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            COMPUTE WK-LIM-ESPERADO
                    = LIM-SUP-TAB(WK-IND-FX) + 0,01.

       CABECALHO-REL13S.
            MOVE SPACES TO LINHA-REL13S.
            STRING "DECIMO TERCEIRO SALARIO - EM01DECI - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-REL13S.
            WRITE REG-REL13S.
            MOVE SPACES TO LINHA-REL13S.
            STRING "ANO " DELIMITED BY SIZE
                   WK-ANO DELIMITED BY SIZE
                   " - PARCELA " DELIMITED BY SIZE
                   WK-PARCELA DELIMITED BY SIZE
                   " - GERACAO " DELIMITED BY SIZE
                   CADLIQ-NOME DELIMITED BY SIZE
                   INTO LINHA-REL13S.
            WRITE REG-REL13S.
            MOVE SPACES TO LINHA-REL13S.
            WRITE REG-REL13S.
            MOVE "MATR.  NOME                AVOS  INTEGRAL  ADIANT."
                 TO LINHA-REL13S.
            MOVE "    BRUTO DESCONTO  LIQUIDO" TO LINHA-REL13S(51:27).
            WRITE REG-REL13S.
            MOVE ALL "-" TO LINHA-REL13S.
            WRITE REG-REL13S.

       LEITURA.
            READ CADEMP
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS.

       PRINCIPAL.
            IF SITUACAO-EMP EQUAL "D"
               ADD 1 TO QTD-IGNORADOS
            ELSE
               PERFORM CALCULA-AVOS
               IF WK-AVOS EQUAL ZEROS
                  ADD 1 TO QTD-IGNORADOS
               ELSE
                  PERFORM CALCULA-PARCELA
               END-IF
            END-IF.
            PERFORM LEITURA.

       CALCULA-AVOS.
      * ADMITIDO EM ANO ANTERIOR TEM O ANO INTEIRO; NO ANO DA
      * ADMISSAO, CONTAM OS MESES DESDE A ADMISSAO, E O PROPRIO MES
      * DA ADMISSAO SO ENTRA SE TIVER 15 DIAS OU MAIS TRABALHADOS.
            MOVE ZEROS TO WK-AVOS.
            IF DATA-ADMISSAO-EMP IS NOT NUMERIC
               OR DATA-ADMISSAO-EMP EQUAL ZEROS
               MOVE 12 TO WK-AVOS
               EXIT PARAGRAPH
            END-IF.
            MOVE DATA-ADMISSAO-EMP TO WK-DATA-ADM.
            IF ANO-ADM < WK-ANO
               MOVE 12 TO WK-AVOS
               EXIT PARAGRAPH
            END-IF.
            IF ANO-ADM > WK-ANO
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WK-AVOS = 13 - MES-ADM.
            PERFORM ULTIMO-DIA-MES.
            IF WK-ULTIMO-DIA - DIA-ADM + 1 < 15
               SUBTRACT 1 FROM WK-AVOS
            END-IF.

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

       CALCULA-PARCELA.
            COMPUTE WK-INTEGRAL ROUNDED = SALARIO-EMP * WK-AVOS / 12.
            MOVE ZEROS TO WK-ADIANTADO.
            MOVE ZEROS TO WK-INSS.
            MOVE ZEROS TO WK-IRRF.
            IF WK-PARCELA EQUAL 1
               COMPUTE WK-BRUTO ROUNDED = WK-INTEGRAL / 2
               MOVE WK-BRUTO TO WK-LIQUIDO
               PERFORM GRAVA-ADIANTAMENTO
            ELSE
               PERFORM PROCURA-ADIANTAMENTO
               PERFORM CALCULA-DESCONTOS
               COMPUTE WK-BRUTO = WK-INTEGRAL - WK-ADIANTADO
               COMPUTE WK-LIQ-CALC = WK-BRUTO - WK-INSS - WK-IRRF
               IF WK-LIQ-CALC < ZEROS
                  DISPLAY "EM01DECI - DESCONTOS DE " MATRICULA-EMP
                          " SUPERAM O SALDO - LIQUIDO ZERADO"
                  MOVE ZEROS TO WK-LIQ-CALC
               END-IF
               MOVE WK-LIQ-CALC TO WK-LIQUIDO
            END-IF.
            PERFORM GRAVA-SAIDAS.

       PROCURA-ADIANTAMENTO.
            MOVE ZEROS TO WK-ADI.
            PERFORM COMPARA-ADIANTAMENTO
                    VARYING WK-IND-ADI FROM 1 BY 1
                    UNTIL WK-IND-ADI > QTD-ADI OR WK-ADI > 0.
            IF WK-ADI > ZEROS
               MOVE VALOR-ADI-TAB(WK-ADI) TO WK-ADIANTADO
            END-IF.

       COMPARA-ADIANTAMENTO.
            IF MATRICULA-ADI-TAB(WK-IND-ADI) EQUAL MATRICULA-EMP
               MOVE WK-IND-ADI TO WK-ADI
            END-IF.

       CALCULA-DESCONTOS.
            MOVE TAB-INSS TO TAB-FAIXAS.
            MOVE QTD-FAIXAS-INS TO QTD-FAIXAS.
            MOVE WK-INTEGRAL TO WK-BASE.
            PERFORM PROCURA-FAIXA.
            COMPUTE WK-INSS ROUNDED
                    = WK-INTEGRAL * PCT-TAB(WK-FX) / 100.
            MOVE TAB-IRRF TO TAB-FAIXAS.
            MOVE QTD-FAIXAS-IRF TO QTD-FAIXAS.
            COMPUTE WK-BASE = WK-INTEGRAL - WK-INSS.
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

       GRAVA-ADIANTAMENTO.
            MOVE WK-ANO TO ANO-A13.
            MOVE MATRICULA-EMP TO MATRICULA-A13.
            MOVE WK-BRUTO TO VALOR-A13.
            MOVE DATA-SISTEMA TO DATA-A13.
            WRITE REG-A13.

       GRAVA-SAIDAS.
            MOVE MATRICULA-EMP TO COD-SAI.
            MOVE NOME-EMP TO NOME-SAI.
            MOVE SALARIO-EMP TO SALBRT-SAI.
            MOVE WK-ADIANTADO TO AJUSTE-SAI.
            MOVE WK-AVOS TO FAIXA-SAI.
            MOVE WK-BRUTO TO SALAJT.
            MOVE DATA-SISTEMA TO DATA-PROC-SAI.
            WRITE REG-SAI.
            MOVE MATRICULA-EMP TO COD-LIQ.
            MOVE NOME-EMP TO NOME-LIQ.
            MOVE WK-BRUTO TO BRUTO-LIQ.
            MOVE WK-INSS TO INSS-LIQ.
            MOVE WK-IRRF TO IRRF-LIQ.
            MOVE WK-LIQUIDO TO LIQUIDO-LIQ.
            MOVE DATA-SISTEMA TO DATA-PROC-LIQ.
            WRITE REG-LIQ.
            PERFORM GRAVA-ACUMULADO.
            ADD 1 TO QTD-GRAVADOS.
            ADD WK-BRUTO TO TOTAL-BRUTO.
            ADD WK-INSS TO TOTAL-INSS.
            ADD WK-IRRF TO TOTAL-IRRF.
            ADD WK-LIQUIDO TO TOTAL-LIQUIDO.
            PERFORM GRAVA-REL13S.

       GRAVA-ACUMULADO.
            MOVE MATRICULA-EMP TO MATRICULA-ACF.
            MOVE WK-ANO TO ANO-ACF.
            MOVE WK-MES-ACF TO MES-ACF.
            MOVE WK-BRUTO TO BRUTO-ACF.
            MOVE WK-INSS TO INSS-ACF.
            MOVE WK-IRRF TO IRRF-ACF.
            MOVE WK-LIQUIDO TO LIQUIDO-ACF.
            MOVE CADLIQ-NOME TO NOME-GER-ACF.
            MOVE DATA-SISTEMA TO DATA-ATU-ACF.
            MOVE "13" TO TIPO-FOLHA-ACF.
            WRITE REG-ACF.

       GRAVA-REL13S.
            MOVE SPACES TO LINHA-REL13S.
            MOVE MATRICULA-EMP TO WK-COD-ED.
            MOVE WK-INTEGRAL TO WK-INTEGRAL-ED.
            MOVE WK-ADIANTADO TO WK-ADI-ED.
            MOVE WK-BRUTO TO WK-BRUTO-ED.
            COMPUTE WK-DESC-ED = WK-INSS + WK-IRRF.
            MOVE WK-LIQUIDO TO WK-LIQ-ED.
            STRING WK-COD-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOME-SAI DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-AVOS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-INTEGRAL-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-ADI-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-BRUTO-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-DESC-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-LIQ-ED DELIMITED BY SIZE
                   INTO LINHA-REL13S.
            WRITE REG-REL13S.

       GRAVA-TRAILERS.
            MOVE "TRL" TO TIPO-TRL.
            MOVE QTD-GRAVADOS TO QTD-REG-TRL.
            MOVE TOTAL-BRUTO TO TOTAL-SALAJT-TRL.
            WRITE REG-SAI-TRL.
            MOVE "TRL" TO TIPO-LIQ-TRL.
            MOVE QTD-GRAVADOS TO QTD-LIQ-TRL.
            MOVE TOTAL-LIQUIDO TO TOTAL-LIQ-TRL.
            WRITE REG-LIQ-TRL.

       RODAPE-REL13S.
            MOVE ALL "-" TO LINHA-REL13S.
            WRITE REG-REL13S.
            MOVE SPACES TO LINHA-REL13S.
            MOVE QTD-GRAVADOS TO WK-COD-ED.
            MOVE TOTAL-BRUTO TO WK-TOTAL-ED.
            STRING "TOTAL: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   " FUNCIONARIOS - BRUTO: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-REL13S.
            WRITE REG-REL13S.
            MOVE SPACES TO LINHA-REL13S.
            MOVE TOTAL-INSS TO WK-TOTAL-ED.
            STRING "TOTAL INSS ....: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-REL13S.
            WRITE REG-REL13S.
            MOVE SPACES TO LINHA-REL13S.
            MOVE TOTAL-IRRF TO WK-TOTAL-ED.
            STRING "TOTAL IRRF ....: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-REL13S.
            WRITE REG-REL13S.
            MOVE SPACES TO LINHA-REL13S.
            MOVE TOTAL-LIQUIDO TO WK-TOTAL-ED.
            STRING "TOTAL LIQUIDO .: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-REL13S.
            WRITE REG-REL13S.
            MOVE SPACES TO LINHA-REL13S.
            MOVE QTD-IGNORADOS TO WK-COD-ED.
            STRING "IGNORADOS (DESLIGADOS OU SEM AVOS): "
                   DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   INTO LINHA-REL13S.
            WRITE REG-REL13S.

       GRAVA-GERACAO.
            OPEN EXTEND CADGER.
            IF CADGER-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADGER
            END-IF.
            MOVE SPACES TO REG-GER.
            MOVE "EM01DECI" TO PROGRAMA-GER.
            MOVE DATA-SISTEMA TO DATA-GER.
            MOVE HORA-SISTEMA TO HORA-GER.
            MOVE CADSAI-NOME TO NOME-ARQ-GER.
            MOVE QTD-GRAVADOS TO QTD-GRAVADOS-GER.
            WRITE REG-GER.
            MOVE SPACES TO REG-GER.
            MOVE "EM01DECI" TO PROGRAMA-GER.
            MOVE DATA-SISTEMA TO DATA-GER.
            MOVE HORA-SISTEMA TO HORA-GER.
            MOVE CADLIQ-NOME TO NOME-ARQ-GER.
            MOVE QTD-GRAVADOS TO QTD-GRAVADOS-GER.
            WRITE REG-GER.
            CLOSE CADGER.

       GRAVA-CONTROLE.
            OPEN EXTEND CADC13.
            IF CADC13-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADC13
            END-IF.
            MOVE WK-ANO TO ANO-C13.
            MOVE WK-PARCELA TO PARCELA-C13.
            MOVE CADLIQ-NOME TO NOME-GER-C13.
            MOVE DATA-SISTEMA TO DATA-C13.
            MOVE HORA-SISTEMA TO HORA-C13.
            MOVE QTD-GRAVADOS TO QTD-C13.
            WRITE REG-C13.
            CLOSE CADC13.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01DECI" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-GRAVADOS TO QTD-GRAVADOS-LOG.
            MOVE QTD-IGNORADOS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            PERFORM GRAVA-TRAILERS.
            PERFORM RODAPE-REL13S.
            CLOSE CADEMP
                  CADSAI
                  CADLIQ
                  CADACF
                  REL13S.
            IF WK-PARCELA EQUAL 1
               CLOSE CADA13
            END-IF.
            PERFORM GRAVA-GERACAO.
            PERFORM GRAVA-CONTROLE.
            PERFORM GRAVA-LOG.
            MOVE TOTAL-LIQUIDO TO WK-TOTAL-ED.
            DISPLAY "EM01DECI - PARCELA " WK-PARCELA " DE " WK-ANO
                    " - " QTD-GRAVADOS " FUNCIONARIOS - LIQUIDO "
                    WK-TOTAL-ED.
            DISPLAY "EM01DECI - PAGAR E CONTABILIZAR COM O TIPO DE "
                    "FOLHA 13 NO PARFOL (EM01BANC E EM01CTBL)".
