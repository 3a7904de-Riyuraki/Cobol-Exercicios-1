       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01FERI.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CALCULO DE FERIAS POR FUNCIONARIO. O MOVIMENTO CADFEM
      *         TRAZ, POR LINHA, A MATRICULA, A DATA DE INICIO DAS
      *         FERIAS (DDMMAAAA) E A QUANTIDADE DE DIAS (1 A 30;
      *         ZEROS = 30). CADA LINHA E CONFERIDA CONTRA O CADEMP
      *         (MATRICULA EXISTENTE, FUNCIONARIO NAO DESLIGADO E COM
      *         SALARIO), A DATA DE INICIO E VALIDADA E O PERIODO
      *         AQUISITIVO PRECISA ESTAR COMPLETO (UM ANO DESDE A
      *         ADMISSAO ATE O INICIO). O ARQUIVO CUMULATIVO CADFEC
      *         GUARDA AS FERIAS JA CALCULADAS, DE MODO QUE A MESMA
      *         MATRICULA COM A MESMA DATA DE INICIO NAO E PAGA DUAS
      *         VEZES. AS LINHAS RECUSADAS VAO PARA O CADFER COM O
      *         MOTIVO. PARA AS ACEITAS, AS FERIAS SAO SALARIO / 30 X
      *         DIAS, O ADICIONAL DE UM TERCO E FERIAS / 3, E O INSS
      *         E O IRRF (ESTE SOBRE O BRUTO MENOS O INSS) SAEM DAS
      *         MESMAS TABELAS PARINS E PARIRF DO EM01LIQD, COM A
      *         MESMA CRITICA DE VIGENCIA E DE FAIXAS. O RESULTADO SAI
      *         EM DUAS GERACOES COM CARIMBO DE DATA E HORA,
      *         CATALOGADAS NO CADGER E COM TRAILER DE QUANTIDADE E
      *         HASH-TOTAL COMO AS DA FOLHA MENSAL: O CADSAIFE, NO
      *         LAYOUT DO CADSAI08 (SALBRT = FERIAS, AJUSTE = TERCO,
      *         FAIXA = DIAS, SALAJT = BRUTO), QUE O EM01CTBL
      *         CONTABILIZA, E O CADLIQFE, NO LAYOUT DO CADLIQ08, QUE
      *         O EM01BANC PAGA - AMBOS COM O TIPO DE FOLHA FE NO
      *         PARAMETRO PARFOL. O RELATORIO RELFER LISTA AS FERIAS
      *         CALCULADAS; CADA FERIAS PAGA DEIXA UMA LINHA DE TIPO
      *         FE NO ACUMULADO ANUAL CADACF (COPY ACFREG), NA
      *         COMPETENCIA DO CALCULO, COM O BRUTO, O INSS, O IRRF E O
      *         LIQUIDO, PARA O INFORME DE RENDIMENTOS DO EM01INFR E O
      *         REALIZADO DO EM01ORCA. SEM CADFEM, CADEMP, PARINS OU
      *         PARIRF O PROGRAMA ENCERRA COM CODIGO 16; HAVENDO
      *         RECUSADOS, COM CODIGO 4. AO FINAL, GRAVA UMA LINHA DE
      *         ESTATISTICA EM EM01LOG. COMO O EM01BANC SO TRANSMITE A
      *         GERACAO MAIS RECENTE, UM NOVO CALCULO DE FERIAS E
      *         RECUSADO (CODIGO 12) ENQUANTO O CADLIQFE ANTERIOR NAO
      *         CONSTAR DO CONTROLE DE REMESSAS CADREM, COMO NO
      *         EM01RESC.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADFEM  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADFEM-STATUS.
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
           SELECT     CADFEC  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADFEC-STATUS.
           SELECT     CADFER  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADFER-STATUS.
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
           SELECT     CADREM  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADREM-STATUS.
           SELECT     RELFER  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELFER-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADFEM
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADFEM.DAT".

       01 REG-FEM.
           02 MATRICULA-FEM        PIC 9(05).
           02 DATA-INICIO-FEM.
              03 DIA-FEM           PIC 9(02).
              03 MES-FEM           PIC 9(02).
              03 ANO-FEM           PIC 9(04).
           02 DIAS-FEM             PIC 9(02).

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

       FD CADFER
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADFER.DAT".

       01 REG-FER.
           02 IMAGEM-FER            PIC X(15).
           02 FILLER                PIC X(01).
           02 MOTIVO-FER            PIC X(30).

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

       FD RELFER
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELFER.DAT".

       01 REG-RELFER.
           02 LINHA-RELFER         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADFEM-STATUS     PIC X(02) VALUE SPACES.
       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 PARINS-STATUS     PIC X(02) VALUE SPACES.
       77 PARIRF-STATUS     PIC X(02) VALUE SPACES.
       77 CADFEC-STATUS     PIC X(02) VALUE SPACES.
       77 CADFER-STATUS     PIC X(02) VALUE SPACES.
       77 CADSAI-STATUS     PIC X(02) VALUE SPACES.
       77 CADLIQ-STATUS     PIC X(02) VALUE SPACES.
       77 CADACF-STATUS     PIC X(02) VALUE SPACES.
       77 CADGER-STATUS     PIC X(02) VALUE SPACES.
       77 CADREM-STATUS     PIC X(02) VALUE SPACES.
       77 CREDITO-PENDENTE  PIC X(03) VALUE "NAO".
       77 ULTIMO-CREDITO    PIC X(30) VALUE SPACES.
       77 RELFER-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 MOVTO-OK          PIC X(03) VALUE "SIM".
       77 WK-MOTIVO         PIC X(30) VALUE SPACES.
       77 CADSAI-NOME       PIC X(30) VALUE SPACES.
       77 CADLIQ-NOME       PIC X(30) VALUE SPACES.
       77 HORA-SISTEMA      PIC 9(08).
       77 WK-DIAS           PIC 9(02) VALUE ZEROS.
       77 WK-INICIO         PIC 9(08) VALUE ZEROS.
       77 WK-AQUISITIVO     PIC 9(08) VALUE ZEROS.
       77 WK-FERIAS         PIC 9(05)V99 VALUE ZEROS.
       77 WK-TERCO          PIC 9(05)V99 VALUE ZEROS.
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
       77 QTD-FEC           PIC 9(04) VALUE ZEROS.
       77 WK-IND-FEC        PIC 9(04) VALUE ZEROS.
       77 WK-FEC            PIC 9(04) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-GRAVADOS      PIC 9(05) VALUE ZEROS.
       77 QTD-REJEITADOS    PIC 9(05) VALUE ZEROS.
       77 TOTAL-BRUTO       PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-LIQUIDO     PIC 9(08)V99 VALUE ZEROS.
       77 WK-QUOCIENTE      PIC 9(04).
       77 WK-RESTO-4        PIC 9(02).
       77 WK-RESTO-100      PIC 9(02).
       77 WK-RESTO-400      PIC 9(03).
       77 WK-ULTIMO-DIA     PIC 9(02).
       77 WK-COD-ED         PIC ZZZZ9.
       77 WK-FERIAS-ED      PIC ZZZZ9,99.
       77 WK-TERCO-ED       PIC ZZZZ9,99.
       77 WK-BRUTO-ED       PIC ZZZZ9,99.
       77 WK-DESC-ED        PIC ZZZZ9,99.
       77 WK-LIQ-ED         PIC ZZZZ9,99.
       77 WK-TOTAL-ED       PIC Z(7)9,99.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 TAB-FERIAS-PAGAS.
           02 FEC-TAB OCCURS 2000 TIMES.
              03 MATRICULA-FEC-TAB PIC 9(05).
              03 DATA-INICIO-FEC-TAB PIC 9(08).
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
            STRING "CADSAIFE." DATA-SISTEMA HORA-SISTEMA ".DAT"
                   DELIMITED BY SIZE INTO CADSAI-NOME.
            STRING "CADLIQFE." DATA-SISTEMA HORA-SISTEMA ".DAT"
                   DELIMITED BY SIZE INTO CADLIQ-NOME.
            PERFORM VERIFICA-CREDITO-ANTERIOR.
            IF CREDITO-PENDENTE EQUAL "SIM"
               DISPLAY "EM01FERI - O CREDITO DAS FERIAS ANTERIORES ("
                       ULTIMO-CREDITO ") AINDA NAO FOI TRANSMITIDO "
                       "- RODE O EM01BANC COM O TIPO FE ANTES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM CARGA-PARINS.
            MOVE TAB-FAIXAS TO TAB-INSS.
            MOVE QTD-FAIXAS TO QTD-FAIXAS-INS.
            PERFORM CARGA-PARIRF.
            MOVE TAB-FAIXAS TO TAB-IRRF.
            MOVE QTD-FAIXAS TO QTD-FAIXAS-IRF.
            PERFORM CARGA-CADFEC.
            OPEN INPUT CADFEM.
            IF CADFEM-STATUS NOT EQUAL "00"
               DISPLAY "EM01FERI - CADFEM NAO ABRIU - STATUS "
                       CADFEM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADEMP.
            IF CADEMP-STATUS NOT EQUAL "00"
               DISPLAY "EM01FERI - CADEMP NAO ABRIU - STATUS "
                       CADEMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT CADFER
                 OUTPUT CADSAI
                 OUTPUT CADLIQ
                 OUTPUT RELFER.
            OPEN EXTEND CADFEC.
            IF CADFEC-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADFEC
            END-IF.
            OPEN EXTEND CADACF.
            IF CADACF-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADACF
            END-IF.
            PERFORM CABECALHO-RELFER.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM LEITURA.

       VERIFICA-CREDITO-ANTERIOR.
      * O EM01BANC SO TRANSMITE A GERACAO MAIS RECENTE DE CADLIQFE;
      * UM NOVO CALCULO ANTES DA REMESSA DO ANTERIOR DEIXARIA ESSE
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
                IF NOME-ARQ-GER(1:9) EQUAL "CADLIQFE."
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

       CARGA-CADFEC.
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
                PERFORM ARMAZENA-FERIAS-PAGA
            END-READ.

       ARMAZENA-FERIAS-PAGA.
            IF QTD-FEC < 2000
               ADD 1 TO QTD-FEC
               MOVE MATRICULA-FEC TO MATRICULA-FEC-TAB(QTD-FEC)
               MOVE DATA-INICIO-FEC TO DATA-INICIO-FEC-TAB(QTD-FEC)
            ELSE
               DISPLAY "EM01FERI - TABELA DE FERIAS CALCULADAS CHEIA "
                       "(2000) - CALCULO ABORTADO"
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
               DISPLAY "EM01FERI - PARINS AUSENTE - CALCULO ABORTADO"
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
               DISPLAY "EM01FERI - LINHA DE FAIXA INVALIDA NO "
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
               DISPLAY "EM01FERI - PARIRF AUSENTE - CALCULO ABORTADO"
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
               DISPLAY "EM01FERI - LINHA DE FAIXA INVALIDA NO "
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
               DISPLAY "EM01FERI - TABELA " WK-TABELA " SEM FAIXA "
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
               DISPLAY "EM01FERI - ULTIMA FAIXA DO " WK-TABELA
                       " NAO COBRE ATE 99999,99 - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       VALIDA-1FAIXA.
            IF LIM-INF-TAB(WK-IND-FX) NOT EQUAL WK-LIM-ESPERADO
               DISPLAY "EM01FERI - FAIXAS DO " WK-TABELA " NAO "
                       "CONTIGUAS OU SOBREPOSTAS - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF LIM-SUP-TAB(WK-IND-FX)
               NOT > LIM-INF-TAB(WK-IND-FX)
               DISPLAY "EM01FERI - FAIXA DO " WK-TABELA " COM "
                       "LIMITES INVERTIDOS - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            COMPUTE WK-LIM-ESPERADO
                    = LIM-SUP-TAB(WK-IND-FX) + 0,01.

       CABECALHO-RELFER.
            MOVE SPACES TO LINHA-RELFER.
            STRING "CALCULO DE FERIAS - EM01FERI - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   " - GERACAO " DELIMITED BY SIZE
                   CADLIQ-NOME DELIMITED BY SIZE
                   INTO LINHA-RELFER.
            WRITE REG-RELFER.
            MOVE SPACES TO LINHA-RELFER.
            WRITE REG-RELFER.
            MOVE "MATR.  NOME                 INICIO  DIAS   FERIAS"
                 TO LINHA-RELFER.
            MOVE "    TERCO DESCONTO  LIQUIDO" TO LINHA-RELFER(50:27).
            WRITE REG-RELFER.
            MOVE ALL "-" TO LINHA-RELFER.
            WRITE REG-RELFER.

       LEITURA.
            READ CADFEM
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS
            END-READ.

       PRINCIPAL.
            PERFORM VALIDA-MOVIMENTO.
            IF MOVTO-OK EQUAL "NAO"
               PERFORM GRAVA-REJEITADO
            ELSE
               PERFORM CALCULA-FERIAS
               PERFORM GRAVA-SAIDAS
            END-IF.
            PERFORM LEITURA.

       VALIDA-MOVIMENTO.
            MOVE "SIM" TO MOVTO-OK.
            MOVE SPACES TO WK-MOTIVO.
            IF MATRICULA-FEM IS NOT NUMERIC
               OR MATRICULA-FEM EQUAL ZEROS
               MOVE "NAO" TO MOVTO-OK
               MOVE "MATRICULA INVALIDA" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            MOVE MATRICULA-FEM TO MATRICULA-EMP.
            READ CADEMP
                INVALID KEY
                MOVE "NAO" TO MOVTO-OK
                MOVE "MATRICULA NAO CADASTRADA" TO WK-MOTIVO
                NOT INVALID KEY
                IF SITUACAO-EMP EQUAL "D"
                   MOVE "NAO" TO MOVTO-OK
                   MOVE "FUNCIONARIO DESLIGADO" TO WK-MOTIVO
                END-IF
                IF SALARIO-EMP EQUAL ZEROS
                   MOVE "NAO" TO MOVTO-OK
                   MOVE "FUNCIONARIO SEM SALARIO" TO WK-MOTIVO
                END-IF
            END-READ.
            IF MOVTO-OK EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            IF DATA-INICIO-FEM IS NOT NUMERIC
               OR MES-FEM < 1 OR MES-FEM > 12
               OR ANO-FEM < 1900 OR DIA-FEM < 1
               MOVE "NAO" TO MOVTO-OK
               MOVE "DATA DE INICIO INVALIDA" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            PERFORM ULTIMO-DIA-MES.
            IF DIA-FEM > WK-ULTIMO-DIA
               MOVE "NAO" TO MOVTO-OK
               MOVE "DATA DE INICIO INVALIDA" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WK-INICIO = ANO-FEM * 10000 + MES-FEM * 100
                              + DIA-FEM.
            IF DIAS-FEM IS NOT NUMERIC OR DIAS-FEM > 30
               MOVE "NAO" TO MOVTO-OK
               MOVE "QUANTIDADE DE DIAS INVALIDA" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            MOVE DIAS-FEM TO WK-DIAS.
            IF WK-DIAS EQUAL ZEROS
               MOVE 30 TO WK-DIAS
            END-IF.
            IF DATA-ADMISSAO-EMP IS NUMERIC
               COMPUTE WK-AQUISITIVO = DATA-ADMISSAO-EMP + 10000
               IF WK-AQUISITIVO > WK-INICIO
                  MOVE "NAO" TO MOVTO-OK
                  MOVE "PERIODO AQUISITIVO INCOMPLETO" TO WK-MOTIVO
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            MOVE ZEROS TO WK-FEC.
            PERFORM COMPARA-FERIAS-PAGA
                    VARYING WK-IND-FEC FROM 1 BY 1
                    UNTIL WK-IND-FEC > QTD-FEC OR WK-FEC > 0.
            IF WK-FEC > ZEROS
               MOVE "NAO" TO MOVTO-OK
               MOVE "FERIAS JA CALCULADAS" TO WK-MOTIVO
            END-IF.

       COMPARA-FERIAS-PAGA.
            IF MATRICULA-FEC-TAB(WK-IND-FEC) EQUAL MATRICULA-FEM
               AND DATA-INICIO-FEC-TAB(WK-IND-FEC) EQUAL WK-INICIO
               MOVE WK-IND-FEC TO WK-FEC
            END-IF.

       ULTIMO-DIA-MES.
           MOVE 31 TO WK-ULTIMO-DIA.
           IF MES-FEM EQUAL 4 OR MES-FEM EQUAL 6
                    OR MES-FEM EQUAL 9 OR MES-FEM EQUAL 11
              MOVE 30 TO WK-ULTIMO-DIA
           END-IF.
           IF MES-FEM EQUAL 2
              MOVE 28 TO WK-ULTIMO-DIA
              DIVIDE ANO-FEM BY 4 GIVING WK-QUOCIENTE
                     REMAINDER WK-RESTO-4
              DIVIDE ANO-FEM BY 100 GIVING WK-QUOCIENTE
                     REMAINDER WK-RESTO-100
              DIVIDE ANO-FEM BY 400 GIVING WK-QUOCIENTE
                     REMAINDER WK-RESTO-400
              IF WK-RESTO-4 EQUAL 0 AND WK-RESTO-100 NOT EQUAL 0
                 MOVE 29 TO WK-ULTIMO-DIA
              END-IF
              IF WK-RESTO-400 EQUAL 0
                 MOVE 29 TO WK-ULTIMO-DIA
              END-IF
           END-IF.

       CALCULA-FERIAS.
            COMPUTE WK-FERIAS ROUNDED = SALARIO-EMP * WK-DIAS / 30.
            COMPUTE WK-TERCO ROUNDED = WK-FERIAS / 3.
            COMPUTE WK-BRUTO = WK-FERIAS + WK-TERCO.
            MOVE TAB-INSS TO TAB-FAIXAS.
            MOVE QTD-FAIXAS-INS TO QTD-FAIXAS.
            MOVE WK-BRUTO TO WK-BASE.
            PERFORM PROCURA-FAIXA.
            COMPUTE WK-INSS ROUNDED
                    = WK-BRUTO * PCT-TAB(WK-FX) / 100.
            MOVE TAB-IRRF TO TAB-FAIXAS.
            MOVE QTD-FAIXAS-IRF TO QTD-FAIXAS.
            COMPUTE WK-BASE = WK-BRUTO - WK-INSS.
            PERFORM PROCURA-FAIXA.
            COMPUTE WK-IRRF ROUNDED
                    = WK-BASE * PCT-TAB(WK-FX) / 100.
            COMPUTE WK-LIQ-CALC = WK-BRUTO - WK-INSS - WK-IRRF.
            IF WK-LIQ-CALC < ZEROS
               MOVE ZEROS TO WK-LIQ-CALC
            END-IF.
            MOVE WK-LIQ-CALC TO WK-LIQUIDO.

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

       GRAVA-SAIDAS.
            MOVE MATRICULA-EMP TO COD-SAI.
            MOVE NOME-EMP TO NOME-SAI.
            MOVE WK-FERIAS TO SALBRT-SAI.
            MOVE WK-TERCO TO AJUSTE-SAI.
            MOVE WK-DIAS TO FAIXA-SAI.
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
            MOVE MATRICULA-EMP TO MATRICULA-FEC.
            MOVE WK-INICIO TO DATA-INICIO-FEC.
            MOVE WK-DIAS TO DIAS-FEC.
            MOVE WK-BRUTO TO BRUTO-FEC.
            MOVE CADLIQ-NOME TO NOME-GER-FEC.
            MOVE DATA-SISTEMA TO DATA-PROC-FEC.
            WRITE REG-FEC.
            MOVE MATRICULA-EMP TO MATRICULA-ACF.
            MOVE DATA-SISTEMA(1:6) TO COMPETENCIA-ACF.
            MOVE WK-BRUTO TO BRUTO-ACF.
            MOVE WK-INSS TO INSS-ACF.
            MOVE WK-IRRF TO IRRF-ACF.
            MOVE WK-LIQUIDO TO LIQUIDO-ACF.
            MOVE CADLIQ-NOME TO NOME-GER-ACF.
            MOVE DATA-SISTEMA TO DATA-ATU-ACF.
            MOVE "FE" TO TIPO-FOLHA-ACF.
            WRITE REG-ACF.
            PERFORM ARMAZENA-FERIAS-PAGA.
            ADD 1 TO QTD-GRAVADOS.
            ADD WK-BRUTO TO TOTAL-BRUTO.
            ADD WK-LIQUIDO TO TOTAL-LIQUIDO.
            PERFORM GRAVA-RELFER.

       GRAVA-RELFER.
            MOVE SPACES TO LINHA-RELFER.
            MOVE MATRICULA-EMP TO WK-COD-ED.
            MOVE WK-FERIAS TO WK-FERIAS-ED.
            MOVE WK-TERCO TO WK-TERCO-ED.
            COMPUTE WK-DESC-ED = WK-INSS + WK-IRRF.
            MOVE WK-LIQUIDO TO WK-LIQ-ED.
            STRING WK-COD-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOME-SAI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DATA-INICIO-FEM DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-DIAS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-FERIAS-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-TERCO-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-DESC-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-LIQ-ED DELIMITED BY SIZE
                   INTO LINHA-RELFER.
            WRITE REG-RELFER.

       GRAVA-REJEITADO.
            MOVE SPACES TO REG-FER.
            MOVE REG-FEM TO IMAGEM-FER.
            MOVE WK-MOTIVO TO MOTIVO-FER.
            WRITE REG-FER.
            ADD 1 TO QTD-REJEITADOS.

       GRAVA-TRAILERS.
            MOVE "TRL" TO TIPO-TRL.
            MOVE QTD-GRAVADOS TO QTD-REG-TRL.
            MOVE TOTAL-BRUTO TO TOTAL-SALAJT-TRL.
            WRITE REG-SAI-TRL.
            MOVE "TRL" TO TIPO-LIQ-TRL.
            MOVE QTD-GRAVADOS TO QTD-LIQ-TRL.
            MOVE TOTAL-LIQUIDO TO TOTAL-LIQ-TRL.
            WRITE REG-LIQ-TRL.

       RODAPE-RELFER.
            MOVE ALL "-" TO LINHA-RELFER.
            WRITE REG-RELFER.
            MOVE SPACES TO LINHA-RELFER.
            MOVE QTD-GRAVADOS TO WK-COD-ED.
            MOVE TOTAL-BRUTO TO WK-TOTAL-ED.
            STRING "TOTAL: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   " FERIAS - BRUTO: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELFER.
            WRITE REG-RELFER.
            MOVE SPACES TO LINHA-RELFER.
            MOVE TOTAL-LIQUIDO TO WK-TOTAL-ED.
            STRING "TOTAL LIQUIDO .: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELFER.
            WRITE REG-RELFER.
            MOVE SPACES TO LINHA-RELFER.
            MOVE QTD-REJEITADOS TO WK-COD-ED.
            STRING "MOVIMENTOS RECUSADOS (VER CADFER): "
                   DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   INTO LINHA-RELFER.
            WRITE REG-RELFER.

       GRAVA-GERACAO.
            OPEN EXTEND CADGER.
            IF CADGER-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADGER
            END-IF.
            MOVE SPACES TO REG-GER.
            MOVE "EM01FERI" TO PROGRAMA-GER.
            MOVE DATA-SISTEMA TO DATA-GER.
            MOVE HORA-SISTEMA TO HORA-GER.
            MOVE CADSAI-NOME TO NOME-ARQ-GER.
            MOVE QTD-GRAVADOS TO QTD-GRAVADOS-GER.
            WRITE REG-GER.
            MOVE SPACES TO REG-GER.
            MOVE "EM01FERI" TO PROGRAMA-GER.
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
            MOVE "EM01FERI" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-GRAVADOS TO QTD-GRAVADOS-LOG.
            MOVE QTD-REJEITADOS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            PERFORM GRAVA-TRAILERS.
            PERFORM RODAPE-RELFER.
            CLOSE CADFEM
                  CADEMP
                  CADFEC
                  CADFER
                  CADSAI
                  CADLIQ
                  CADACF
                  RELFER.
            PERFORM GRAVA-GERACAO.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01FERI - RESUMO DO CALCULO DE FERIAS".
            DISPLAY "MOVIMENTOS LIDOS ....: " QTD-LIDOS.
            DISPLAY "FERIAS CALCULADAS ...: " QTD-GRAVADOS.
            DISPLAY "MOVIMENTOS RECUSADOS : " QTD-REJEITADOS.
            DISPLAY "EM01FERI - PAGAR E CONTABILIZAR COM O TIPO DE "
                    "FOLHA FE NO PARFOL (EM01BANC E EM01CTBL)".
            IF QTD-REJEITADOS > ZEROS
               DISPLAY "EM01FERI - HA MOVIMENTOS RECUSADOS EM CADFER"
               MOVE 4 TO RETURN-CODE
            END-IF.
