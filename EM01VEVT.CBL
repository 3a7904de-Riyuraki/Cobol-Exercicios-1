       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01VEVT.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CRITICA DO MOVIMENTO MENSAL DE EVENTOS VARIAVEIS DA
      *         FOLHA CADEVM (COPY EVMREG), NOS MOLDES DA CARGA DO
      *         EM01AULA. CADA MOVIMENTO E CONFERIDO CONTRA O CADEMP
      *         (MATRICULA EXISTENTE E FUNCIONARIO NAO DESLIGADO) E
      *         CONTRA A TABELA DE EVENTOS DO PARAMETRO PAREVT (COPY
      *         EVTREG - CODIGO CADASTRADO); O EVENTO POR HORA OU POR
      *         DIA PRECISA TRAZER QUANTIDADE E O EVENTO DE VALOR
      *         INFORMADO PRECISA TRAZER VALOR, NUMERICOS E MAIORES
      *         QUE ZERO. LINHA DA TABELA COM TIPO, BASE OU INCIDENCIA
      *         FORA DO PREVISTO E IGNORADA COM AVISO, E O EVENTO FICA
      *         COMO NAO CADASTRADO. OS MOVIMENTOS ACEITOS VAO PARA O
      *         CADEVA, NO MESMO LAYOUT, QUE E O QUE O EM01LIQD LE PARA
      *         COMPOR O BRUTO, AS BASES DE INSS E IRRF E O LIQUIDO;
      *         OS RECUSADOS VAO PARA O CADEVR COM O MOTIVO, PARA
      *         CORRECAO E NOVA CRITICA ANTES DO CALCULO DA FOLHA. SEM
      *         CADEVM, CADEMP OU PAREVT O PROGRAMA ENCERRA COM CODIGO
      *         16; HAVENDO RECUSADOS, COM CODIGO 4. AO FINAL, GRAVA
      *         UMA LINHA DE ESTATISTICA EM EM01LOG, NO LAYOUT DA COPY
      *         LOGREG. A COMPETENCIA DO MOVIMENTO (ANO E MES), SE
      *         DIGITADA, PRECISA SER UM MES VALIDO; EM BRANCO, O
      *         MOVIMENTO ACEITO SAI NO CADEVA COM A COMPETENCIA DO MES
      *         DA CRITICA, E O EM01LIQD RECUSA O QUE NAO FOR DA
      *         COMPETENCIA DA FOLHA - UM CADEVA ESQUECIDO DE UM MES
      *         ANTERIOR NAO E MAIS PAGO DE NOVO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADEVM  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADEVM-STATUS.
           SELECT     PAREVT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PAREVT-STATUS.
           SELECT     CADEMP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      MATRICULA-EMP
           FILE STATUS IS CADEMP-STATUS.
           SELECT     CADEVA  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADEVA-STATUS.
           SELECT     CADEVR  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADEVR-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADEVM
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADEVM.DAT".

       COPY EVMREG.

       FD PAREVT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PAREVT.DAT".

       COPY EVTREG.

       FD CADEMP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADEMP.DAT".

       COPY FUNREG.

       FD CADEVA
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADEVA.DAT".

       01 REG-EVA                   PIC X(26).

       FD CADEVR
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADEVR.DAT".

       01 REG-EVR.
           02 IMAGEM-EVR            PIC X(26).
           02 FILLER                PIC X(01).
           02 MOTIVO-EVR            PIC X(30).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADEVM-STATUS     PIC X(02) VALUE SPACES.
       77 PAREVT-STATUS     PIC X(02) VALUE SPACES.
       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 CADEVA-STATUS     PIC X(02) VALUE SPACES.
       77 CADEVR-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-EVT           PIC X(03) VALUE "NAO".
       77 MOVTO-OK          PIC X(03) VALUE "SIM".
       77 WK-MOTIVO         PIC X(30) VALUE SPACES.
       77 QTD-EVT           PIC 9(03) VALUE ZEROS.
       77 WK-IND-EVT        PIC 9(03) VALUE ZEROS.
       77 WK-EVT            PIC 9(03) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-ACEITOS       PIC 9(05) VALUE ZEROS.
       77 QTD-REJEITADOS    PIC 9(05) VALUE ZEROS.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 TAB-EVENTOS.
           02 EVT-TAB OCCURS 100 TIMES.
              03 CODIGO-EVT-TAB    PIC 9(03).
              03 BASE-EVT-TAB      PIC X(01).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM CARGA-PAREVT.
            OPEN INPUT CADEVM.
            IF CADEVM-STATUS NOT EQUAL "00"
               DISPLAY "EM01VEVT - CADEVM NAO ABRIU - STATUS "
                       CADEVM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADEMP.
            IF CADEMP-STATUS NOT EQUAL "00"
               DISPLAY "EM01VEVT - CADEMP NAO ABRIU - STATUS "
                       CADEMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT CADEVA
                 OUTPUT CADEVR.
            PERFORM LEITURA.

       CARGA-PAREVT.
            OPEN INPUT PAREVT.
            IF PAREVT-STATUS NOT EQUAL "00"
               DISPLAY "EM01VEVT - PAREVT AUSENTE - CRITICA ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-PAREVT
                    UNTIL FIM-EVT EQUAL "SIM".
            CLOSE PAREVT.

       LEITURA-PAREVT.
            READ PAREVT
                AT END
                MOVE "SIM" TO FIM-EVT
                NOT AT END
                PERFORM ARMAZENA-EVENTO
            END-READ.

       ARMAZENA-EVENTO.
            IF CODIGO-EVT IS NOT NUMERIC
               OR FATOR-EVT IS NOT NUMERIC
               OR (TIPO-EVT NOT EQUAL "P" AND "D")
               OR (BASE-EVT NOT EQUAL "V" AND "H" AND "D")
               OR (INSS-EVT NOT EQUAL "S" AND "N")
               OR (IRRF-EVT NOT EQUAL "S" AND "N")
               DISPLAY "EM01VEVT - LINHA DE EVENTO INVALIDA NO "
                       "PAREVT - IGNORADA: " CODIGO-EVT
            ELSE
               IF QTD-EVT < 100
                  ADD 1 TO QTD-EVT
                  MOVE CODIGO-EVT TO CODIGO-EVT-TAB(QTD-EVT)
                  MOVE BASE-EVT TO BASE-EVT-TAB(QTD-EVT)
               END-IF
            END-IF.

       LEITURA.
            READ CADEVM
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
               WRITE REG-EVA FROM REG-EVM
               ADD 1 TO QTD-ACEITOS
            END-IF.
            PERFORM LEITURA.

       VALIDA-MOVIMENTO.
            MOVE "SIM" TO MOVTO-OK.
            MOVE SPACES TO WK-MOTIVO.
            IF MATRICULA-EVM IS NOT NUMERIC
               OR MATRICULA-EVM EQUAL ZEROS
               MOVE "NAO" TO MOVTO-OK
               MOVE "MATRICULA INVALIDA" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            MOVE MATRICULA-EVM TO MATRICULA-EMP.
            READ CADEMP
                INVALID KEY
                MOVE "NAO" TO MOVTO-OK
                MOVE "MATRICULA NAO CADASTRADA" TO WK-MOTIVO
                NOT INVALID KEY
                IF SITUACAO-EMP EQUAL "D"
                   MOVE "NAO" TO MOVTO-OK
                   MOVE "FUNCIONARIO DESLIGADO" TO WK-MOTIVO
                END-IF
            END-READ.
            IF MOVTO-OK EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            MOVE ZEROS TO WK-EVT.
            IF CODIGO-EVM IS NUMERIC
               PERFORM PROCURA-EVENTO
                       VARYING WK-IND-EVT FROM 1 BY 1
                       UNTIL WK-IND-EVT > QTD-EVT OR WK-EVT > 0
            END-IF.
            IF WK-EVT EQUAL ZEROS
               MOVE "NAO" TO MOVTO-OK
               MOVE "EVENTO NAO CADASTRADO NO PAREVT" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            IF BASE-EVT-TAB(WK-EVT) EQUAL "V"
               IF VALOR-EVM IS NOT NUMERIC
                  OR VALOR-EVM EQUAL ZEROS
                  MOVE "NAO" TO MOVTO-OK
                  MOVE "VALOR DO EVENTO INVALIDO" TO WK-MOTIVO
               END-IF
            ELSE
               IF QUANTIDADE-EVM IS NOT NUMERIC
                  OR QUANTIDADE-EVM EQUAL ZEROS
                  MOVE "NAO" TO MOVTO-OK
                  MOVE "QUANTIDADE DO EVENTO INVALIDA" TO WK-MOTIVO
               END-IF
            END-IF.
            IF MOVTO-OK EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            IF COMPETENCIA-EVM-R EQUAL SPACES
               OR COMPETENCIA-EVM EQUAL ZEROS
               MOVE DATA-SISTEMA(1:6) TO COMPETENCIA-EVM
            END-IF.
            IF COMPETENCIA-EVM IS NOT NUMERIC
               OR MES-COMP-EVM < 1 OR MES-COMP-EVM > 12
               MOVE "NAO" TO MOVTO-OK
               MOVE "COMPETENCIA DO EVENTO INVALIDA" TO WK-MOTIVO
            END-IF.

       PROCURA-EVENTO.
            IF CODIGO-EVT-TAB(WK-IND-EVT) EQUAL CODIGO-EVM
               MOVE WK-IND-EVT TO WK-EVT
            END-IF.

       GRAVA-REJEITADO.
            MOVE SPACES TO REG-EVR.
            MOVE REG-EVM TO IMAGEM-EVR.
            MOVE WK-MOTIVO TO MOTIVO-EVR.
            WRITE REG-EVR.
            ADD 1 TO QTD-REJEITADOS.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01VEVT" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-ACEITOS TO QTD-GRAVADOS-LOG.
            MOVE QTD-REJEITADOS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            CLOSE CADEVM
                  CADEMP
                  CADEVA
                  CADEVR.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01VEVT - RESUMO DA CRITICA DE EVENTOS".
            DISPLAY "MOVIMENTOS LIDOS ....: " QTD-LIDOS.
            DISPLAY "MOVIMENTOS ACEITOS ..: " QTD-ACEITOS.
            DISPLAY "MOVIMENTOS RECUSADOS : " QTD-REJEITADOS.
            IF QTD-REJEITADOS > ZEROS
               DISPLAY "EM01VEVT - HA MOVIMENTOS RECUSADOS EM CADEVR "
                       "- CORRIGIR ANTES DO EM01LIQD"
               MOVE 4 TO RETURN-CODE
            END-IF.
