       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01ORCA.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONFRONTO MENSAL DO ORCAMENTO DA FOLHA COM O REALIZADO
      *         POR DEPARTAMENTO. A DIRECAO APROVA O ORCAMENTO ANUAL
      *         POR DEPARTAMENTO, MAS O CUSTO REAL SO APARECIA NO
      *         RELDEPTO DO EM01EX06 E NO CADCTB DO EM01CTBL, E
      *         NINGUEM COMPARAVA OS DOIS. O ORCADO VEM DO CADORC
      *         (COPY ORCREG, MANTIDO PELO EM01MORC) E O REALIZADO DO
      *         ACUMULADO ANUAL CADACF (COPY ACFREG), QUE O EM01APLI
      *         GRAVA COM O BRUTO DE CADA FUNCIONARIO QUANDO A FOLHA
      *         DO MES E CONFIRMADA E O EM01DECI, EM01FERI E EM01RESC
      *         A CADA DECIMO TERCEIRO, FERIAS OU RESCISAO PAGOS -
      *         TODOS OS TIPOS DE PAGAMENTO SAO CUSTO DA FOLHA E ENTRAM
      *         NO REALIZADO DA COMPETENCIA; O DEPARTAMENTO DE CADA
      *         MATRICULA E O DO CADEMP NA DATA DA EXECUCAO. O ARQUIVO
      *         DE PARAMETROS PARORC (OPCIONAL) TRAZ A COMPETENCIA (ANO
      *         E MES) E O PERCENTUAL DE TOLERANCIA; SEM COMPETENCIA
      *         VALE A MAIS RECENTE DE FOLHA MENSAL (TIPO 08) NO
      *         CADACF - UMA FERIAS OU RESCISAO JA PAGA NO MES SEGUINTE
      *         NAO ADIANTA O CONFRONTO PARA UM MES AINDA SEM FOLHA
      *         CONFIRMADA - E SEM TOLERANCIA VALE O PADRAO DE 5 POR
      *         CENTO. PARA CADA DEPARTAMENTO DO
      *         CADDEP O RELATORIO RELORC MOSTRA O QUADRO DE ATIVOS NO
      *         CADEMP E, NO MES E NO ACUMULADO DO ANO ATE O MES, O
      *         ORCADO, O REALIZADO E A VARIACAO EM VALOR E EM
      *         PERCENTUAL. O REALIZADO DE MATRICULA FORA DO CADEMP OU
      *         DE DEPARTAMENTO FORA DO CADDEP SAI NUMA LINHA PROPRIA,
      *         SEM ORCAMENTO, E ENCERRA COM CODIGO 4. DEPARTAMENTO
      *         CUJO REALIZADO PASSA O ORCADO EM MAIS QUE A TOLERANCIA
      *         (NO MES OU NO ANO), OU QUE TEM REALIZADO SEM NENHUM
      *         ORCAMENTO, E MARCADO COMO ESTOURO E O PROGRAMA RETORNA
      *         CODIGO 8, COMO O EM01VARI FAZ COM AS EXCECOES DE
      *         VOLUME. SEM CADACF, CADDEP OU
      *         CADEMP ENCERRA COM CODIGO 16. AO FINAL, GRAVA UMA
      *         LINHA DE ESTATISTICA EM EM01LOG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     PARORC  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARORC-STATUS.
           SELECT     CADACF  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADACF-STATUS.
           SELECT     CADDEP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CODIGO-DEP
           FILE STATUS IS CADDEP-STATUS.
           SELECT     CADEMP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      MATRICULA-EMP
           FILE STATUS IS CADEMP-STATUS.
           SELECT     CADORC  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-ORC
           FILE STATUS IS CADORC-STATUS.
           SELECT     RELORC  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELORC-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD PARORC
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARORC.DAT".

       01 REG-PARORC.
           02 ANO-PAR              PIC 9(04).
           02 MES-PAR              PIC 9(02).
           02 TOLERANCIA-PAR       PIC 9(03).

       FD CADACF
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADACF.DAT".

       COPY ACFREG.

       FD CADDEP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADDEP.DAT".

       COPY DEPREG.

       FD CADEMP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADEMP.DAT".

       COPY FUNREG.

       FD CADORC
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADORC.DAT".

       COPY ORCREG.

       FD RELORC
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELORC.DAT".

       01 REG-RELORC.
           02 LINHA-RELORC         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 PARORC-STATUS     PIC X(02) VALUE SPACES.
       77 CADACF-STATUS     PIC X(02) VALUE SPACES.
       77 CADDEP-STATUS     PIC X(02) VALUE SPACES.
       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 CADORC-STATUS     PIC X(02) VALUE SPACES.
       77 RELORC-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 TEM-CADORC        PIC X(03) VALUE "NAO".
       77 WK-ANO            PIC 9(04) VALUE ZEROS.
       77 WK-MES            PIC 9(02) VALUE ZEROS.
       77 WK-TOLERANCIA     PIC 9(03) VALUE 5.
       77 WK-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77 WK-IND            PIC 9(03) VALUE ZEROS.
       77 WK-ACHOU          PIC 9(03) VALUE ZEROS.
       77 WK-IND-MES        PIC 9(02) VALUE ZEROS.
       77 WK-DEPTO          PIC X(04) VALUE SPACES.
       77 QTD-DEPTOS        PIC 9(03) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-FORA          PIC 9(05) VALUE ZEROS.
       77 QTD-ESTOUROS      PIC 9(05) VALUE ZEROS.
       77 WK-ORCADO         PIC 9(09)V99 VALUE ZEROS.
       77 WK-REALIZADO      PIC 9(09)V99 VALUE ZEROS.
       77 WK-VARIACAO       PIC S9(09)V99 VALUE ZEROS.
       77 WK-PERCENTUAL     PIC S9(05)V9 VALUE ZEROS.
       77 WK-ESTOURO        PIC X(03) VALUE "NAO".
       77 WK-ESTOURO-DEP    PIC X(03) VALUE "NAO".
       77 WK-PERIODO        PIC X(03) VALUE SPACES.
       77 LINHA-FORA        PIC X(03) VALUE "NAO".
       77 FORA-MES          PIC 9(09)V99 VALUE ZEROS.
       77 FORA-ANO          PIC 9(09)V99 VALUE ZEROS.
       77 TOT-ORC-MES       PIC 9(09)V99 VALUE ZEROS.
       77 TOT-REA-MES       PIC 9(09)V99 VALUE ZEROS.
       77 TOT-ORC-ANO       PIC 9(09)V99 VALUE ZEROS.
       77 TOT-REA-ANO       PIC 9(09)V99 VALUE ZEROS.
       77 TOT-ATIVOS        PIC 9(05) VALUE ZEROS.
       77 WK-QTD-ED         PIC ZZZZ9.
       77 WK-VALOR-ED       PIC ZZZZZZZZ9,99.
       77 WK-VARIACAO-ED    PIC -(9)9,99.
       77 WK-PERCENTUAL-ED  PIC -(5)9,9.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 TAB-DEPARTAMENTOS.
           02 DEP-TAB OCCURS 100 TIMES.
              03 CODIGO-DEP-TAB    PIC X(04).
              03 NOME-DEP-TAB      PIC X(20).
              03 ATIVOS-DEP-TAB    PIC 9(05).
              03 REA-MES-DEP-TAB   PIC 9(09)V99.
              03 REA-ANO-DEP-TAB   PIC 9(09)V99.

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM CARGA-DEPARTAMENTOS.
       PERFORM CONTA-ATIVOS.
       PERFORM ACUMULA-REALIZADO.
       PERFORM EMITE-RELATORIO.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN INPUT PARORC.
            IF PARORC-STATUS EQUAL "00"
               READ PARORC
                   AT END
                   CONTINUE
                   NOT AT END
                   PERFORM CARGA-PARORC
               END-READ
               CLOSE PARORC
            END-IF.
            OPEN INPUT CADACF.
            IF CADACF-STATUS NOT EQUAL "00"
               DISPLAY "EM01ORCA - CADACF NAO ABRIU - STATUS "
                       CADACF-STATUS " - CONFIRME AS FOLHAS PELO "
                       "EM01APLI"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-ANO EQUAL ZEROS
               PERFORM PROCURA-COMPETENCIA
            END-IF.
            CLOSE CADACF.
            IF WK-ANO EQUAL ZEROS
               DISPLAY "EM01ORCA - NENHUMA COMPETENCIA NO ACUMULADO "
                       "CADACF"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-MES EQUAL ZEROS OR WK-MES > 12
               DISPLAY "EM01ORCA - MES INVALIDO NO PARORC: " WK-MES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE WK-ANO TO WK-COMPETENCIA(1:4).
            MOVE WK-MES TO WK-COMPETENCIA(5:2).
            OPEN INPUT CADDEP.
            IF CADDEP-STATUS NOT EQUAL "00"
               DISPLAY "EM01ORCA - CADDEP NAO ABRIU - STATUS "
                       CADDEP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADEMP.
            IF CADEMP-STATUS NOT EQUAL "00"
               DISPLAY "EM01ORCA - CADEMP NAO ABRIU - STATUS "
                       CADEMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADORC.
            IF CADORC-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADORC
            ELSE
               DISPLAY "EM01ORCA - CADORC NAO ABRIU - STATUS "
                       CADORC-STATUS " - TODO O REALIZADO SAI SEM "
                       "ORCAMENTO"
            END-IF.

       CARGA-PARORC.
            IF ANO-PAR IS NUMERIC AND ANO-PAR > ZEROS
               MOVE ANO-PAR TO WK-ANO
               MOVE MES-PAR TO WK-MES
            END-IF.
            IF TOLERANCIA-PAR IS NUMERIC AND TOLERANCIA-PAR > ZEROS
               MOVE TOLERANCIA-PAR TO WK-TOLERANCIA
            END-IF.

       PROCURA-COMPETENCIA.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM LEITURA-COMPETENCIA
                    UNTIL FIM-ARQ EQUAL "SIM".
            MOVE WK-COMPETENCIA(1:4) TO WK-ANO.
            MOVE WK-COMPETENCIA(5:2) TO WK-MES.

       LEITURA-COMPETENCIA.
            READ CADACF
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF COMPETENCIA-ACF > WK-COMPETENCIA
                   AND (TIPO-FOLHA-ACF EQUAL "08"
                        OR TIPO-FOLHA-ACF EQUAL SPACES)
                   MOVE COMPETENCIA-ACF TO WK-COMPETENCIA
                END-IF
            END-READ.

       CARGA-DEPARTAMENTOS.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM LEITURA-CADDEP
                    UNTIL FIM-ARQ EQUAL "SIM".

       LEITURA-CADDEP.
            READ CADDEP NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF QTD-DEPTOS < 100
                   ADD 1 TO QTD-DEPTOS
                   MOVE CODIGO-DEP TO CODIGO-DEP-TAB(QTD-DEPTOS)
                   MOVE NOME-DEP TO NOME-DEP-TAB(QTD-DEPTOS)
                   MOVE ZEROS TO ATIVOS-DEP-TAB(QTD-DEPTOS)
                   MOVE ZEROS TO REA-MES-DEP-TAB(QTD-DEPTOS)
                   MOVE ZEROS TO REA-ANO-DEP-TAB(QTD-DEPTOS)
                ELSE
                   DISPLAY "EM01ORCA - TABELA DE DEPARTAMENTOS CHEIA "
                           "(100) - " CODIGO-DEP " FICA FORA"
                END-IF
            END-READ.

       CONTA-ATIVOS.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM LEITURA-ATIVOS
                    UNTIL FIM-ARQ EQUAL "SIM".

       LEITURA-ATIVOS.
            READ CADEMP NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF SITUACAO-EMP NOT EQUAL "D"
                   MOVE DEPARTAMENTO-EMP TO WK-DEPTO
                   PERFORM PROCURA-DEPARTAMENTO
                   IF WK-ACHOU > ZEROS
                      ADD 1 TO ATIVOS-DEP-TAB(WK-ACHOU)
                      ADD 1 TO TOT-ATIVOS
                   END-IF
                END-IF
            END-READ.

       PROCURA-DEPARTAMENTO.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM COMPARA-DEPARTAMENTO
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-DEPTOS OR WK-ACHOU > ZEROS.

       COMPARA-DEPARTAMENTO.
            IF CODIGO-DEP-TAB(WK-IND) EQUAL WK-DEPTO
               MOVE WK-IND TO WK-ACHOU
            END-IF.

       ACUMULA-REALIZADO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADACF.
            PERFORM LEITURA-CADACF
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADACF.

       LEITURA-CADACF.
            READ CADACF
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF ANO-ACF EQUAL WK-ANO AND MES-ACF NOT > WK-MES
                   ADD 1 TO QTD-LIDOS
                   PERFORM ACUMULA-FUNCIONARIO
                END-IF
            END-READ.

       ACUMULA-FUNCIONARIO.
            MOVE MATRICULA-ACF TO MATRICULA-EMP.
            READ CADEMP
                INVALID KEY
                MOVE ZEROS TO WK-ACHOU
                NOT INVALID KEY
                MOVE DEPARTAMENTO-EMP TO WK-DEPTO
                PERFORM PROCURA-DEPARTAMENTO
            END-READ.
            IF WK-ACHOU EQUAL ZEROS
               ADD 1 TO QTD-FORA
               ADD BRUTO-ACF TO FORA-ANO
               IF MES-ACF EQUAL WK-MES
                  ADD BRUTO-ACF TO FORA-MES
               END-IF
            ELSE
               ADD BRUTO-ACF TO REA-ANO-DEP-TAB(WK-ACHOU)
               IF MES-ACF EQUAL WK-MES
                  ADD BRUTO-ACF TO REA-MES-DEP-TAB(WK-ACHOU)
               END-IF
            END-IF.

       EMITE-RELATORIO.
            OPEN OUTPUT RELORC.
            MOVE SPACES TO LINHA-RELORC.
            STRING "ORCADO X REALIZADO DA FOLHA POR DEPARTAMENTO - "
                   DELIMITED BY SIZE
                   "COMPETENCIA " DELIMITED BY SIZE
                   WK-MES DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WK-ANO DELIMITED BY SIZE
                   INTO LINHA-RELORC.
            WRITE REG-RELORC.
            MOVE SPACES TO LINHA-RELORC.
            STRING "EMITIDO EM " DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   " - TOLERANCIA " DELIMITED BY SIZE
                   WK-TOLERANCIA DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO LINHA-RELORC.
            WRITE REG-RELORC.
            MOVE ALL "-" TO LINHA-RELORC.
            WRITE REG-RELORC.
            MOVE "DEPTO NOME                  ATIVOS" TO LINHA-RELORC.
            WRITE REG-RELORC.
            MOVE "      PERIODO       ORCADO    REALIZADO     VARIACAO"
                 TO LINHA-RELORC.
            MOVE "       %" TO LINHA-RELORC(55:8).
            WRITE REG-RELORC.
            MOVE ALL "-" TO LINHA-RELORC.
            WRITE REG-RELORC.
            PERFORM EMITE-DEPARTAMENTO
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-DEPTOS.
            IF FORA-ANO > ZEROS
               PERFORM EMITE-FORA-CADASTRO
            END-IF.
            MOVE ALL "-" TO LINHA-RELORC.
            WRITE REG-RELORC.
            MOVE SPACES TO LINHA-RELORC.
            MOVE "NAO" TO LINHA-FORA.
            MOVE "TOTAL" TO LINHA-RELORC(1:5).
            MOVE TOT-ATIVOS TO WK-QTD-ED.
            MOVE WK-QTD-ED TO LINHA-RELORC(32:5).
            WRITE REG-RELORC.
            ADD FORA-MES TO TOT-REA-MES.
            ADD FORA-ANO TO TOT-REA-ANO.
            MOVE "MES" TO WK-PERIODO.
            MOVE TOT-ORC-MES TO WK-ORCADO.
            MOVE TOT-REA-MES TO WK-REALIZADO.
            PERFORM EMITE-PERIODO.
            MOVE "ANO" TO WK-PERIODO.
            MOVE TOT-ORC-ANO TO WK-ORCADO.
            MOVE TOT-REA-ANO TO WK-REALIZADO.
            PERFORM EMITE-PERIODO.
            MOVE SPACES TO LINHA-RELORC.
            WRITE REG-RELORC.
            MOVE SPACES TO LINHA-RELORC.
            MOVE QTD-ESTOUROS TO WK-QTD-ED.
            STRING "DEPARTAMENTOS COM ESTOURO DO ORCAMENTO: "
                   DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELORC.
            WRITE REG-RELORC.
            CLOSE RELORC.

       EMITE-DEPARTAMENTO.
            MOVE "NAO" TO WK-ESTOURO-DEP.
            MOVE SPACES TO LINHA-RELORC.
            MOVE CODIGO-DEP-TAB(WK-IND) TO LINHA-RELORC(1:4).
            MOVE NOME-DEP-TAB(WK-IND) TO LINHA-RELORC(7:20).
            MOVE ATIVOS-DEP-TAB(WK-IND) TO WK-QTD-ED.
            MOVE WK-QTD-ED TO LINHA-RELORC(32:5).
            WRITE REG-RELORC.
            MOVE CODIGO-DEP-TAB(WK-IND) TO DEPTO-ORC.
            MOVE WK-ANO TO ANO-ORC.
            MOVE WK-MES TO MES-ORC.
            PERFORM LE-ORCAMENTO.
            ADD WK-ORCADO TO TOT-ORC-MES.
            MOVE REA-MES-DEP-TAB(WK-IND) TO WK-REALIZADO.
            ADD WK-REALIZADO TO TOT-REA-MES.
            MOVE "MES" TO WK-PERIODO.
            PERFORM EMITE-PERIODO.
            IF WK-ESTOURO EQUAL "SIM"
               MOVE "SIM" TO WK-ESTOURO-DEP
            END-IF.
            MOVE ZEROS TO WK-ORCADO.
            PERFORM SOMA-ORCAMENTO-ANO
                    VARYING WK-IND-MES FROM 1 BY 1
                    UNTIL WK-IND-MES > WK-MES.
            ADD WK-ORCADO TO TOT-ORC-ANO.
            MOVE REA-ANO-DEP-TAB(WK-IND) TO WK-REALIZADO.
            ADD WK-REALIZADO TO TOT-REA-ANO.
            MOVE "ANO" TO WK-PERIODO.
            PERFORM EMITE-PERIODO.
            IF WK-ESTOURO EQUAL "SIM"
               MOVE "SIM" TO WK-ESTOURO-DEP
            END-IF.
            IF WK-ESTOURO-DEP EQUAL "SIM"
               ADD 1 TO QTD-ESTOUROS
            END-IF.

       LE-ORCAMENTO.
            MOVE ZEROS TO WK-ORCADO.
            IF TEM-CADORC EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            READ CADORC
                INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE VALOR-ORC TO WK-ORCADO
            END-READ.

       SOMA-ORCAMENTO-ANO.
            IF TEM-CADORC EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            MOVE CODIGO-DEP-TAB(WK-IND) TO DEPTO-ORC.
            MOVE WK-ANO TO ANO-ORC.
            MOVE WK-IND-MES TO MES-ORC.
            READ CADORC
                INVALID KEY
                CONTINUE
                NOT INVALID KEY
                ADD VALOR-ORC TO WK-ORCADO
            END-READ.

       EMITE-PERIODO.
      * ESTOURO: REALIZADO ACIMA DO ORCADO EM MAIS QUE A TOLERANCIA,
      * OU REALIZADO SEM NENHUM ORCADO. A LINHA SEM ORCADO NAO TEM
      * PERCENTUAL.
            MOVE "NAO" TO WK-ESTOURO.
            COMPUTE WK-VARIACAO = WK-REALIZADO - WK-ORCADO.
            MOVE ZEROS TO WK-PERCENTUAL.
            IF WK-ORCADO > ZEROS
               COMPUTE WK-PERCENTUAL ROUNDED =
                       WK-VARIACAO * 100 / WK-ORCADO
                   ON SIZE ERROR
                   MOVE 99999,9 TO WK-PERCENTUAL
               END-COMPUTE
               IF WK-PERCENTUAL > WK-TOLERANCIA
                  MOVE "SIM" TO WK-ESTOURO
               END-IF
            ELSE
               IF WK-REALIZADO > ZEROS
                  MOVE "SIM" TO WK-ESTOURO
               END-IF
            END-IF.
            MOVE SPACES TO LINHA-RELORC.
            MOVE WK-PERIODO TO LINHA-RELORC(7:3).
            MOVE WK-ORCADO TO WK-VALOR-ED.
            MOVE WK-VALOR-ED TO LINHA-RELORC(14:12).
            MOVE WK-REALIZADO TO WK-VALOR-ED.
            MOVE WK-VALOR-ED TO LINHA-RELORC(27:12).
            MOVE WK-VARIACAO TO WK-VARIACAO-ED.
            MOVE WK-VARIACAO-ED TO LINHA-RELORC(40:13).
            IF WK-ORCADO > ZEROS
               MOVE WK-PERCENTUAL TO WK-PERCENTUAL-ED
               MOVE WK-PERCENTUAL-ED TO LINHA-RELORC(54:8)
            ELSE
               MOVE "SEM ORC." TO LINHA-RELORC(54:8)
            END-IF.
            IF WK-ESTOURO EQUAL "SIM" AND LINHA-FORA EQUAL "NAO"
               MOVE "ESTOURO" TO LINHA-RELORC(64:7)
            END-IF.
            WRITE REG-RELORC.

       EMITE-FORA-CADASTRO.
            MOVE SPACES TO LINHA-RELORC.
            MOVE "(FORA DO CADEMP/CADDEP)" TO LINHA-RELORC(7:23).
            WRITE REG-RELORC.
            MOVE "SIM" TO LINHA-FORA.
            MOVE ZEROS TO WK-ORCADO.
            MOVE "MES" TO WK-PERIODO.
            MOVE FORA-MES TO WK-REALIZADO.
            PERFORM EMITE-PERIODO.
            MOVE "ANO" TO WK-PERIODO.
            MOVE FORA-ANO TO WK-REALIZADO.
            PERFORM EMITE-PERIODO.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01ORCA" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-DEPTOS TO QTD-GRAVADOS-LOG.
            MOVE QTD-FORA TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            CLOSE CADDEP
                  CADEMP.
            IF TEM-CADORC EQUAL "SIM"
               CLOSE CADORC
            END-IF.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01ORCA - ORCADO X REALIZADO DA COMPETENCIA "
                    WK-MES "/" WK-ANO " EM RELORC".
            DISPLAY "DEPARTAMENTOS .......: " QTD-DEPTOS.
            DISPLAY "LINHAS DO ACUMULADO .: " QTD-LIDOS.
            DISPLAY "FORA DO CADEMP/CADDEP: " QTD-FORA.
            DISPLAY "ESTOUROS ............: " QTD-ESTOUROS.
            IF QTD-ESTOUROS > ZEROS
               DISPLAY "EM01ORCA - HA DEPARTAMENTO(S) ACIMA DO "
                       "ORCAMENTO - VER RELORC"
               MOVE 8 TO RETURN-CODE
            ELSE
               IF QTD-FORA > ZEROS
                  DISPLAY "EM01ORCA - REALIZADO DE MATRICULA(S) "
                          "FORA DO CADEMP/CADDEP - VER RELORC"
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
