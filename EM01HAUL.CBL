       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01HAUL.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. APURACAO MENSAL DO PAGAMENTO DOS PROFESSORES POR
      *         HORA-AULA. LE O HISTORICO DE AULAS DADAS CADAULH DO
      *         EM01AULA (TURMA, DATA E AULAS DADAS NO DIA) E, PARA
      *         CADA DIA DO MES DE REFERENCIA, ATRIBUI AS AULAS DADAS
      *         AOS PROFESSORES PELA GRADE HORARIA CADGRD: AS N AULAS
      *         DADAS NO DIA SAO AS AULAS 1 A N DAQUELE DIA DA SEMANA
      *         NA GRADE DA TURMA, E CADA UMA CONTA PARA O PROFESSOR
      *         QUE OCUPA O HORARIO. AULA SEM HORARIO NA GRADE (OU
      *         DADA NO DOMINGO) NAO TEM DONO E SAI NUMA RELACAO A
      *         PARTE, PARA A COORDENACAO RESOLVER ANTES DE FECHAR A
      *         FOLHA. O ARQUIVO DE PARAMETROS PARHAU TRAZ O MES DE
      *         REFERENCIA (AAAAMM) E A DURACAO DA AULA EM MINUTOS;
      *         SEM ELE (OU COM ZEROS) VALEM O MES ANTERIOR AO DA
      *         EXECUCAO E AULAS DE 50 MINUTOS. AS HORAS DO PROFESSOR
      *         SAO AULAS X MINUTOS / 60 E O VALOR E HORAS X O VALOR
      *         DA HORA-AULA DO CADPRF. SO VAI PARA O ARQUIVO CADHAU
      *         (COPY HAUREG), QUE O EM01LIQD SOMA AO SALARIO BRUTO
      *         COMO PROVENTO DE AULAS, O PROFESSOR COM MATRICULA DE
      *         FUNCIONARIO ATIVO NO CADEMP E VALOR DA HORA-AULA
      *         INFORMADO; OS DEMAIS SAEM NO RELATORIO COM O MOTIVO E
      *         FICAM DE FORA DA FOLHA. O RELATORIO RELHAU LISTA POR
      *         PROFESSOR AS AULAS, AS HORAS, O VALOR DA HORA E O
      *         VALOR A PAGAR, OS TOTAIS, AS AULAS SEM DONO E TERMINA
      *         COM O CAMPO DE VISTO DA COORDENACAO, QUE CONFERE E
      *         ASSINA ANTES DO FECHAMENTO DA FOLHA. SEM CADAULH,
      *         CADGRD, CADPRF OU CADEMP O PROGRAMA ENCERRA COM CODIGO
      *         16; HAVENDO PROFESSOR RECUSADO OU AULA SEM DONO, COM
      *         CODIGO 4. AO FINAL, GRAVA UMA LINHA DE ESTATISTICA EM
      *         EM01LOG, NO LAYOUT DA COPY LOGREG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADAULH  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADAULH-STATUS.
           SELECT     CADGRD  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-GRD
           FILE STATUS IS CADGRD-STATUS.
           SELECT     CADPRF  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CODIGO-PRF
           FILE STATUS IS CADPRF-STATUS.
           SELECT     CADEMP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      MATRICULA-EMP
           FILE STATUS IS CADEMP-STATUS.
           SELECT     PARHAU  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARHAU-STATUS.
           SELECT     CADHAU  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADHAU-STATUS.
           SELECT     RELHAU  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELHAU-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADAULH
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADAULH.DAT".

       01 REG-AULH.
           02 TURMA-AULH            PIC X(03).
           02 DATA-AULH.
             03 AAAA-AULH           PIC 9(04).
             03 MM-AULH             PIC 9(02).
             03 DD-AULH             PIC 9(02).
           02 AULAS-DIA-AULH        PIC 9(02).

       FD CADGRD
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADGRD.DAT".

       COPY GRDREG.

       FD CADPRF
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADPRF.DAT".

       COPY PRFREG.

       FD CADEMP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADEMP.DAT".

       COPY FUNREG.

       FD PARHAU
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARHAU.DAT".

       01 REG-PARHAU.
           02 MES-REF-PAR.
             03 ANO-REF-PAR         PIC 9(04).
             03 MES-REF-MM-PAR      PIC 9(02).
           02 MINUTOS-AULA-PAR      PIC 9(03).

       FD CADHAU
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADHAU.DAT".

       COPY HAUREG.

       FD RELHAU
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELHAU.DAT".

       01 REG-RELHAU.
           02 LINHA-RELHAU         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADAULH-STATUS    PIC X(02) VALUE SPACES.
       77 CADGRD-STATUS     PIC X(02) VALUE SPACES.
       77 CADPRF-STATUS     PIC X(02) VALUE SPACES.
       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 PARHAU-STATUS     PIC X(02) VALUE SPACES.
       77 CADHAU-STATUS     PIC X(02) VALUE SPACES.
       77 RELHAU-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-PRF           PIC X(03) VALUE "NAO".
       77 TAB-PRF-CHEIA     PIC X(03) VALUE "NAO".
       77 PROFESSOR-OK      PIC X(03) VALUE "SIM".
       77 WK-MOTIVO         PIC X(25) VALUE SPACES.
       77 WK-MINUTOS-AULA   PIC 9(03) VALUE 50.
       77 WK-DIA-SEMANA     PIC 9(01) VALUE ZERO.
       77 WK-RESTO-SEMANA   PIC 9(01) VALUE ZERO.
       77 WK-QUOC-SEMANA    PIC 9(07) VALUE ZEROS.
       77 WK-AULA           PIC 9(03) VALUE ZEROS.
       77 WK-SEM-DONO       PIC 9(02) VALUE ZEROS.
       77 QTD-PRF           PIC 9(03) VALUE ZEROS.
       77 WK-IND-PRF        PIC 9(03) VALUE ZEROS.
       77 WK-ACHOU          PIC 9(03) VALUE ZEROS.
       77 WK-HORAS          PIC 9(04)V99 VALUE ZEROS.
       77 WK-VALOR          PIC 9(05)V99 VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-DIAS-MES      PIC 9(05) VALUE ZEROS.
       77 QTD-GRAVADOS      PIC 9(05) VALUE ZEROS.
       77 QTD-RECUSADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-AULAS-PAGAS   PIC 9(05) VALUE ZEROS.
       77 QTD-AULAS-SEM-DONO PIC 9(05) VALUE ZEROS.
       77 TOTAL-HORAS       PIC 9(06)V99 VALUE ZEROS.
       77 TOTAL-VALOR       PIC 9(08)V99 VALUE ZEROS.
       77 WK-PRF-ED         PIC ZZ9.
       77 WK-MAT-ED         PIC ZZZZ9.
       77 WK-AULAS-ED       PIC ZZZ9.
       77 WK-HORAS-ED       PIC ZZZ9,99.
       77 WK-VALOR-HORA-ED  PIC ZZ9,99.
       77 WK-VALOR-ED       PIC ZZZZ9,99.
       77 WK-TOTAL-ED       PIC Z(7)9,99.
       77 WK-TOTAL-HORAS-ED PIC Z(5)9,99.
       77 WK-ANO-AJ         PIC 9(04) VALUE ZEROS.
       77 WK-MES-AJ         PIC 9(02) VALUE ZEROS.
       77 WK-Q4             PIC 9(04) VALUE ZEROS.
       77 WK-Q100           PIC 9(04) VALUE ZEROS.
       77 WK-Q400           PIC 9(04) VALUE ZEROS.
       77 WK-QMES           PIC 9(03) VALUE ZEROS.
       77 WK-DIAS-CALC      PIC 9(07) VALUE ZEROS.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-MES-REF.
           02 ANO-REF              PIC 9(04).
           02 MES-REF              PIC 9(02).
       01 WK-MES-REF-N REDEFINES WK-MES-REF PIC 9(06).
       01 WK-DATA-CALC.
           02 ANO-CALC             PIC 9(04).
           02 MES-CALC             PIC 9(02).
           02 DIA-CALC             PIC 9(02).
       01 TAB-PROFESSORES.
           02 PRF-TAB OCCURS 300 TIMES.
              03 CODIGO-PRF-TAB    PIC 9(03).
              03 NOME-PRF-TAB      PIC X(20).
              03 MATRICULA-PRF-TAB PIC 9(05).
              03 VALOR-HORA-PRF-TAB PIC 9(03)V99.
              03 AULAS-PRF-TAB     PIC 9(04).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM APURA-PROFESSORES.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM CARGA-PARHAU.
            OPEN INPUT CADAULH.
            IF CADAULH-STATUS NOT EQUAL "00"
               DISPLAY "EM01HAUL - CADAULH NAO ABRIU - STATUS "
                       CADAULH-STATUS " - RODE O EM01AULA ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADGRD.
            IF CADGRD-STATUS NOT EQUAL "00"
               DISPLAY "EM01HAUL - CADGRD NAO ABRIU - STATUS "
                       CADGRD-STATUS " - RODE O EM01MGRD ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADEMP.
            IF CADEMP-STATUS NOT EQUAL "00"
               DISPLAY "EM01HAUL - CADEMP NAO ABRIU - STATUS "
                       CADEMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM CARGA-PROFESSORES.
            OPEN OUTPUT CADHAU
                 OUTPUT RELHAU.
            PERFORM CABECALHO-RELHAU.
            PERFORM LEITURA.

       CARGA-PARHAU.
      * SEM PARAMETRO, O MES DE REFERENCIA E O ANTERIOR AO DA
      * EXECUCAO - A FOLHA DO MES E FECHADA NO INICIO DO SEGUINTE.
            IF MES-SISTEMA EQUAL 1
               COMPUTE ANO-REF = ANO-SISTEMA - 1
               MOVE 12 TO MES-REF
            ELSE
               MOVE ANO-SISTEMA TO ANO-REF
               COMPUTE MES-REF = MES-SISTEMA - 1
            END-IF.
            OPEN INPUT PARHAU.
            IF PARHAU-STATUS EQUAL "00"
               READ PARHAU
                   AT END
                   CONTINUE
                   NOT AT END
                   IF MES-REF-PAR IS NUMERIC
                      AND MES-REF-MM-PAR > ZEROS
                      AND MES-REF-MM-PAR NOT > 12
                      MOVE MES-REF-PAR TO WK-MES-REF
                   END-IF
                   IF MINUTOS-AULA-PAR IS NUMERIC
                      AND MINUTOS-AULA-PAR > ZEROS
                      MOVE MINUTOS-AULA-PAR TO WK-MINUTOS-AULA
                   END-IF
               END-READ
               CLOSE PARHAU
            END-IF.

       CARGA-PROFESSORES.
            OPEN INPUT CADPRF.
            IF CADPRF-STATUS NOT EQUAL "00"
               DISPLAY "EM01HAUL - CADPRF NAO ABRIU - STATUS "
                       CADPRF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-CADPRF
                    UNTIL FIM-PRF EQUAL "SIM".
            CLOSE CADPRF.

       LEITURA-CADPRF.
            READ CADPRF NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-PRF
                NOT AT END
                PERFORM ARMAZENA-PROFESSOR
            END-READ.

       ARMAZENA-PROFESSOR.
            IF QTD-PRF < 300
               ADD 1 TO QTD-PRF
               MOVE CODIGO-PRF TO CODIGO-PRF-TAB(QTD-PRF)
               MOVE NOME-PRF TO NOME-PRF-TAB(QTD-PRF)
               IF MATRICULA-PRF IS NUMERIC
                  MOVE MATRICULA-PRF TO MATRICULA-PRF-TAB(QTD-PRF)
               ELSE
                  MOVE ZEROS TO MATRICULA-PRF-TAB(QTD-PRF)
               END-IF
               IF VALOR-HORA-PRF IS NUMERIC
                  MOVE VALOR-HORA-PRF TO VALOR-HORA-PRF-TAB(QTD-PRF)
               ELSE
                  MOVE ZEROS TO VALOR-HORA-PRF-TAB(QTD-PRF)
               END-IF
               MOVE ZEROS TO AULAS-PRF-TAB(QTD-PRF)
            ELSE
               IF TAB-PRF-CHEIA EQUAL "NAO"
                  DISPLAY "EM01HAUL - TABELA DE PROFESSORES CHEIA "
                          "(300) - APURACAO ABORTADA"
                  MOVE "SIM" TO TAB-PRF-CHEIA
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.

       CABECALHO-RELHAU.
            MOVE SPACES TO LINHA-RELHAU.
            STRING "PAGAMENTO DE HORA-AULA - EM01HAUL - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELHAU.
            WRITE REG-RELHAU.
            MOVE SPACES TO LINHA-RELHAU.
            STRING "MES DE REFERENCIA: " DELIMITED BY SIZE
                   MES-REF DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ANO-REF DELIMITED BY SIZE
                   " - AULA DE " DELIMITED BY SIZE
                   WK-MINUTOS-AULA DELIMITED BY SIZE
                   " MINUTOS" DELIMITED BY SIZE
                   INTO LINHA-RELHAU.
            WRITE REG-RELHAU.
            MOVE SPACES TO LINHA-RELHAU.
            WRITE REG-RELHAU.
            MOVE "PRF NOME                 MATR.  AULA   HORAS   R$/H"
                 TO LINHA-RELHAU.
            MOVE "   VALOR  SITUACAO" TO LINHA-RELHAU(53:18).
            WRITE REG-RELHAU.
            MOVE ALL "-" TO LINHA-RELHAU.
            WRITE REG-RELHAU.

       LEITURA.
            READ CADAULH
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS
            END-READ.

       PRINCIPAL.
            IF AAAA-AULH EQUAL ANO-REF
               AND MM-AULH EQUAL MES-REF
               ADD 1 TO QTD-DIAS-MES
               PERFORM DISTRIBUI-AULAS-DIA
            END-IF.
            PERFORM LEITURA.

       DISTRIBUI-AULAS-DIA.
            MOVE DATA-AULH TO WK-DATA-CALC.
            PERFORM CALCULA-DIAS.
      * NA CONTAGEM DE DIAS DO CALCULA-DIAS, RESTO 6 NA DIVISAO DO
      * DIA SEGUINTE POR 7 CAI NA SEGUNDA-FEIRA; DAI 1 = SEGUNDA ATE
      * 7 = DOMINGO, COMO NA GRADE.
            ADD 1 TO WK-DIAS-CALC.
            DIVIDE WK-DIAS-CALC BY 7 GIVING WK-QUOC-SEMANA
                   REMAINDER WK-RESTO-SEMANA.
            COMPUTE WK-DIA-SEMANA = WK-RESTO-SEMANA + 1.
            MOVE ZEROS TO WK-SEM-DONO.
            PERFORM ATRIBUI-AULA
                    VARYING WK-AULA FROM 1 BY 1
                    UNTIL WK-AULA > AULAS-DIA-AULH.
            IF WK-SEM-DONO > ZEROS
               ADD WK-SEM-DONO TO QTD-AULAS-SEM-DONO
               DISPLAY "EM01HAUL - TURMA " TURMA-AULH " EM "
                       DD-AULH "/" MM-AULH "/" AAAA-AULH ": "
                       WK-SEM-DONO " AULA(S) SEM PROFESSOR NA GRADE"
            END-IF.

       ATRIBUI-AULA.
            IF WK-DIA-SEMANA > 6 OR WK-AULA > 9
               ADD 1 TO WK-SEM-DONO
               EXIT PARAGRAPH
            END-IF.
            MOVE TURMA-AULH TO TURMA-GRD.
            MOVE WK-DIA-SEMANA TO DIA-GRD.
            MOVE WK-AULA TO AULA-GRD.
            READ CADGRD
                INVALID KEY
                ADD 1 TO WK-SEM-DONO
                NOT INVALID KEY
                PERFORM CREDITA-PROFESSOR
            END-READ.

       CREDITA-PROFESSOR.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM PROCURA-PROFESSOR
                    VARYING WK-IND-PRF FROM 1 BY 1
                    UNTIL WK-IND-PRF > QTD-PRF OR WK-ACHOU > 0.
            IF WK-ACHOU > ZEROS
               ADD 1 TO AULAS-PRF-TAB(WK-ACHOU)
            ELSE
               ADD 1 TO WK-SEM-DONO
            END-IF.

       PROCURA-PROFESSOR.
            IF CODIGO-PRF-TAB(WK-IND-PRF) EQUAL PROFESSOR-GRD
               MOVE WK-IND-PRF TO WK-ACHOU
            END-IF.

       APURA-PROFESSORES.
            PERFORM APURA-1PROFESSOR
                    VARYING WK-IND-PRF FROM 1 BY 1
                    UNTIL WK-IND-PRF > QTD-PRF.

       APURA-1PROFESSOR.
            IF AULAS-PRF-TAB(WK-IND-PRF) EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            COMPUTE WK-HORAS ROUNDED = AULAS-PRF-TAB(WK-IND-PRF)
                                     * WK-MINUTOS-AULA / 60.
            COMPUTE WK-VALOR ROUNDED = WK-HORAS
                                     * VALOR-HORA-PRF-TAB(WK-IND-PRF).
            PERFORM VALIDA-VINCULO.
            IF PROFESSOR-OK EQUAL "SIM"
               PERFORM GRAVA-PROVENTO
               MOVE "INCLUIDO NA FOLHA" TO WK-MOTIVO
            ELSE
               ADD 1 TO QTD-RECUSADOS
            END-IF.
            PERFORM GRAVA-RELHAU.

       VALIDA-VINCULO.
            MOVE "SIM" TO PROFESSOR-OK.
            IF MATRICULA-PRF-TAB(WK-IND-PRF) EQUAL ZEROS
               MOVE "NAO" TO PROFESSOR-OK
               MOVE "SEM MATRICULA NO CADPRF" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            IF VALOR-HORA-PRF-TAB(WK-IND-PRF) EQUAL ZEROS
               MOVE "NAO" TO PROFESSOR-OK
               MOVE "SEM VALOR DA HORA-AULA" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            MOVE MATRICULA-PRF-TAB(WK-IND-PRF) TO MATRICULA-EMP.
            READ CADEMP
                INVALID KEY
                MOVE "NAO" TO PROFESSOR-OK
                MOVE "MATRICULA FORA DO CADEMP" TO WK-MOTIVO
                NOT INVALID KEY
                IF SITUACAO-EMP EQUAL "D"
                   MOVE "NAO" TO PROFESSOR-OK
                   MOVE "FUNCIONARIO DESLIGADO" TO WK-MOTIVO
                END-IF
            END-READ.

       GRAVA-PROVENTO.
            MOVE MATRICULA-PRF-TAB(WK-IND-PRF) TO MATRICULA-HAU.
            MOVE CODIGO-PRF-TAB(WK-IND-PRF) TO PROFESSOR-HAU.
            MOVE NOME-PRF-TAB(WK-IND-PRF) TO NOME-HAU.
            MOVE WK-MES-REF-N TO PERIODO-HAU.
            MOVE AULAS-PRF-TAB(WK-IND-PRF) TO AULAS-HAU.
            MOVE WK-HORAS TO HORAS-HAU.
            MOVE VALOR-HORA-PRF-TAB(WK-IND-PRF) TO VALOR-HORA-HAU.
            MOVE WK-VALOR TO VALOR-HAU.
            WRITE REG-HAU.
            ADD 1 TO QTD-GRAVADOS.
            ADD AULAS-PRF-TAB(WK-IND-PRF) TO QTD-AULAS-PAGAS.
            ADD WK-HORAS TO TOTAL-HORAS.
            ADD WK-VALOR TO TOTAL-VALOR.

       GRAVA-RELHAU.
            MOVE SPACES TO LINHA-RELHAU.
            MOVE CODIGO-PRF-TAB(WK-IND-PRF) TO WK-PRF-ED.
            MOVE MATRICULA-PRF-TAB(WK-IND-PRF) TO WK-MAT-ED.
            MOVE AULAS-PRF-TAB(WK-IND-PRF) TO WK-AULAS-ED.
            MOVE WK-HORAS TO WK-HORAS-ED.
            MOVE VALOR-HORA-PRF-TAB(WK-IND-PRF) TO WK-VALOR-HORA-ED.
            MOVE WK-VALOR TO WK-VALOR-ED.
            STRING WK-PRF-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOME-PRF-TAB(WK-IND-PRF) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-MAT-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-AULAS-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-HORAS-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-VALOR-HORA-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-VALOR-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-MOTIVO DELIMITED BY SIZE
                   INTO LINHA-RELHAU.
            WRITE REG-RELHAU.

       CALCULA-DIAS.
            IF MES-CALC < 3
               COMPUTE WK-ANO-AJ = ANO-CALC - 1
               COMPUTE WK-MES-AJ = MES-CALC + 12
            ELSE
               MOVE ANO-CALC TO WK-ANO-AJ
               MOVE MES-CALC TO WK-MES-AJ
            END-IF.
            DIVIDE WK-ANO-AJ BY 4 GIVING WK-Q4.
            DIVIDE WK-ANO-AJ BY 100 GIVING WK-Q100.
            DIVIDE WK-ANO-AJ BY 400 GIVING WK-Q400.
            COMPUTE WK-QMES = (153 * (WK-MES-AJ - 3) + 2) / 5.
            COMPUTE WK-DIAS-CALC = 365 * WK-ANO-AJ + WK-Q4 - WK-Q100
                                 + WK-Q400 + WK-QMES + DIA-CALC.

       RODAPE-RELHAU.
            MOVE ALL "-" TO LINHA-RELHAU.
            WRITE REG-RELHAU.
            MOVE SPACES TO LINHA-RELHAU.
            MOVE QTD-GRAVADOS TO WK-MAT-ED.
            MOVE TOTAL-VALOR TO WK-TOTAL-ED.
            STRING "PROFESSORES NA FOLHA ...: " DELIMITED BY SIZE
                   WK-MAT-ED DELIMITED BY SIZE
                   " - VALOR TOTAL: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELHAU.
            WRITE REG-RELHAU.
            MOVE SPACES TO LINHA-RELHAU.
            MOVE QTD-AULAS-PAGAS TO WK-MAT-ED.
            MOVE TOTAL-HORAS TO WK-TOTAL-HORAS-ED.
            STRING "AULAS PAGAS ............: " DELIMITED BY SIZE
                   WK-MAT-ED DELIMITED BY SIZE
                   " - HORAS: " DELIMITED BY SIZE
                   WK-TOTAL-HORAS-ED DELIMITED BY SIZE
                   INTO LINHA-RELHAU.
            WRITE REG-RELHAU.
            MOVE SPACES TO LINHA-RELHAU.
            MOVE QTD-RECUSADOS TO WK-MAT-ED.
            STRING "PROFESSORES FORA DA FOLHA: " DELIMITED BY SIZE
                   WK-MAT-ED DELIMITED BY SIZE
                   INTO LINHA-RELHAU.
            WRITE REG-RELHAU.
            MOVE SPACES TO LINHA-RELHAU.
            MOVE QTD-AULAS-SEM-DONO TO WK-MAT-ED.
            STRING "AULAS SEM PROFESSOR NA GRADE: " DELIMITED BY SIZE
                   WK-MAT-ED DELIMITED BY SIZE
                   INTO LINHA-RELHAU.
            WRITE REG-RELHAU.
            MOVE SPACES TO LINHA-RELHAU.
            WRITE REG-RELHAU.
            WRITE REG-RELHAU.
            MOVE "CONFERIDO PELA COORDENACAO: ______________________"
                 TO LINHA-RELHAU.
            MOVE "  DATA: __/__/____" TO LINHA-RELHAU(52:18).
            WRITE REG-RELHAU.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01HAUL" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-GRAVADOS TO QTD-GRAVADOS-LOG.
            MOVE QTD-RECUSADOS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            PERFORM RODAPE-RELHAU.
            CLOSE CADAULH
                  CADGRD
                  CADEMP
                  CADHAU
                  RELHAU.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01HAUL - MES " MES-REF "/" ANO-REF
                    " - DIAS DE AULA LIDOS: " QTD-DIAS-MES.
            DISPLAY "EM01HAUL - PROFESSORES NA FOLHA: " QTD-GRAVADOS
                    " - FORA DA FOLHA: " QTD-RECUSADOS
                    " - TOTAL " TOTAL-VALOR.
            IF QTD-RECUSADOS > ZEROS OR QTD-AULAS-SEM-DONO > ZEROS
               DISPLAY "EM01HAUL - HA PENDENCIAS - VER RELHAU ANTES DE "
                       "FECHAR A FOLHA"
               MOVE 4 TO RETURN-CODE
            END-IF.
