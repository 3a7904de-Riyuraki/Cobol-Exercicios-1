       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01CNOT.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONFERENCIA DE ENTREGA DE NOTAS, PORTAO DO FECHAMENTO
      *         EM01HIST. O FECHAMENTO FOTOGRAFA O QUE HOUVER NAS
      *         NOTAS, E A NOTA QUE O PROFESSOR NUNCA ENVIOU VIRA ZERO
      *         E REPROVADO NO CADHIS. ESTE PROGRAMA CRUZA A GRADE
      *         HORARIA CADGRD (QUAL PROFESSOR DA QUAL DISCIPLINA EM
      *         QUAL TURMA), CONFERIDA CONTRA AS TURMAS ATRIBUIDAS A
      *         CADA PROFESSOR NO CADPRF, COM OS ALUNOS ATIVOS DE CADA
      *         TURMA NO CADALU E COM O ARQUIVO DE ENTREGAS CADENV
      *         GRAVADO PELO EM01NOTA (COPY ENVREG). SAO EXIGIDAS AS
      *         NOTAS QUE PESAM NA MEDIA (PESOS DO CONTEXTO EM01EX09
      *         DO CADREG, COMO NO EM01HIST; SEM ELE 1/1/1/0, OU SEJA
      *         N1 A N3). O RELATORIO RELENT SAI POR TURMA E
      *         DISCIPLINA, COM O PROFESSOR, E LISTA PARA CADA ALUNO A
      *         NOTA PENDENTE (NENHUMA ENTREGA NO PERIODO) OU ATRASADA
      *         (PRIMEIRA ENTREGA DEPOIS DO PRAZO). O PERIODO VEM DO
      *         PARHIS, O MESMO DO EM01HIST (SEM ELE, CODIGO 16); O
      *         ARQUIVO DE PARAMETROS PARENT TRAZ A DATA DE INICIO DO
      *         PERIODO (ENTREGAS ANTERIORES, OU ANOTADAS COM OUTRO
      *         PERIODO, NAO CONTAM) E O
      *         PRAZO DE ENTREGA - SEM ELE VALEM TODAS AS ENTREGAS E
      *         NADA E APONTADO COMO ATRASADO. PROFESSOR DA GRADE QUE
      *         NAO TEM A TURMA NO CADPRF SAI MARCADO, POIS O EM01NOTA
      *         RECUSA AS NOTAS DELE NESSA TURMA. O RESULTADO FICA NO
      *         CONTROLE CADCNT (COPY CNTREG), QUE O EM01HIST EXIGE
      *         ANTES DE FECHAR: HAVENDO PENDENCIA, O PROGRAMA PERGUNTA
      *         SE O FECHAMENTO DEVE SER LIBERADO ASSIM MESMO, O QUE SO
      *         UM OPERADOR DE NIVEL 3 NO CADOPE PODE FAZER, COM
      *         SENHA E JUSTIFICATIVA OBRIGATORIA (TODA TENTATIVA VAI
      *         PARA O LOG CADSLOG, COMO NO EM01RHIS). PENDENCIA NAO
      *         LIBERADA SAI COM CODIGO 4. AO FINAL, GRAVA UMA LINHA DE
      *         ESTATISTICA EM EM01LOG, NO LAYOUT DA COPY LOGREG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADALU  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS IS CADALU-STATUS.
           SELECT     CADGRD  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CHAVE-GRD
           FILE STATUS IS CADGRD-STATUS.
           SELECT     CADPRF  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-PRF
           FILE STATUS IS CADPRF-STATUS.
           SELECT     CADENV  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADENV-STATUS.
           SELECT     PARHIS  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARHIS-STATUS.
           SELECT     PARENT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARENT-STATUS.
           SELECT     CADREG  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADREG-STATUS.
           SELECT     CADOPE  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADOPE-STATUS.
           SELECT     CADSLOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADSLOG-STATUS.
           SELECT     CADCNT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADCNT-STATUS.
           SELECT     SORT-ENTREGA  ASSIGN  TO  "SRTENT".
           SELECT     RELENT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELENT-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADALU.DAT".

       COPY ALUREG.

       FD CADGRD
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADGRD.DAT".

       COPY GRDREG.

       FD CADPRF
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADPRF.DAT".

       COPY PRFREG.

       FD CADENV
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADENV.DAT".

       COPY ENVREG.

       FD PARHIS
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARHIS.DAT".

       01 REG-PARHIS.
           02 PERIODO-PAR          PIC X(06).

       FD PARENT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARENT.DAT".

       01 REG-PARENT.
           02 INICIO-PAR           PIC 9(08).
           02 PRAZO-PAR            PIC 9(08).

       FD CADREG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADREG.DAT".

       COPY REGREG.

       FD CADOPE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADOPE.DAT".

       01 REG-OPE.
           02 OPERADOR-OPE          PIC X(08).
           02 SENHA-OPE             PIC X(08).
           02 NIVEL-OPE             PIC 9(01).
           02 SITUACAO-OPE          PIC X(01).
           02 DATA-TROCA-OPE        PIC 9(08).
           02 FORCA-TROCA-OPE       PIC X(01).
           02 FALHAS-OPE            PIC 9(01).

       FD CADSLOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADSLOG.DAT".

       01 REG-SLOG.
           02 DATA-SLOG             PIC 9(08).
           02 HORA-SLOG             PIC 9(08).
           02 PROGRAMA-SLOG         PIC X(08).
           02 OPERADOR-SLOG         PIC X(08).
           02 RESULTADO-SLOG        PIC X(20).

       FD CADCNT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADCNT.DAT".

       COPY CNTREG.

       SD SORT-ENTREGA.

       01 REG-SORT.
           02 CHAVE-SRT.
             03 TURMA-SRT           PIC X(03).
             03 DISCIPLINA-SRT      PIC X(03).
             03 NUMERO-SRT          PIC 9(05).
             03 CAMPO-SRT           PIC X(02).
           02 DATA-SRT              PIC 9(08).
           02 TIPO-SRT              PIC X(01).
           02 PROFESSOR-SRT         PIC 9(03).
           02 NOME-SRT              PIC X(20).

       FD RELENT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELENT.DAT".

       01 REG-RELENT.
           02 LINHA-RELENT          PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADALU-STATUS     PIC X(02) VALUE SPACES.
       77 CADGRD-STATUS     PIC X(02) VALUE SPACES.
       77 CADPRF-STATUS     PIC X(02) VALUE SPACES.
       77 CADENV-STATUS     PIC X(02) VALUE SPACES.
       77 PARHIS-STATUS     PIC X(02) VALUE SPACES.
       77 PARENT-STATUS     PIC X(02) VALUE SPACES.
       77 CADREG-STATUS     PIC X(02) VALUE SPACES.
       77 CADOPE-STATUS     PIC X(02) VALUE SPACES.
       77 CADSLOG-STATUS    PIC X(02) VALUE SPACES.
       77 CADCNT-STATUS     PIC X(02) VALUE SPACES.
       77 RELENT-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 TEM-PERIODO       PIC X(03) VALUE "NAO".
       77 TEM-PARENT        PIC X(03) VALUE "NAO".
       77 TEM-CADENV        PIC X(03) VALUE "NAO".
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-GRD           PIC X(03) VALUE "NAO".
       77 FIM-ENV           PIC X(03) VALUE "NAO".
       77 FIM-REG           PIC X(03) VALUE "NAO".
       77 FIM-OPE           PIC X(03) VALUE "NAO".
       77 FIM-SORT          PIC X(03) VALUE "NAO".
       77 TAB-GRD-CHEIA     PIC X(03) VALUE "NAO".
       77 PRIMEIRO-GRUPO    PIC X(03) VALUE "SIM".
       77 PRIMEIRA-CHAVE    PIC X(03) VALUE "SIM".
       77 GRUPO-IMPRESSO    PIC X(03) VALUE "NAO".
       77 TEM-ESPERADA      PIC X(03) VALUE "NAO".
       77 TEM-ENTREGA       PIC X(03) VALUE "NAO".
       77 TURMA-AUTORIZADA  PIC X(03) VALUE "NAO".
       77 ACHOU-OPERADOR    PIC X(03) VALUE "NAO".
       77 AUTORIZADO        PIC X(03) VALUE "NAO".
       77 WK-PERIODO        PIC X(06) VALUE SPACES.
       77 WK-INICIO         PIC 9(08) VALUE ZEROS.
       77 WK-PRAZO          PIC 9(08) VALUE 99999999.
       77 PESO1          PIC 9(01)V99   VALUE 1,00.
       77 PESO2          PIC 9(01)V99   VALUE 1,00.
       77 PESO3          PIC 9(01)V99   VALUE 1,00.
       77 PESO4          PIC 9(01)V99   VALUE 0,00.
       77 WK-CAMPO          PIC X(02) VALUE SPACES.
       77 WK-CHAVE-ATUAL    PIC X(13) VALUE SPACES.
       77 WK-GRUPO-ATUAL    PIC X(06) VALUE SPACES.
       77 WK-PRIMEIRA-DATA  PIC 9(08) VALUE ZEROS.
       77 WK-PROFESSOR      PIC 9(03) VALUE ZEROS.
       77 WK-NOME           PIC X(20) VALUE SPACES.
       77 WK-RESPOSTA       PIC X(01) VALUE SPACE.
       77 WK-OPERADOR       PIC X(08) VALUE SPACES.
       77 WK-SENHA          PIC X(08) VALUE SPACES.
       77 WK-SENHA-ACH      PIC X(08) VALUE SPACES.
       77 WK-SITUACAO-ACH   PIC X(01) VALUE SPACE.
       77 WK-NIVEL          PIC 9(01) VALUE ZERO.
       77 WK-RESULTADO-ACESSO PIC X(20) VALUE SPACES.
       77 WK-JUSTIFICATIVA  PIC X(40) VALUE SPACES.
       77 HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
       77 HORA-ACESSO       PIC 9(08) VALUE ZEROS.
       77 WK-NUMERO-ED      PIC ZZZZ9.
       77 WK-PRF-ED         PIC ZZ9.
       77 WK-QTD-ED         PIC ZZZZ9.
       77 WK-IND-GRD        PIC 9(03) COMP VALUE ZEROS.
       77 WK-IND-TURPRF     PIC 9(01) COMP VALUE ZERO.
       77 WK-ACHOU          PIC 9(03) COMP VALUE ZEROS.
       77 QTD-GRD           PIC 9(03) COMP VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-ENVIOS        PIC 9(07) VALUE ZEROS.
       77 QTD-ESPERADAS     PIC 9(05) VALUE ZEROS.
       77 QTD-PENDENTES     PIC 9(05) VALUE ZEROS.
       77 QTD-ATRASADAS     PIC 9(05) VALUE ZEROS.
       77 QTD-ESP-GRUPO     PIC 9(05) VALUE ZEROS.
       77 QTD-PEND-GRUPO    PIC 9(05) VALUE ZEROS.
       77 QTD-ATR-GRUPO     PIC 9(05) VALUE ZEROS.
       77 QTD-SEM-ATRIB     PIC 9(03) VALUE ZEROS.
       01 TABELA-GRADE.
           02 GRADE-TAB OCCURS 300 TIMES.
             03 TURMA-GRD-TAB      PIC X(03).
             03 DISCIPLINA-GRD-TAB PIC X(03).
             03 PROFESSOR-GRD-TAB  PIC 9(03).
             03 NOME-PRF-GRD-TAB   PIC X(20).
             03 ATRIBUIDO-GRD-TAB  PIC X(03).
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-DATA-AUX.
           02 ANO-AUX              PIC 9(04).
           02 MES-AUX              PIC 9(02).
           02 DIA-AUX              PIC 9(02).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       SORT SORT-ENTREGA
            ON ASCENDING KEY CHAVE-SRT
            ON ASCENDING KEY DATA-SRT
            INPUT PROCEDURE IS ENTRADA-SORT
            OUTPUT PROCEDURE IS SAIDA-SORT.
       PERFORM LIBERACAO.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN INPUT PARHIS.
            IF PARHIS-STATUS EQUAL "00"
               READ PARHIS
                   AT END
                   CONTINUE
                   NOT AT END
                   IF PERIODO-PAR NOT EQUAL SPACES
                      MOVE PERIODO-PAR TO WK-PERIODO
                      MOVE "SIM" TO TEM-PERIODO
                   END-IF
               END-READ
               CLOSE PARHIS
            END-IF.
            IF TEM-PERIODO EQUAL "NAO"
               DISPLAY "EM01CNOT - PARHIS AUSENTE OU SEM PERIODO - "
                       "CONFERENCIA ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT PARENT.
            IF PARENT-STATUS EQUAL "00"
               READ PARENT
                   AT END
                   CONTINUE
                   NOT AT END
                   IF INICIO-PAR IS NUMERIC
                      MOVE INICIO-PAR TO WK-INICIO
                      MOVE "SIM" TO TEM-PARENT
                   END-IF
                   IF PRAZO-PAR IS NUMERIC
                      AND PRAZO-PAR > ZEROS
                      MOVE PRAZO-PAR TO WK-PRAZO
                   END-IF
               END-READ
               CLOSE PARENT
            END-IF.
            PERFORM CARGA-CADREG.
            OPEN INPUT CADALU.
            IF CADALU-STATUS NOT EQUAL "00"
               DISPLAY "EM01CNOT - CADALU NAO ABRIU - STATUS "
                       CADALU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADPRF.
            IF CADPRF-STATUS NOT EQUAL "00"
               DISPLAY "EM01CNOT - CADPRF NAO ABRIU - STATUS "
                       CADPRF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADGRD.
            IF CADGRD-STATUS NOT EQUAL "00"
               DISPLAY "EM01CNOT - CADGRD NAO ABRIU - STATUS "
                       CADGRD-STATUS " - RODE O EM01MGRD ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-CADGRD
                    UNTIL FIM-GRD EQUAL "SIM".
            CLOSE CADGRD
                  CADPRF.
            OPEN INPUT CADENV.
            IF CADENV-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADENV
            ELSE
               DISPLAY "EM01CNOT - CADENV AUSENTE - NENHUMA NOTA "
                       "ENTREGUE PELO EM01NOTA"
            END-IF.
            OPEN OUTPUT RELENT.
            PERFORM CABECALHO-RELENT.

       CARGA-CADREG.
            OPEN INPUT CADREG.
            IF CADREG-STATUS EQUAL "00"
               PERFORM LEITURA-CADREG
                       UNTIL FIM-REG EQUAL "SIM"
               CLOSE CADREG
            END-IF.

       LEITURA-CADREG.
            READ CADREG
                AT END
                MOVE "SIM" TO FIM-REG
                NOT AT END
                IF CONTEXTO-REG EQUAL "EM01EX09"
                   MOVE PESO1-REG TO PESO1
                   MOVE PESO2-REG TO PESO2
                   MOVE PESO3-REG TO PESO3
                   MOVE PESO4-REG TO PESO4
                END-IF
            END-READ.

       LEITURA-CADGRD.
            READ CADGRD NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-GRD
                NOT AT END
                PERFORM ARMAZENA-ATRIBUICAO
            END-READ.

       ARMAZENA-ATRIBUICAO.
      * UMA LINHA POR TURMA + DISCIPLINA + PROFESSOR, POR MAIS AULAS
      * QUE ELE TENHA NA SEMANA.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM PROCURA-ATRIBUICAO
                    VARYING WK-IND-GRD FROM 1 BY 1
                    UNTIL WK-IND-GRD > QTD-GRD
                       OR WK-ACHOU > 0.
            IF WK-ACHOU > 0
               EXIT PARAGRAPH
            END-IF.
            IF QTD-GRD NOT < 300
               IF TAB-GRD-CHEIA EQUAL "NAO"
                  DISPLAY "EM01CNOT - TABELA DE ATRIBUICOES CHEIA "
                          "(300) - CONFERENCIA INCOMPLETA A PARTIR DE "
                          CHAVE-GRD
                  MOVE "SIM" TO TAB-GRD-CHEIA
               END-IF
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-GRD.
            MOVE TURMA-GRD TO TURMA-GRD-TAB(QTD-GRD).
            MOVE DISCIPLINA-GRD TO DISCIPLINA-GRD-TAB(QTD-GRD).
            MOVE PROFESSOR-GRD TO PROFESSOR-GRD-TAB(QTD-GRD).
            MOVE SPACES TO NOME-PRF-GRD-TAB(QTD-GRD).
            MOVE "NAO" TO ATRIBUIDO-GRD-TAB(QTD-GRD).
            MOVE "NAO" TO TURMA-AUTORIZADA.
            MOVE PROFESSOR-GRD TO CODIGO-PRF.
            READ CADPRF
                INVALID KEY
                MOVE "NAO CADASTRADO" TO NOME-PRF-GRD-TAB(QTD-GRD)
                NOT INVALID KEY
                MOVE NOME-PRF TO NOME-PRF-GRD-TAB(QTD-GRD)
                PERFORM COMPARA-TURMA-PRF
                        VARYING WK-IND-TURPRF FROM 1 BY 1
                        UNTIL WK-IND-TURPRF > 6
                           OR TURMA-AUTORIZADA EQUAL "SIM"
            END-READ.
            MOVE TURMA-AUTORIZADA TO ATRIBUIDO-GRD-TAB(QTD-GRD).
            IF TURMA-AUTORIZADA EQUAL "NAO"
               ADD 1 TO QTD-SEM-ATRIB
            END-IF.

       PROCURA-ATRIBUICAO.
            IF TURMA-GRD-TAB(WK-IND-GRD) EQUAL TURMA-GRD
               AND DISCIPLINA-GRD-TAB(WK-IND-GRD) EQUAL DISCIPLINA-GRD
               AND PROFESSOR-GRD-TAB(WK-IND-GRD) EQUAL PROFESSOR-GRD
               MOVE WK-IND-GRD TO WK-ACHOU
            END-IF.

       COMPARA-TURMA-PRF.
            IF TURMA-PRF(WK-IND-TURPRF) EQUAL TURMA-GRD
               MOVE "SIM" TO TURMA-AUTORIZADA
            END-IF.

       CABECALHO-RELENT.
            MOVE SPACES TO LINHA-RELENT.
            STRING "CONFERENCIA DE ENTREGA DE NOTAS - EM01CNOT - "
                   DELIMITED BY SIZE
                   DIA-SISTEMA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   MES-SISTEMA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ANO-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELENT.
            WRITE REG-RELENT.
            MOVE SPACES TO LINHA-RELENT.
            STRING "PERIODO " DELIMITED BY SIZE
                   WK-PERIODO DELIMITED BY SIZE
                   " - NOTAS EXIGIDAS:" DELIMITED BY SIZE
                   INTO LINHA-RELENT.
            IF PESO1 > ZEROS
               MOVE "N1" TO LINHA-RELENT(34:2)
            END-IF.
            IF PESO2 > ZEROS
               MOVE "N2" TO LINHA-RELENT(37:2)
            END-IF.
            IF PESO3 > ZEROS
               MOVE "N3" TO LINHA-RELENT(40:2)
            END-IF.
            IF PESO4 > ZEROS
               MOVE "N4" TO LINHA-RELENT(43:2)
            END-IF.
            WRITE REG-RELENT.
            MOVE SPACES TO LINHA-RELENT.
            IF TEM-PARENT EQUAL "SIM"
               MOVE WK-INICIO TO WK-DATA-AUX
               STRING "ENTREGAS DESDE " DELIMITED BY SIZE
                      DIA-AUX DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MES-AUX DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ANO-AUX DELIMITED BY SIZE
                      INTO LINHA-RELENT
            ELSE
               MOVE "AVISO: PARENT AUSENTE - VALEM TODAS AS ENTREGAS"
                    TO LINHA-RELENT
            END-IF.
            IF WK-PRAZO NOT EQUAL 99999999
               MOVE WK-PRAZO TO WK-DATA-AUX
               MOVE " - PRAZO " TO LINHA-RELENT(26:9)
               MOVE DIA-AUX TO LINHA-RELENT(35:2)
               MOVE "/" TO LINHA-RELENT(37:1)
               MOVE MES-AUX TO LINHA-RELENT(38:2)
               MOVE "/" TO LINHA-RELENT(40:1)
               MOVE ANO-AUX TO LINHA-RELENT(41:4)
            END-IF.
            WRITE REG-RELENT.
            MOVE SPACES TO LINHA-RELENT.
            WRITE REG-RELENT.

       LEITURA.
            READ CADALU NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS.

       ENTRADA-SORT.
            PERFORM LEITURA.
            PERFORM PRINCIPAL
                    UNTIL FIM-ARQ EQUAL "SIM".
            IF TEM-CADENV EQUAL "SIM"
               PERFORM LEITURA-CADENV
                       UNTIL FIM-ENV EQUAL "SIM"
            END-IF.

       PRINCIPAL.
            IF SITUACAO-ENT EQUAL "A" OR SPACE
               PERFORM ESPERA-NOTAS
                       VARYING WK-IND-GRD FROM 1 BY 1
                       UNTIL WK-IND-GRD > QTD-GRD
            END-IF.
            PERFORM LEITURA.

       ESPERA-NOTAS.
            IF TURMA-GRD-TAB(WK-IND-GRD) NOT EQUAL TURMA-ENT
               EXIT PARAGRAPH
            END-IF.
            IF PESO1 > ZEROS
               MOVE "N1" TO WK-CAMPO
               PERFORM LIBERA-ESPERADA
            END-IF.
            IF PESO2 > ZEROS
               MOVE "N2" TO WK-CAMPO
               PERFORM LIBERA-ESPERADA
            END-IF.
            IF PESO3 > ZEROS
               MOVE "N3" TO WK-CAMPO
               PERFORM LIBERA-ESPERADA
            END-IF.
            IF PESO4 > ZEROS
               MOVE "N4" TO WK-CAMPO
               PERFORM LIBERA-ESPERADA
            END-IF.

       LIBERA-ESPERADA.
            MOVE TURMA-ENT TO TURMA-SRT.
            MOVE DISCIPLINA-GRD-TAB(WK-IND-GRD) TO DISCIPLINA-SRT.
            MOVE NUMERO-ENT TO NUMERO-SRT.
            MOVE WK-CAMPO TO CAMPO-SRT.
            MOVE ZEROS TO DATA-SRT.
            MOVE "E" TO TIPO-SRT.
            MOVE PROFESSOR-GRD-TAB(WK-IND-GRD) TO PROFESSOR-SRT.
            MOVE NOME-ENT TO NOME-SRT.
            RELEASE REG-SORT.

       LEITURA-CADENV.
            READ CADENV
                AT END
                MOVE "SIM" TO FIM-ENV
                NOT AT END
                ADD 1 TO QTD-ENVIOS
                IF DATA-ENV NOT < WK-INICIO
                   AND DISCIPLINA-ENV NOT EQUAL SPACES
                   AND (PERIODO-ENV EQUAL SPACES
                        OR PERIODO-ENV EQUAL WK-PERIODO)
                   MOVE TURMA-ENV TO TURMA-SRT
                   MOVE DISCIPLINA-ENV TO DISCIPLINA-SRT
                   MOVE NUMERO-ENV TO NUMERO-SRT
                   MOVE CAMPO-ENV TO CAMPO-SRT
                   MOVE DATA-ENV TO DATA-SRT
                   MOVE "R" TO TIPO-SRT
                   MOVE PROFESSOR-ENV TO PROFESSOR-SRT
                   MOVE SPACES TO NOME-SRT
                   RELEASE REG-SORT
                END-IF
            END-READ.

       SAIDA-SORT.
            MOVE "NAO" TO FIM-SORT.
            PERFORM RETORNA-SORT.
            PERFORM TRATA-SORT
                    UNTIL FIM-SORT EQUAL "SIM".
            IF PRIMEIRA-CHAVE EQUAL "NAO"
               PERFORM AVALIA-CHAVE
            END-IF.
            IF GRUPO-IMPRESSO EQUAL "SIM"
               PERFORM GRAVA-SUBTOTAL-GRUPO
            END-IF.

       RETORNA-SORT.
            RETURN SORT-ENTREGA
                AT END
                MOVE "SIM" TO FIM-SORT.

       TRATA-SORT.
      * CADA CHAVE TURMA + DISCIPLINA + ALUNO + NOTA JUNTA A NOTA
      * ESPERADA (DATA ZERO, VEM PRIMEIRO) E AS ENTREGAS EM ORDEM DE
      * DATA; A PRIMEIRA ENTREGA E A QUE CONTA PARA O PRAZO.
            IF CHAVE-SRT NOT EQUAL WK-CHAVE-ATUAL
               OR PRIMEIRA-CHAVE EQUAL "SIM"
               IF PRIMEIRA-CHAVE EQUAL "NAO"
                  PERFORM AVALIA-CHAVE
               END-IF
               MOVE CHAVE-SRT TO WK-CHAVE-ATUAL
               MOVE "NAO" TO PRIMEIRA-CHAVE
               MOVE "NAO" TO TEM-ESPERADA
               MOVE "NAO" TO TEM-ENTREGA
               MOVE ZEROS TO WK-PRIMEIRA-DATA
            END-IF.
            IF TIPO-SRT EQUAL "E"
               IF TEM-ESPERADA EQUAL "NAO"
                  MOVE "SIM" TO TEM-ESPERADA
                  MOVE PROFESSOR-SRT TO WK-PROFESSOR
                  MOVE NOME-SRT TO WK-NOME
               END-IF
            ELSE
               IF TEM-ENTREGA EQUAL "NAO"
                  MOVE "SIM" TO TEM-ENTREGA
                  MOVE DATA-SRT TO WK-PRIMEIRA-DATA
               END-IF
            END-IF.
            PERFORM RETORNA-SORT.

       AVALIA-CHAVE.
            IF TEM-ESPERADA EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            IF WK-CHAVE-ATUAL(1:6) NOT EQUAL WK-GRUPO-ATUAL
               OR PRIMEIRO-GRUPO EQUAL "SIM"
               PERFORM QUEBRA-GRUPO
            END-IF.
            ADD 1 TO QTD-ESPERADAS.
            ADD 1 TO QTD-ESP-GRUPO.
            MOVE WK-CHAVE-ATUAL(7:5) TO WK-NUMERO-ED.
            IF TEM-ENTREGA EQUAL "NAO"
               ADD 1 TO QTD-PENDENTES
               ADD 1 TO QTD-PEND-GRUPO
               MOVE SPACES TO LINHA-RELENT
               STRING "  PENDENTE " DELIMITED BY SIZE
                      WK-CHAVE-ATUAL(12:2) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WK-NUMERO-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WK-NOME DELIMITED BY SIZE
                      INTO LINHA-RELENT
               WRITE REG-RELENT
               EXIT PARAGRAPH
            END-IF.
            IF WK-PRIMEIRA-DATA > WK-PRAZO
               ADD 1 TO QTD-ATRASADAS
               ADD 1 TO QTD-ATR-GRUPO
               MOVE WK-PRIMEIRA-DATA TO WK-DATA-AUX
               MOVE SPACES TO LINHA-RELENT
               STRING "  ATRASADA " DELIMITED BY SIZE
                      WK-CHAVE-ATUAL(12:2) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WK-NUMERO-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WK-NOME DELIMITED BY SIZE
                      " ENTREGUE EM " DELIMITED BY SIZE
                      DIA-AUX DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MES-AUX DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ANO-AUX DELIMITED BY SIZE
                      INTO LINHA-RELENT
               WRITE REG-RELENT
            END-IF.

       QUEBRA-GRUPO.
            IF GRUPO-IMPRESSO EQUAL "SIM"
               PERFORM GRAVA-SUBTOTAL-GRUPO
            END-IF.
            MOVE WK-CHAVE-ATUAL(1:6) TO WK-GRUPO-ATUAL.
            MOVE "NAO" TO PRIMEIRO-GRUPO.
            MOVE "SIM" TO GRUPO-IMPRESSO.
            MOVE ZEROS TO QTD-ESP-GRUPO.
            MOVE ZEROS TO QTD-PEND-GRUPO.
            MOVE ZEROS TO QTD-ATR-GRUPO.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM PROCURA-PROFESSOR
                    VARYING WK-IND-GRD FROM 1 BY 1
                    UNTIL WK-IND-GRD > QTD-GRD
                       OR WK-ACHOU > 0.
            MOVE WK-PROFESSOR TO WK-PRF-ED.
            MOVE SPACES TO LINHA-RELENT.
            STRING "TURMA " DELIMITED BY SIZE
                   WK-GRUPO-ATUAL(1:3) DELIMITED BY SIZE
                   "  DISCIPLINA " DELIMITED BY SIZE
                   WK-GRUPO-ATUAL(4:3) DELIMITED BY SIZE
                   "  PROFESSOR " DELIMITED BY SIZE
                   WK-PRF-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO LINHA-RELENT.
            IF WK-ACHOU > 0
               MOVE NOME-PRF-GRD-TAB(WK-ACHOU) TO LINHA-RELENT(42:20)
               IF ATRIBUIDO-GRD-TAB(WK-ACHOU) EQUAL "NAO"
                  MOVE "* SEM TURMA CADPRF"
                       TO LINHA-RELENT(63:18)
               END-IF
            END-IF.
            WRITE REG-RELENT.
            MOVE ALL "-" TO LINHA-RELENT.
            WRITE REG-RELENT.

       PROCURA-PROFESSOR.
            IF TURMA-GRD-TAB(WK-IND-GRD) EQUAL WK-GRUPO-ATUAL(1:3)
               AND DISCIPLINA-GRD-TAB(WK-IND-GRD)
                   EQUAL WK-GRUPO-ATUAL(4:3)
               AND PROFESSOR-GRD-TAB(WK-IND-GRD) EQUAL WK-PROFESSOR
               MOVE WK-IND-GRD TO WK-ACHOU
            END-IF.

       GRAVA-SUBTOTAL-GRUPO.
            MOVE SPACES TO LINHA-RELENT.
            STRING "  ESPERADAS " DELIMITED BY SIZE
                   QTD-ESP-GRUPO DELIMITED BY SIZE
                   "  PENDENTES " DELIMITED BY SIZE
                   QTD-PEND-GRUPO DELIMITED BY SIZE
                   "  ATRASADAS " DELIMITED BY SIZE
                   QTD-ATR-GRUPO DELIMITED BY SIZE
                   INTO LINHA-RELENT.
            WRITE REG-RELENT.
            MOVE SPACES TO LINHA-RELENT.
            WRITE REG-RELENT.

       LIBERACAO.
      * SEM PENDENCIA NAO HA O QUE LIBERAR; COM PENDENCIA, SO UM
      * OPERADOR DE NIVEL 3 ASSUME O FECHAMENTO ASSIM MESMO.
            MOVE "N" TO LIBERADO-CNT.
            MOVE SPACES TO OPERADOR-CNT.
            MOVE ZEROS TO DATA-LIB-CNT.
            MOVE SPACES TO JUSTIFICATIVA-CNT.
            IF QTD-PENDENTES EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            DISPLAY "EM01CNOT - " QTD-PENDENTES " NOTA(S) PENDENTE(S) "
                    "NO PERIODO " WK-PERIODO " (VER RELENT)".
            DISPLAY "EM01CNOT - LIBERAR O FECHAMENTO ASSIM MESMO "
                    "(S/N)? ".
            ACCEPT WK-RESPOSTA.
            IF WK-RESPOSTA NOT EQUAL "S" AND "s"
               EXIT PARAGRAPH
            END-IF.
            PERFORM IDENTIFICACAO.
            IF AUTORIZADO EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            DISPLAY "EM01CNOT - JUSTIFICATIVA: ".
            ACCEPT WK-JUSTIFICATIVA.
            IF WK-JUSTIFICATIVA EQUAL SPACES
               DISPLAY "EM01CNOT - JUSTIFICATIVA OBRIGATORIA - "
                       "FECHAMENTO NAO LIBERADO"
               EXIT PARAGRAPH
            END-IF.
            MOVE "S" TO LIBERADO-CNT.
            MOVE WK-OPERADOR TO OPERADOR-CNT.
            MOVE DATA-SISTEMA TO DATA-LIB-CNT.
            MOVE WK-JUSTIFICATIVA TO JUSTIFICATIVA-CNT.
            MOVE SPACES TO LINHA-RELENT.
            STRING "FECHAMENTO LIBERADO COM PENDENCIAS POR "
                   DELIMITED BY SIZE
                   WK-OPERADOR DELIMITED BY SIZE
                   INTO LINHA-RELENT.
            WRITE REG-RELENT.
            MOVE SPACES TO LINHA-RELENT.
            STRING "JUSTIFICATIVA: " DELIMITED BY SIZE
                   WK-JUSTIFICATIVA DELIMITED BY SIZE
                   INTO LINHA-RELENT.
            WRITE REG-RELENT.

       IDENTIFICACAO.
            DISPLAY "EM01CNOT - OPERADOR: ".
            ACCEPT WK-OPERADOR.
            DISPLAY "EM01CNOT - SENHA ...: ".
            ACCEPT WK-SENHA.
            OPEN INPUT CADOPE.
            IF CADOPE-STATUS NOT EQUAL "00"
               DISPLAY "EM01CNOT - CADOPE NAO ABRIU - STATUS "
                       CADOPE-STATUS " - FECHAMENTO NAO LIBERADO"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-CADOPE
                    UNTIL FIM-OPE EQUAL "SIM"
                       OR ACHOU-OPERADOR EQUAL "SIM".
            CLOSE CADOPE.
            IF ACHOU-OPERADOR EQUAL "NAO"
               MOVE "OPERADOR DESCONHECIDO" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01CNOT - OPERADOR OU SENHA INVALIDOS"
               EXIT PARAGRAPH
            END-IF.
            IF WK-SITUACAO-ACH EQUAL "B"
               MOVE "CONTA BLOQUEADA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01CNOT - CONTA BLOQUEADA - PROCURE O "
                       "ADMINISTRADOR (EM01MOPE)"
               EXIT PARAGRAPH
            END-IF.
            IF WK-SITUACAO-ACH EQUAL "D"
               MOVE "CONTA DESATIVADA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01CNOT - CONTA DESATIVADA"
               EXIT PARAGRAPH
            END-IF.
            IF WK-SENHA-ACH NOT EQUAL WK-SENHA
               MOVE "SENHA INCORRETA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01CNOT - OPERADOR OU SENHA INVALIDOS"
               EXIT PARAGRAPH
            END-IF.
            IF WK-NIVEL < 3
               MOVE "NIVEL INSUFICIENTE" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01CNOT - NIVEL " WK-NIVEL
                       " INSUFICIENTE - LIBERAR FECHAMENTO COM "
                       "PENDENCIAS EXIGE NIVEL 3"
               EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO AUTORIZADO.
            MOVE "ACESSO OK" TO WK-RESULTADO-ACESSO.
            PERFORM GRAVA-SIGNON-LOG.

       LEITURA-CADOPE.
            READ CADOPE
                AT END
                MOVE "SIM" TO FIM-OPE
                NOT AT END
                IF OPERADOR-OPE EQUAL WK-OPERADOR
                   MOVE "SIM" TO ACHOU-OPERADOR
                   MOVE SENHA-OPE TO WK-SENHA-ACH
                   MOVE NIVEL-OPE TO WK-NIVEL
                   MOVE SITUACAO-OPE TO WK-SITUACAO-ACH
                END-IF
            END-READ.

       GRAVA-SIGNON-LOG.
            ACCEPT HORA-ACESSO FROM TIME.
            OPEN EXTEND CADSLOG.
            IF CADSLOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADSLOG
            END-IF.
            MOVE DATA-SISTEMA TO DATA-SLOG.
            MOVE HORA-ACESSO TO HORA-SLOG.
            MOVE "EM01CNOT" TO PROGRAMA-SLOG.
            MOVE WK-OPERADOR TO OPERADOR-SLOG.
            MOVE WK-RESULTADO-ACESSO TO RESULTADO-SLOG.
            WRITE REG-SLOG.
            CLOSE CADSLOG.

       GRAVA-CONTROLE.
            ACCEPT HORA-SISTEMA FROM TIME.
            OPEN OUTPUT CADCNT.
            MOVE WK-PERIODO TO PERIODO-CNT.
            MOVE DATA-SISTEMA TO DATA-CNT.
            MOVE HORA-SISTEMA TO HORA-CNT.
            MOVE QTD-ENVIOS TO ENVIOS-CNT.
            MOVE QTD-PENDENTES TO PENDENTES-CNT.
            MOVE QTD-ATRASADAS TO ATRASADAS-CNT.
            WRITE REG-CNT.
            CLOSE CADCNT.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01CNOT" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-ESPERADAS TO QTD-GRAVADOS-LOG.
            MOVE QTD-PENDENTES TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            PERFORM GRAVA-CONTROLE.
            MOVE SPACES TO LINHA-RELENT.
            STRING "ESPERADAS " DELIMITED BY SIZE
                   QTD-ESPERADAS DELIMITED BY SIZE
                   "  PENDENTES " DELIMITED BY SIZE
                   QTD-PENDENTES DELIMITED BY SIZE
                   "  ATRASADAS " DELIMITED BY SIZE
                   QTD-ATRASADAS DELIMITED BY SIZE
                   INTO LINHA-RELENT.
            WRITE REG-RELENT.
            IF QTD-SEM-ATRIB > ZEROS
               MOVE SPACES TO LINHA-RELENT
               STRING "ATRIBUICOES DA GRADE SEM A TURMA NO CADPRF: "
                      DELIMITED BY SIZE
                      QTD-SEM-ATRIB DELIMITED BY SIZE
                      INTO LINHA-RELENT
               WRITE REG-RELENT
            END-IF.
            IF QTD-PENDENTES > ZEROS
               MOVE SPACES TO LINHA-RELENT
               IF LIBERADO-CNT EQUAL "S"
                  MOVE "SITUACAO: FECHAMENTO LIBERADO COM PENDENCIAS"
                       TO LINHA-RELENT
               ELSE
                  MOVE "SITUACAO: FECHAMENTO BLOQUEADO ATE A ENTREGA"
                       TO LINHA-RELENT
                  MOVE 4 TO RETURN-CODE
               END-IF
            ELSE
               MOVE "SITUACAO: ENTREGA COMPLETA - FECHAMENTO LIBERADO"
                    TO LINHA-RELENT
            END-IF.
            WRITE REG-RELENT.
            CLOSE CADALU
                  RELENT.
            IF TEM-CADENV EQUAL "SIM"
               CLOSE CADENV
            END-IF.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01CNOT - CONFERENCIA DE ENTREGA DE NOTAS - "
                    "PERIODO " WK-PERIODO.
            DISPLAY "ALUNOS LIDOS ........: " QTD-LIDOS.
            DISPLAY "NOTAS ESPERADAS .....: " QTD-ESPERADAS.
            DISPLAY "NOTAS PENDENTES .....: " QTD-PENDENTES.
            DISPLAY "NOTAS ATRASADAS .....: " QTD-ATRASADAS.
            DISPLAY "FECHAMENTO LIBERADO .: " LIBERADO-CNT.
