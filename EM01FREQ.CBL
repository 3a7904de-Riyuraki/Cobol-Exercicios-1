      *         AVISANDO QUANDO A TRAVA PARECE ORFA (DATA ANTERIOR A
      *         DE HOJE), PARA NAO REGRAVAR O CADASTRO NO MEIO DE UMA
      *         LEITURA DA CADEIA.
      *         AO FINAL DE CADA CARGA O PROGRAMA GERA O ARQUIVO DE
      *         MENSAGENS SMSALF PARA O GATEWAY DE SMS, COM O TELEFONE
      *         DO RESPONSAVEL (TELEFONE-RES DO CADRES), PARA AS FALTAS
      *         (TIPO F) LANCADAS NESTA CARGA EM ALUNO ATIVO: UM AVISO
      *         F DA FALTA DO DIA; UM ALERTA S, MAIS FORTE, QUANDO O
      *         EXTRATO MOSTRA QUE O ALUNO CHEGOU AO NUMERO DE DIAS DE
      *         FALTA SEGUIDOS DO ARQUIVO DE PARAMETROS PARALF (SEM
      *         ELE, 3; SEXTA E SEGUNDA CONTAM COMO DIAS SEGUIDOS); E
      *         UM ALERTA P QUANDO A PRESENCA SOBRE AS AULAS DADAS NA
      *         TURMA (CADAUL) CAI ABAIXO DA LINHA DE AVISO DO PARALF
      *         (SEM ELE, 80 POR CENTO). CADA ALERTA EMITIDO FICA NO
      *         REGISTRO DE ENVIOS CADSMS (NUMERO, TIPO E DATA DE
      *         REFERENCIA - A DATA DA FALTA, O INICIO DA SEQUENCIA OU
      *         O PRIMEIRO DIA DO MES), E O MESMO ALERTA NUNCA SAI DUAS
      *         VEZES. ALUNO SEM TELEFONE NO CADRES (OU SEM O CADRES)
      *         NAO VAI PARA O SMSALF: ENTRA NA LISTA DE LIGACOES DA
      *         SECRETARIA NO RELATORIO RELALF, QUE TRAZ TAMBEM TODOS
      *         OS ALERTAS GERADOS NA CARGA.

       ENVIRONMENT DIVISION.

           SELECT     CADJRN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADJRN-STATUS.
           SELECT     PARALF  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARALF-STATUS.
           SELECT     CADRES  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-RES
           ALTERNATE RECORD KEY IS FAMILIA-RES WITH DUPLICATES
           FILE STATUS IS CADRES-STATUS.
           SELECT     CADAUL  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADAUL-STATUS.
           SELECT     CADSMS  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-SMS
           FILE STATUS IS CADSMS-STATUS.
           SELECT     SMSALF  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS SMSALF-STATUS.
           SELECT     RELALF  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELALF-STATUS.

       DATA     DIVISION.

           02 IMAGEM-ANT-JRN        PIC X(60).
           02 IMAGEM-DEP-JRN        PIC X(60).

       FD PARALF
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARALF.DAT".

       01 REG-PARALF.
           02 DIAS-SEGUIDOS-PAR     PIC 9(02).
           02 PCT-AVISO-PAR         PIC 9(02).

       FD CADRES
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRES.DAT".

       COPY RESREG.

       FD CADAUL
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADAUL.DAT".

       01 REG-AUL.
           02 TURMA-AUL             PIC X(03).
           02 TOTAL-AULAS-AUL       PIC 9(04).

       FD CADSMS
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADSMS.DAT".

       01 REG-SMS.
           02 CHAVE-SMS.
             03 NUMERO-SMS          PIC 9(05).
             03 TIPO-SMS            PIC X(01).
             03 DATA-REF-SMS        PIC 9(08).
           02 DATA-ENVIO-SMS        PIC 9(08).
           02 MEIO-SMS              PIC X(01).

       FD SMSALF
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "SMSALF.DAT".

       01 REG-ALF.
           02 TELEFONE-ALF          PIC X(12).
           02 NUMERO-ALF            PIC 9(05).
           02 TIPO-ALF              PIC X(01).
           02 TEXTO-ALF             PIC X(120).

       FD RELALF
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELALF.DAT".

       01 REG-RELALF.
           02 LINHA-RELALF          PIC X(80).

       WORKING-STORAGE SECTION.

       77 CADFRE-STATUS     PIC X(02) VALUE SPACES.
       77 WK-DV-SOMA        PIC 9(03) VALUE ZEROS.
       77 WK-DV-QUOC        PIC 9(02) VALUE ZEROS.
       77 WK-DV-RESTO       PIC 9(02) VALUE ZEROS.
       77 PARALF-STATUS     PIC X(02) VALUE SPACES.
       77 CADRES-STATUS     PIC X(02) VALUE SPACES.
       77 CADAUL-STATUS     PIC X(02) VALUE SPACES.
       77 CADSMS-STATUS     PIC X(02) VALUE SPACES.
       77 SMSALF-STATUS     PIC X(02) VALUE SPACES.
       77 RELALF-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADRES        PIC X(03) VALUE "NAO".
       77 FIM-AUL           PIC X(03) VALUE "NAO".
       77 ALERTA-REPETIDO   PIC X(03) VALUE "NAO".
       77 DIAS-SEGUIDOS     PIC 9(02) VALUE 3.
       77 PCT-AVISO         PIC 9(02) VALUE 80.
       77 WK-TIPO-ALERTA    PIC X(01) VALUE SPACE.
       77 WK-DATA-REF       PIC 9(08) VALUE ZEROS.
       77 WK-TELEFONE       PIC X(12) VALUE SPACES.
       77 WK-TEXTO          PIC X(120) VALUE SPACES.
       77 WK-SEQ-ATUAL      PIC 9(03) VALUE ZEROS.
       77 WK-INICIO-SEQ     PIC 9(08) VALUE ZEROS.
       77 WK-DIAS-ULT-FALTA PIC 9(07) VALUE ZEROS.
       77 WK-SEMANA-ULT     PIC 9(01) VALUE ZERO.
       77 WK-DIFERENCA      PIC 9(07) VALUE ZEROS.
       77 WK-ANO-AJ         PIC 9(04) VALUE ZEROS.
       77 WK-MES-AJ         PIC 9(02) VALUE ZEROS.
       77 WK-Q4             PIC 9(04) VALUE ZEROS.
       77 WK-Q100           PIC 9(04) VALUE ZEROS.
       77 WK-Q400           PIC 9(04) VALUE ZEROS.
       77 WK-QMES           PIC 9(03) VALUE ZEROS.
       77 WK-DIAS-CALC      PIC 9(07) VALUE ZEROS.
       77 WK-QUOC-SEMANA    PIC 9(07) VALUE ZEROS.
       77 WK-RESTO-SEMANA   PIC 9(01) VALUE ZERO.
       77 WK-TOTAL-AULAS    PIC 9(04) VALUE ZEROS.
       77 WK-PRESENCAS      PIC 9(04) VALUE ZEROS.
       77 WK-PERC-FREQ      PIC 9(03)V9 VALUE ZEROS.
       77 WK-PERC-ED        PIC ZZ9,9.
       77 WK-DIAS-ED        PIC Z9.
       77 WK-NUMERO-ED      PIC ZZZZ9.
       77 WK-IND-ALT        PIC 9(03) COMP VALUE ZEROS.
       77 WK-IND-AUL        PIC 9(02) COMP VALUE ZEROS.
       77 WK-ACHOU          PIC 9(03) COMP VALUE ZEROS.
       77 QTD-ALERTAS       PIC 9(03) COMP VALUE ZEROS.
       77 QTD-TURMAS-AUL    PIC 9(02) COMP VALUE ZEROS.
       77 QTD-SMS           PIC 9(05) VALUE ZEROS.
       77 QTD-LIGAR         PIC 9(05) VALUE ZEROS.
       77 QTD-REPETIDOS     PIC 9(05) VALUE ZEROS.
       77 QTD-SEM-TABELA    PIC 9(05) VALUE ZEROS.
       01 WK-DV-NUMERO.
           02 DIG1-DV              PIC 9(01).
           02 DIG2-DV              PIC 9(01).
           02 DIG3-DV              PIC 9(01).
           02 DIG4-DV              PIC 9(01).
           02 DIG5-DV              PIC 9(01).
       01 TABELA-ALERTAS.
           02 ALERTA-TAB OCCURS 500 TIMES.
             03 NUMERO-ALT-TAB     PIC 9(05).
             03 DATA-ALT-TAB       PIC 9(08).
             03 FALTAS-ALT-TAB     PIC 9(02).
             03 SEGUIDAS-ALT-TAB   PIC 9(03).
             03 INICIO-SEQ-ALT-TAB PIC 9(08).
             03 LIGAR-ALT-TAB      PIC X(03).
       01 TABELA-AULAS.
           02 AULAS-TAB OCCURS 50 TIMES.
             03 TURMA-AUL-TAB      PIC X(03).
             03 TOTAL-AUL-TAB      PIC 9(04).
       01 WK-DATA-CALC.
           02 ANO-CALC             PIC 9(04).
           02 MES-CALC             PIC 9(02).
           02 DIA-CALC             PIC 9(02).

       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
               UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM ENCERRA-CARGA.
       PERFORM EMITE-EXTRATO.
       PERFORM EMITE-ALERTAS.
       PERFORM TERMINO.
       STOP RUN.

               SUBTRACT FALTAS-DIA-FRE FROM FALTAS
               REWRITE REG-ENT
               PERFORM GRAVA-HISTORICO
               PERFORM ABATE-ALERTA
               ADD 1 TO QTD-APLICADOS
               ADD 1 TO QTD-ABONADOS
               MOVE REG-ENT TO WK-IMAGEM-DEP
                NOT ON SIZE ERROR
                REWRITE REG-ENT
                PERFORM GRAVA-HISTORICO
                PERFORM GUARDA-ALERTA
                ADD 1 TO QTD-APLICADOS
                MOVE REG-ENT TO WK-IMAGEM-DEP
                MOVE "ALT" TO WK-OPER-JRN
            END-IF.
            WRITE REG-FREH.

       GUARDA-ALERTA.
      * UMA LINHA POR ALUNO E DATA DE FALTA LANCADA NESTA CARGA; OS
      * ALERTAS SAO GERADOS DEPOIS DO EXTRATO, QUE CALCULA AS FALTAS
      * SEGUIDAS DE CADA ALUNO.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM PROCURA-ALERTA
                    VARYING WK-IND-ALT FROM 1 BY 1
                    UNTIL WK-IND-ALT > QTD-ALERTAS
                       OR WK-ACHOU > 0.
            IF WK-ACHOU > 0
               ADD FALTAS-DIA-FRE TO FALTAS-ALT-TAB(WK-ACHOU)
                   ON SIZE ERROR
                   MOVE 99 TO FALTAS-ALT-TAB(WK-ACHOU)
               END-ADD
               EXIT PARAGRAPH
            END-IF.
            IF QTD-ALERTAS NOT < 500
               ADD 1 TO QTD-SEM-TABELA
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-ALERTAS.
            MOVE NUMERO-FRE TO NUMERO-ALT-TAB(QTD-ALERTAS).
            MOVE AAAA-FRE TO DATA-ALT-TAB(QTD-ALERTAS)(1:4).
            MOVE MM-FRE TO DATA-ALT-TAB(QTD-ALERTAS)(5:2).
            MOVE DD-FRE TO DATA-ALT-TAB(QTD-ALERTAS)(7:2).
            MOVE FALTAS-DIA-FRE TO FALTAS-ALT-TAB(QTD-ALERTAS).
            MOVE ZEROS TO SEGUIDAS-ALT-TAB(QTD-ALERTAS).
            MOVE ZEROS TO INICIO-SEQ-ALT-TAB(QTD-ALERTAS).
            MOVE SPACES TO LIGAR-ALT-TAB(QTD-ALERTAS).

       ABATE-ALERTA.
      * FALTA ABONADA NA MESMA CARGA NAO E FALTA INJUSTIFICADA: O
      * ABONO SAI DA LINHA DO ALUNO E DA DATA, E A LINHA ZERADA NAO
      * GERA ALERTA.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM PROCURA-ALERTA
                    VARYING WK-IND-ALT FROM 1 BY 1
                    UNTIL WK-IND-ALT > QTD-ALERTAS
                       OR WK-ACHOU > 0.
            IF WK-ACHOU > 0
               IF FALTAS-DIA-FRE > FALTAS-ALT-TAB(WK-ACHOU)
                  MOVE ZEROS TO FALTAS-ALT-TAB(WK-ACHOU)
               ELSE
                  SUBTRACT FALTAS-DIA-FRE FROM FALTAS-ALT-TAB(WK-ACHOU)
               END-IF
            END-IF.

       PROCURA-ALERTA.
            IF NUMERO-ALT-TAB(WK-IND-ALT) EQUAL NUMERO-FRE
               AND DATA-ALT-TAB(WK-IND-ALT)(1:4) EQUAL AAAA-FRE
               AND DATA-ALT-TAB(WK-IND-ALT)(5:2) EQUAL MM-FRE
               AND DATA-ALT-TAB(WK-IND-ALT)(7:2) EQUAL DD-FRE
               MOVE WK-IND-ALT TO WK-ACHOU
            END-IF.

       GRAVA-REJEITADO.
            MOVE SPACES TO REG-FER.
            MOVE REG-FRE TO IMAGEM-FER.
                      FALTAS-DIA-SRT DELIMITED BY SIZE
                      " FALTA(S)" DELIMITED BY SIZE
                      INTO LINHA-RELFRE
               PERFORM ACOMPANHA-SEQUENCIA
            END-IF.
            WRITE REG-RELFRE.
            PERFORM RETORNA-SORT-FRE.
            MOVE "NAO" TO PRIMEIRO-ALUNO.
            MOVE ZEROS TO WK-TOTAL-ALUNO.
            MOVE ZEROS TO WK-TOTAL-ABONO.
            MOVE ZEROS TO WK-SEQ-ATUAL.
            MOVE ZEROS TO WK-INICIO-SEQ.
            MOVE ZEROS TO WK-DIAS-ULT-FALTA.
            MOVE SPACES TO LINHA-RELFRE.
            WRITE REG-RELFRE.
            MOVE SPACES TO LINHA-RELFRE.
                   WK-LIQUIDO-ED DELIMITED BY SIZE
                   INTO LINHA-RELFRE.
            WRITE REG-RELFRE.
            IF QTD-ALERTAS > 0
               PERFORM REGISTRA-SEQUENCIA
                       VARYING WK-IND-ALT FROM 1 BY 1
                       UNTIL WK-IND-ALT > QTD-ALERTAS
            END-IF.

       ACOMPANHA-SEQUENCIA.
      * DIAS DE FALTA SEGUIDOS: A FALTA DO DIA SEGUINTE, OU A DA
      * SEGUNDA-FEIRA DEPOIS DE UMA FALTA NA SEXTA, CONTINUA A
      * SEQUENCIA; QUALQUER OUTRO INTERVALO COMECA UMA NOVA.
            MOVE DATA-SRT TO WK-DATA-CALC.
            PERFORM CALCULA-DIAS.
            IF WK-SEQ-ATUAL > ZEROS
               AND WK-DIAS-CALC EQUAL WK-DIAS-ULT-FALTA
               EXIT PARAGRAPH
            END-IF.
            IF WK-SEQ-ATUAL > ZEROS
               COMPUTE WK-DIFERENCA = WK-DIAS-CALC - WK-DIAS-ULT-FALTA
            ELSE
               MOVE ZEROS TO WK-DIFERENCA
            END-IF.
            IF WK-DIFERENCA EQUAL 1
               OR (WK-DIFERENCA EQUAL 3 AND WK-SEMANA-ULT EQUAL 5)
               ADD 1 TO WK-SEQ-ATUAL
            ELSE
               MOVE 1 TO WK-SEQ-ATUAL
               MOVE DATA-SRT TO WK-INICIO-SEQ
            END-IF.
            MOVE WK-DIAS-CALC TO WK-DIAS-ULT-FALTA.
      * NA CONTAGEM DE DIAS DO CALCULA-DIAS, RESTO 6 NA DIVISAO DO
      * DIA SEGUINTE POR 7 CAI NA SEGUNDA-FEIRA; DAI 1 = SEGUNDA ATE
      * 7 = DOMINGO, COMO NO EM01HAUL.
            ADD 1 TO WK-DIAS-CALC.
            DIVIDE WK-DIAS-CALC BY 7 GIVING WK-QUOC-SEMANA
                   REMAINDER WK-RESTO-SEMANA.
            COMPUTE WK-SEMANA-ULT = WK-RESTO-SEMANA + 1.

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

       REGISTRA-SEQUENCIA.
            IF NUMERO-ALT-TAB(WK-IND-ALT) EQUAL WK-ALUNO-ATUAL
               AND WK-SEQ-ATUAL > ZEROS
               AND DATA-ALT-TAB(WK-IND-ALT) NOT < WK-INICIO-SEQ
               MOVE WK-SEQ-ATUAL TO SEGUIDAS-ALT-TAB(WK-IND-ALT)
               MOVE WK-INICIO-SEQ TO INICIO-SEQ-ALT-TAB(WK-IND-ALT)
            END-IF.

       EMITE-ALERTAS.
            OPEN INPUT PARALF.
            IF PARALF-STATUS EQUAL "00"
               READ PARALF
                   AT END
                   CONTINUE
                   NOT AT END
                   IF DIAS-SEGUIDOS-PAR IS NUMERIC
                      AND DIAS-SEGUIDOS-PAR > ZEROS
                      MOVE DIAS-SEGUIDOS-PAR TO DIAS-SEGUIDOS
                   END-IF
                   IF PCT-AVISO-PAR IS NUMERIC
                      AND PCT-AVISO-PAR > ZEROS
                      MOVE PCT-AVISO-PAR TO PCT-AVISO
                   END-IF
               END-READ
               CLOSE PARALF
            END-IF.
            OPEN INPUT CADAUL.
            IF CADAUL-STATUS EQUAL "00"
               PERFORM LEITURA-CADAUL
                       UNTIL FIM-AUL EQUAL "SIM"
               CLOSE CADAUL
            END-IF.
            OPEN INPUT CADALU.
            IF CADALU-STATUS NOT EQUAL "00"
               DISPLAY "EM01FREQ - CADALU NAO REABRIU - STATUS "
                       CADALU-STATUS " - ALERTAS NAO GERADOS"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF.
            OPEN INPUT CADRES.
            IF CADRES-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADRES
            ELSE
               DISPLAY "EM01FREQ - CADRES NAO ABRIU - TODOS OS "
                       "ALERTAS VAO PARA A LISTA DE LIGACOES"
            END-IF.
            OPEN I-O CADSMS.
            IF CADSMS-STATUS EQUAL "35"
               OPEN OUTPUT CADSMS
               CLOSE CADSMS
               OPEN I-O CADSMS
            END-IF.
            IF CADSMS-STATUS NOT EQUAL "00"
               DISPLAY "EM01FREQ - CADSMS NAO ABRIU PARA I-O - STATUS "
                       CADSMS-STATUS " - ALERTAS NAO GERADOS"
               MOVE 8 TO RETURN-CODE
               CLOSE CADALU
               IF TEM-CADRES EQUAL "SIM"
                  CLOSE CADRES
               END-IF
               EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT SMSALF.
            OPEN OUTPUT RELALF.
            MOVE SPACES TO LINHA-RELALF.
            STRING "ALERTAS DE FALTA AOS RESPONSAVEIS - EM01FREQ - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELALF.
            WRITE REG-RELALF.
            MOVE SPACES TO LINHA-RELALF.
            WRITE REG-RELALF.
            MOVE "NUMERO NOME                 T ENVIO" TO LINHA-RELALF.
            WRITE REG-RELALF.
            MOVE ALL "-" TO LINHA-RELALF.
            WRITE REG-RELALF.
            PERFORM TRATA-ALERTA
                    VARYING WK-IND-ALT FROM 1 BY 1
                    UNTIL WK-IND-ALT > QTD-ALERTAS.
            PERFORM LISTA-LIGACOES.
            CLOSE CADALU
                  CADSMS
                  SMSALF
                  RELALF.
            IF TEM-CADRES EQUAL "SIM"
               CLOSE CADRES
            END-IF.
            IF QTD-SEM-TABELA > ZEROS
               DISPLAY "EM01FREQ - " QTD-SEM-TABELA " FALTA(S) ALEM "
                       "DO LIMITE DE 500 POR CARGA FICARAM SEM ALERTA"
            END-IF.

       LEITURA-CADAUL.
            READ CADAUL
                AT END
                MOVE "SIM" TO FIM-AUL
                NOT AT END
                IF QTD-TURMAS-AUL < 50
                   ADD 1 TO QTD-TURMAS-AUL
                   MOVE TURMA-AUL TO TURMA-AUL-TAB(QTD-TURMAS-AUL)
                   MOVE TOTAL-AULAS-AUL TO TOTAL-AUL-TAB(QTD-TURMAS-AUL)
                END-IF
            END-READ.

       TRATA-ALERTA.
            IF FALTAS-ALT-TAB(WK-IND-ALT) EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE NUMERO-ALT-TAB(WK-IND-ALT) TO NUMERO-ENT.
            READ CADALU
                INVALID KEY
                EXIT PARAGRAPH
            END-READ.
            IF SITUACAO-ENT NOT EQUAL "A" AND SPACE
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WK-TELEFONE.
            IF TEM-CADRES EQUAL "SIM"
               MOVE NUMERO-ENT TO NUMERO-RES
               READ CADRES
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE TELEFONE-RES TO WK-TELEFONE
               END-READ
            END-IF.
            MOVE "F" TO WK-TIPO-ALERTA.
            MOVE DATA-ALT-TAB(WK-IND-ALT) TO WK-DATA-REF.
            MOVE DATA-ALT-TAB(WK-IND-ALT) TO WK-DATA-CALC.
            MOVE SPACES TO WK-TEXTO.
            STRING "FATEC-SP: " DELIMITED BY SIZE
                   NOME-ENT DELIMITED BY "  "
                   " FALTOU NA ESCOLA EM " DELIMITED BY SIZE
                   DIA-CALC DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   MES-CALC DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ANO-CALC DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FALTAS-ALT-TAB(WK-IND-ALT) DELIMITED BY SIZE
                   " AULA(S)). DUVIDAS: SECRETARIA." DELIMITED BY SIZE
                   INTO WK-TEXTO.
            PERFORM GERA-ALERTA.
            IF SEGUIDAS-ALT-TAB(WK-IND-ALT) NOT < DIAS-SEGUIDOS
               MOVE "S" TO WK-TIPO-ALERTA
               MOVE INICIO-SEQ-ALT-TAB(WK-IND-ALT) TO WK-DATA-REF
               MOVE SEGUIDAS-ALT-TAB(WK-IND-ALT) TO WK-DIAS-ED
               MOVE SPACES TO WK-TEXTO
               STRING "FATEC-SP - ATENCAO: " DELIMITED BY SIZE
                      NOME-ENT DELIMITED BY "  "
                      " ESTA HA " DELIMITED BY SIZE
                      WK-DIAS-ED DELIMITED BY SIZE
                      " DIAS DE AULA SEGUIDOS SEM COMPARECER. "
                      DELIMITED BY SIZE
                      "PROCURE A SECRETARIA." DELIMITED BY SIZE
                      INTO WK-TEXTO
               PERFORM GERA-ALERTA
            END-IF.
            PERFORM CALCULA-PRESENCA.
            IF WK-TOTAL-AULAS > ZEROS
               AND WK-PERC-FREQ < PCT-AVISO
               MOVE "P" TO WK-TIPO-ALERTA
               MOVE DATA-SISTEMA TO WK-DATA-REF
               MOVE "01" TO WK-DATA-REF(7:2)
               MOVE WK-PERC-FREQ TO WK-PERC-ED
               MOVE SPACES TO WK-TEXTO
               STRING "FATEC-SP - ATENCAO: A FREQUENCIA DE "
                      DELIMITED BY SIZE
                      NOME-ENT DELIMITED BY "  "
                      " ESTA EM " DELIMITED BY SIZE
                      WK-PERC-ED DELIMITED BY SIZE
                      "% (MINIMO 75%). PROCURE A SECRETARIA."
                      DELIMITED BY SIZE
                      INTO WK-TEXTO
               PERFORM GERA-ALERTA
            END-IF.

       CALCULA-PRESENCA.
            MOVE ZEROS TO WK-TOTAL-AULAS.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM PROCURA-AULAS
                    VARYING WK-IND-AUL FROM 1 BY 1
                    UNTIL WK-IND-AUL > QTD-TURMAS-AUL
                       OR WK-ACHOU > 0.
            IF WK-ACHOU EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE TOTAL-AUL-TAB(WK-ACHOU) TO WK-TOTAL-AULAS.
            IF WK-TOTAL-AULAS EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            IF FALTAS > WK-TOTAL-AULAS
               MOVE ZEROS TO WK-PRESENCAS
            ELSE
               COMPUTE WK-PRESENCAS = WK-TOTAL-AULAS - FALTAS
            END-IF.
            COMPUTE WK-PERC-FREQ ROUNDED
                    = WK-PRESENCAS * 100 / WK-TOTAL-AULAS.

       PROCURA-AULAS.
            IF TURMA-AUL-TAB(WK-IND-AUL) EQUAL TURMA-ENT
               MOVE WK-IND-AUL TO WK-ACHOU
            END-IF.

       GERA-ALERTA.
            MOVE NUMERO-ENT TO NUMERO-SMS.
            MOVE WK-TIPO-ALERTA TO TIPO-SMS.
            MOVE WK-DATA-REF TO DATA-REF-SMS.
            MOVE "NAO" TO ALERTA-REPETIDO.
            READ CADSMS
                INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE "SIM" TO ALERTA-REPETIDO
            END-READ.
            IF ALERTA-REPETIDO EQUAL "SIM"
               ADD 1 TO QTD-REPETIDOS
               EXIT PARAGRAPH
            END-IF.
            MOVE NUMERO-ENT TO NUMERO-SMS.
            MOVE WK-TIPO-ALERTA TO TIPO-SMS.
            MOVE WK-DATA-REF TO DATA-REF-SMS.
            MOVE DATA-SISTEMA TO DATA-ENVIO-SMS.
            MOVE NUMERO-ENT TO WK-NUMERO-ED.
            MOVE SPACES TO LINHA-RELALF.
            STRING WK-NUMERO-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOME-ENT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-TIPO-ALERTA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO LINHA-RELALF.
            IF WK-TELEFONE EQUAL SPACES
               MOVE "L" TO MEIO-SMS
               ADD 1 TO QTD-LIGAR
               MOVE "LIGAR - SEM TELEFONE NO CADRES"
                    TO LINHA-RELALF(37:30)
               IF LIGAR-ALT-TAB(WK-IND-ALT)(1:1) EQUAL SPACE
                  MOVE WK-TIPO-ALERTA TO LIGAR-ALT-TAB(WK-IND-ALT)(1:1)
               ELSE
                  IF LIGAR-ALT-TAB(WK-IND-ALT)(2:1) EQUAL SPACE
                     MOVE WK-TIPO-ALERTA
                          TO LIGAR-ALT-TAB(WK-IND-ALT)(2:1)
                  ELSE
                     MOVE WK-TIPO-ALERTA
                          TO LIGAR-ALT-TAB(WK-IND-ALT)(3:1)
                  END-IF
               END-IF
            ELSE
               MOVE "S" TO MEIO-SMS
               ADD 1 TO QTD-SMS
               MOVE WK-TELEFONE TO TELEFONE-ALF
               MOVE NUMERO-ENT TO NUMERO-ALF
               MOVE WK-TIPO-ALERTA TO TIPO-ALF
               MOVE WK-TEXTO TO TEXTO-ALF
               WRITE REG-ALF
               MOVE "SMS " TO LINHA-RELALF(37:4)
               MOVE WK-TELEFONE TO LINHA-RELALF(41:12)
            END-IF.
            WRITE REG-SMS.
            WRITE REG-RELALF.

       LISTA-LIGACOES.
            MOVE SPACES TO LINHA-RELALF.
            WRITE REG-RELALF.
            MOVE "LIGACOES DA SECRETARIA - ALUNOS SEM TELEFONE NO "
                 TO LINHA-RELALF.
            MOVE "CADRES" TO LINHA-RELALF(49:6).
            WRITE REG-RELALF.
            MOVE "(F = FALTA DO DIA, S = DIAS SEGUIDOS, P = FREQUENCIA"
                 TO LINHA-RELALF.
            MOVE " BAIXA)" TO LINHA-RELALF(53:7).
            WRITE REG-RELALF.
            MOVE ALL "-" TO LINHA-RELALF.
            WRITE REG-RELALF.
            PERFORM LISTA-1LIGACAO
                    VARYING WK-IND-ALT FROM 1 BY 1
                    UNTIL WK-IND-ALT > QTD-ALERTAS.
            IF QTD-LIGAR EQUAL ZEROS
               MOVE "NENHUMA" TO LINHA-RELALF
               WRITE REG-RELALF
            END-IF.
            MOVE SPACES TO LINHA-RELALF.
            WRITE REG-RELALF.
            MOVE SPACES TO LINHA-RELALF.
            STRING "SMS GERADOS " DELIMITED BY SIZE
                   QTD-SMS DELIMITED BY SIZE
                   "  LIGACOES " DELIMITED BY SIZE
                   QTD-LIGAR DELIMITED BY SIZE
                   "  JA ENVIADOS ANTES " DELIMITED BY SIZE
                   QTD-REPETIDOS DELIMITED BY SIZE
                   INTO LINHA-RELALF.
            WRITE REG-RELALF.

       LISTA-1LIGACAO.
            IF LIGAR-ALT-TAB(WK-IND-ALT) NOT EQUAL SPACES
               MOVE NUMERO-ALT-TAB(WK-IND-ALT) TO NUMERO-ENT
               READ CADALU
                   INVALID KEY
                   MOVE SPACES TO NOME-ENT
                   MOVE SPACES TO TURMA-ENT
               END-READ
               MOVE DATA-ALT-TAB(WK-IND-ALT) TO WK-DATA-CALC
               MOVE NUMERO-ALT-TAB(WK-IND-ALT) TO WK-NUMERO-ED
               MOVE SPACES TO LINHA-RELALF
               STRING WK-NUMERO-ED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      NOME-ENT DELIMITED BY SIZE
                      " TURMA " DELIMITED BY SIZE
                      TURMA-ENT DELIMITED BY SIZE
                      " FALTA EM " DELIMITED BY SIZE
                      DIA-CALC DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MES-CALC DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ANO-CALC DELIMITED BY SIZE
                      " ALERTAS " DELIMITED BY SIZE
                      LIGAR-ALT-TAB(WK-IND-ALT) DELIMITED BY SIZE
                      INTO LINHA-RELALF
               WRITE REG-RELALF
            END-IF.

       GRAVA-JORNAL.
            ACCEPT HORA-JORNAL FROM TIME.
            DISPLAY "MOVIMENTOS APLICADOS : " QTD-APLICADOS.
            DISPLAY "ABONOS APLICADOS ....: " QTD-ABONADOS.
            DISPLAY "MOVIMENTOS RECUSADOS : " QTD-REJEITADOS.
            DISPLAY "ALERTAS POR SMS .....: " QTD-SMS.
            DISPLAY "ALERTAS P/ LIGACAO ..: " QTD-LIGAR.
