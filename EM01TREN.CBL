       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01TREN.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. TRANSFERENCIA DE ENTRADA - O CAMINHO INVERSO DO
      *         EM01TRSF. O ALUNO QUE CHEGA DE OUTRA ESCOLA NO MEIO DO
      *         ANO E INCLUIDO PELO EM01MANT COMO ALUNO NOVO, SEM
      *         PASSADO; AQUI A SECRETARIA CARREGA, PELO ARQUIVO
      *         TREMOV DIGITADO A PARTIR DA DOCUMENTACAO DA ESCOLA
      *         ANTERIOR, TRES TIPOS DE REGISTRO: 1 = CHEGADA (ESCOLA
      *         DE ORIGEM, DATA DE CHEGADA AAAAMMDD, AS QUATRO NOTAS
      *         PARCIAIS E AS FALTAS DO PERIODO EM CURSO), 2 = PERIODO
      *         ANTERIOR (PERIODO, TURMA, NOTAS, FALTAS, MEDIA E
      *         SITUACAO APROVADO OU REPROVADO) E 3 = NOTAS POR
      *         DISCIPLINA DE UM PERIODO ANTERIOR, QUANDO A ESCOLA AS
      *         FORNECE. A CHEGADA VAI PARA O CADTRE (COPY TREREG),
      *         UMA SO POR ALUNO; AS NOTAS PARCIAIS OCUPAM NO CADALU
      *         OS BIMESTRES AINDA ZERADOS (OS JA LANCADOS AQUI
      *         PREVALECEM) E AS FALTAS TRAZIDAS SOMAM AS DO CADALU.
      *         OS PERIODOS ANTERIORES SAO GRAVADOS NO CADHIS E AS
      *         DISCIPLINAS NO CADHISD COM ORIGEM E (EXTERNA), PARA
      *         O HISTORICO, O DOCUMENTO E A MEDIA ACUMULADA OS
      *         APONTAREM COMO TAIS E O REFECHAMENTO EM01RHIS NAO OS
      *         TOCAR. O ALUNO PRECISA ESTAR ATIVO NO CADALU; PERIODO
      *         SO ENTRA PARA ALUNO COM CHEGADA NO CADTRE (NA MESMA
      *         CARGA OU EM CARGA ANTERIOR), NUNCA O PERIODO CORRENTE
      *         DO PARHIS, E NUNCA POR CIMA DE PERIODO JA NO CADHIS;
      *         DISCIPLINA SO ENTRA EM PERIODO EXTERNO JA NO CADHIS E,
      *         COM O CADDIS PRESENTE, SO COM CODIGO CADASTRADO. O
      *         RELATORIO RELTRE LISTA CADA REGISTRO LIDO COM O QUE
      *         FOI FEITO OU O MOTIVO DA RECUSA, E HAVENDO RECUSA O
      *         PROGRAMA RETORNA CODIGO 4. COMO GRAVA NO CADALU,
      *         RESPEITA A TRAVA CADLCK DA CADEIA BATCH (CODIGO 12) E
      *         JORNALIZA NO CADJRN CADA ALTERACAO. AO FINAL, GRAVA
      *         UMA LINHA DE ESTATISTICA EM EM01LOG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     TREMOV  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS TREMOV-STATUS.
           SELECT     PARHIS  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARHIS-STATUS.
           SELECT     CADALU  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS IS CADALU-STATUS.
           SELECT     CADTRE  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-TRE
           FILE STATUS IS CADTRE-STATUS.
           SELECT     CADHIS  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-HIS
           FILE STATUS IS CADHIS-STATUS.
           SELECT     CADHISD  ASSIGN  TO     DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-HDI
           FILE STATUS IS CADHISD-STATUS.
           SELECT     CADDIS  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-DIS
           FILE STATUS IS CADDIS-STATUS.
           SELECT     RELTRE  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELTRE-STATUS.
           SELECT     CADLCK  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADLCK-STATUS.
           SELECT     CADJRN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADJRN-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD TREMOV
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "TREMOV.DAT".

       01 REG-TR1.
           02 TIPO-TR1              PIC X(01).
           02 NUMERO-TR1            PIC 9(05).
           02 NUMERO-TR1-X REDEFINES NUMERO-TR1
                                    PIC X(05).
           02 ESCOLA-TR1            PIC X(30).
           02 DATA-CHEGADA-TR1.
              03 ANO-CHEGADA-TR1    PIC 9(04).
              03 MES-CHEGADA-TR1    PIC 9(02).
              03 DIA-CHEGADA-TR1    PIC 9(02).
           02 NOTAS-TR1.
              03 NOTA-TR1           PIC 9(02)V99 OCCURS 4 TIMES.
           02 FALTAS-TR1            PIC 9(02).

       01 REG-TR2.
           02 TIPO-TR2              PIC X(01).
           02 NUMERO-TR2            PIC 9(05).
           02 PERIODO-TR2           PIC X(06).
           02 TURMA-TR2             PIC X(03).
           02 NOTAS-TR2.
              03 NOTA-TR2           PIC 9(02)V99 OCCURS 4 TIMES.
           02 FALTAS-TR2            PIC 9(02).
           02 MEDIA-TR2             PIC 9(02)V99.
           02 SITUACAO-TR2          PIC X(11).

       01 REG-TR3.
           02 TIPO-TR3              PIC X(01).
           02 NUMERO-TR3            PIC 9(05).
           02 PERIODO-TR3           PIC X(06).
           02 DISCIPLINA-TR3        PIC X(03).
           02 NOTAS-TR3.
              03 NOTA-TR3           PIC 9(02)V99 OCCURS 4 TIMES.
           02 MEDIA-TR3             PIC 9(02)V99.
           02 SITUACAO-TR3          PIC X(11).

       FD PARHIS
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARHIS.DAT".

       01 REG-PARHIS.
           02 PERIODO-PAR          PIC X(06).

       FD CADALU
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADALU.DAT".

       COPY ALUREG.

       FD CADTRE
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADTRE.DAT".

       COPY TREREG.

       FD CADHIS
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADHIS.DAT".

       COPY HISREG.

       FD CADHISD
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADHISD.DAT".

       COPY HDIREG.

       FD CADDIS
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADDIS.DAT".

       COPY DISREG.

       FD RELTRE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELTRE.DAT".

       01 REG-RELTRE.
           02 LINHA-RELTRE         PIC X(80).

       FD CADLCK
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADLCK.DAT".

       01 REG-LCK.
           02 DATA-LCK              PIC 9(08).
           02 HORA-LCK              PIC 9(08).
           02 PROGRAMA-LCK          PIC X(08).

       FD CADJRN
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADJRN.DAT".

       01 REG-JRN.
           02 PROGRAMA-JRN          PIC X(08).
           02 DATA-JRN              PIC 9(08).
           02 HORA-JRN              PIC 9(08).
           02 OPERACAO-JRN          PIC X(03).
           02 NUMERO-JRN            PIC 9(05).
           02 IMAGEM-ANT-JRN        PIC X(60).
           02 IMAGEM-DEP-JRN        PIC X(60).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 TREMOV-STATUS     PIC X(02) VALUE SPACES.
       77 PARHIS-STATUS     PIC X(02) VALUE SPACES.
       77 CADALU-STATUS     PIC X(02) VALUE SPACES.
       77 CADTRE-STATUS     PIC X(02) VALUE SPACES.
       77 CADHIS-STATUS     PIC X(02) VALUE SPACES.
       77 CADHISD-STATUS    PIC X(02) VALUE SPACES.
       77 CADDIS-STATUS     PIC X(02) VALUE SPACES.
       77 RELTRE-STATUS     PIC X(02) VALUE SPACES.
       77 CADLCK-STATUS     PIC X(02) VALUE SPACES.
       77 CADJRN-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 TRAVA-ATIVA       PIC X(03) VALUE "NAO".
       77 TEM-CADDIS        PIC X(03) VALUE "NAO".
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 NOTAS-OK          PIC X(03) VALUE "NAO".
       77 WK-PERIODO        PIC X(06) VALUE SPACES.
       77 WK-IND            PIC 9(01) VALUE ZEROS.
       77 WK-FALTAS         PIC 9(03) VALUE ZEROS.
       77 WK-LIN-PERIODO    PIC X(06) VALUE SPACES.
       77 WK-LIN-DISC       PIC X(03) VALUE SPACES.
       77 WK-OCORRENCIA     PIC X(60) VALUE SPACES.
       77 WK-RECUSA         PIC X(60) VALUE SPACES.
       77 WK-IMAGEM-ANT     PIC X(60) VALUE SPACES.
       77 WK-IMAGEM-DEP     PIC X(60) VALUE SPACES.
       77 HORA-JORNAL       PIC 9(08) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-CHEGADAS      PIC 9(05) VALUE ZEROS.
       77 QTD-PERIODOS      PIC 9(05) VALUE ZEROS.
       77 QTD-DISCIPLINAS   PIC 9(05) VALUE ZEROS.
       77 QTD-REJEITADOS    PIC 9(05) VALUE ZEROS.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-NOTAS.
           02 WK-NOTA              PIC 9(02)V99 OCCURS 4 TIMES.

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM VERIFICA-TRAVA.
            OPEN INPUT PARHIS.
            IF PARHIS-STATUS EQUAL "00"
               READ PARHIS
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE PERIODO-PAR TO WK-PERIODO
               END-READ
               CLOSE PARHIS
            END-IF.
            IF WK-PERIODO EQUAL SPACES
               DISPLAY "EM01TREN - PARHIS AUSENTE OU SEM PERIODO - "
                       "CHEGADAS SEM PERIODO CORRENTE"
            END-IF.
            OPEN INPUT TREMOV.
            IF TREMOV-STATUS NOT EQUAL "00"
               DISPLAY "EM01TREN - TREMOV NAO ABRIU - STATUS "
                       TREMOV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CADALU.
            IF CADALU-STATUS NOT EQUAL "00"
               DISPLAY "EM01TREN - CADALU NAO ABRIU PARA I-O - STATUS "
                       CADALU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CADTRE.
            IF CADTRE-STATUS EQUAL "35"
               OPEN OUTPUT CADTRE
               CLOSE CADTRE
               OPEN I-O CADTRE
            END-IF.
            IF CADTRE-STATUS NOT EQUAL "00"
               DISPLAY "EM01TREN - CADTRE NAO ABRIU PARA I-O - STATUS "
                       CADTRE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CADHIS.
            IF CADHIS-STATUS EQUAL "35"
               OPEN OUTPUT CADHIS
               CLOSE CADHIS
               OPEN I-O CADHIS
            END-IF.
            IF CADHIS-STATUS NOT EQUAL "00"
               DISPLAY "EM01TREN - CADHIS NAO ABRIU PARA I-O - STATUS "
                       CADHIS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CADHISD.
            IF CADHISD-STATUS EQUAL "35"
               OPEN OUTPUT CADHISD
               CLOSE CADHISD
               OPEN I-O CADHISD
            END-IF.
            IF CADHISD-STATUS NOT EQUAL "00"
               DISPLAY "EM01TREN - CADHISD NAO ABRIU PARA I-O - "
                       "STATUS " CADHISD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADDIS.
            IF CADDIS-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADDIS
            ELSE
               DISPLAY "EM01TREN - CADDIS NAO ABRIU - DISCIPLINAS "
                       "SEM VALIDACAO DE CODIGO"
            END-IF.
            OPEN OUTPUT RELTRE.
            MOVE SPACES TO LINHA-RELTRE.
            STRING "TRANSFERENCIA DE ENTRADA - CARGA DE "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   " - PERIODO CORRENTE " DELIMITED BY SIZE
                   WK-PERIODO DELIMITED BY SIZE
                   INTO LINHA-RELTRE.
            WRITE REG-RELTRE.
            MOVE SPACES TO LINHA-RELTRE.
            WRITE REG-RELTRE.
            MOVE "T NUMERO PERIOD DIS OCORRENCIA" TO LINHA-RELTRE.
            WRITE REG-RELTRE.
            MOVE ALL "-" TO LINHA-RELTRE.
            WRITE REG-RELTRE.
            PERFORM LEITURA.

       VERIFICA-TRAVA.
            OPEN INPUT CADLCK.
            IF CADLCK-STATUS EQUAL "00"
               READ CADLCK
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE "SIM" TO TRAVA-ATIVA
               END-READ
               CLOSE CADLCK
            END-IF.
            IF TRAVA-ATIVA EQUAL "SIM"
               DISPLAY "EM01TREN - A CADEIA BATCH ESTA COM O CADALU "
                       "TRAVADO DESDE " DATA-LCK " " HORA-LCK
                       " (" PROGRAMA-LCK ") - CARGA DE TRANSFERENCIA "
                       "RECUSADA"
               IF DATA-LCK < DATA-SISTEMA
                  DISPLAY "EM01TREN - ATENCAO: TRAVA DE DATA "
                          "ANTERIOR - POSSIVEL TRAVA ORFA DE CADEIA "
                          "DERRUBADA"
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

       LEITURA.
            READ TREMOV
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS.

       PRINCIPAL.
            MOVE SPACES TO WK-LIN-PERIODO.
            MOVE SPACES TO WK-LIN-DISC.
            EVALUATE TIPO-TR1
                WHEN "1"
                     PERFORM TRATA-CHEGADA
                WHEN "2"
                     PERFORM TRATA-PERIODO
                WHEN "3"
                     PERFORM TRATA-DISCIPLINA
                WHEN OTHER
                     MOVE "TIPO DE REGISTRO INVALIDO" TO WK-OCORRENCIA
                     PERFORM GRAVA-REJEITADO
            END-EVALUATE.
            PERFORM LEITURA.

       TRATA-CHEGADA.
            MOVE WK-PERIODO TO WK-LIN-PERIODO.
            IF NUMERO-TR1 IS NOT NUMERIC
               MOVE "NUMERO INVALIDO" TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            IF ESCOLA-TR1 EQUAL SPACES
               MOVE "ESCOLA DE ORIGEM EM BRANCO" TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            IF DATA-CHEGADA-TR1 IS NOT NUMERIC
               OR MES-CHEGADA-TR1 < 1 OR MES-CHEGADA-TR1 > 12
               OR DIA-CHEGADA-TR1 < 1 OR DIA-CHEGADA-TR1 > 31
               MOVE "DATA DE CHEGADA INVALIDA" TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            IF DATA-CHEGADA-TR1 > DATA-SISTEMA
               MOVE "DATA DE CHEGADA NO FUTURO" TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            MOVE NOTAS-TR1 TO WK-NOTAS.
            PERFORM VALIDA-NOTAS.
            IF NOTAS-OK EQUAL "NAO"
               MOVE "NOTA PARCIAL INVALIDA" TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            IF FALTAS-TR1 IS NOT NUMERIC
               MOVE "FALTAS INVALIDAS" TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            MOVE NUMERO-TR1 TO NUMERO-ENT.
            READ CADALU
                INVALID KEY
                MOVE "ALUNO NAO ESTA NO CADALU - INCLUIR PELO EM01MANT"
                     TO WK-OCORRENCIA
                PERFORM GRAVA-REJEITADO
                EXIT PARAGRAPH
            END-READ.
            IF SITUACAO-ENT NOT EQUAL "A" AND SPACE
               MOVE SPACES TO WK-OCORRENCIA
               STRING "ALUNO NAO ATIVO (SITUACAO " DELIMITED BY SIZE
                      SITUACAO-ENT DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            MOVE NUMERO-TR1 TO NUMERO-TRE.
            READ CADTRE
                INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE SPACES TO WK-OCORRENCIA
                STRING "CHEGADA JA REGISTRADA EM " DELIMITED BY SIZE
                       DATA-REGISTRO-TRE DELIMITED BY SIZE
                       INTO WK-OCORRENCIA
                PERFORM GRAVA-REJEITADO
                EXIT PARAGRAPH
            END-READ.
            MOVE NUMERO-TR1 TO NUMERO-TRE.
            MOVE ESCOLA-TR1 TO ESCOLA-TRE.
            MOVE DATA-CHEGADA-TR1 TO DATA-CHEGADA-TRE.
            MOVE WK-PERIODO TO PERIODO-TRE.
            MOVE WK-NOTA(1) TO NOTA1-TRE.
            MOVE WK-NOTA(2) TO NOTA2-TRE.
            MOVE WK-NOTA(3) TO NOTA3-TRE.
            MOVE WK-NOTA(4) TO NOTA4-TRE.
            MOVE FALTAS-TR1 TO FALTAS-TRE.
            MOVE DATA-SISTEMA TO DATA-REGISTRO-TRE.
            WRITE REG-TRE.
            PERFORM APLICA-PARCIAIS.
            ADD 1 TO QTD-CHEGADAS.
            MOVE SPACES TO WK-OCORRENCIA.
            STRING "CHEGADA DE " DELIMITED BY SIZE
                   ESCOLA-TR1 DELIMITED BY "  "
                   " - PARCIAIS NO CADALU" DELIMITED BY SIZE
                   INTO WK-OCORRENCIA.
            PERFORM GRAVA-LINHA-RELTRE.

       APLICA-PARCIAIS.
            MOVE REG-ENT TO WK-IMAGEM-ANT.
            IF NOTA1 EQUAL ZEROS
               MOVE WK-NOTA(1) TO NOTA1
            END-IF.
            IF NOTA2 EQUAL ZEROS
               MOVE WK-NOTA(2) TO NOTA2
            END-IF.
            IF NOTA3 EQUAL ZEROS
               MOVE WK-NOTA(3) TO NOTA3
            END-IF.
            IF NOTA4 EQUAL ZEROS
               MOVE WK-NOTA(4) TO NOTA4
            END-IF.
            COMPUTE WK-FALTAS = FALTAS + FALTAS-TR1.
            IF WK-FALTAS > 99
               MOVE 99 TO FALTAS
            ELSE
               MOVE WK-FALTAS TO FALTAS
            END-IF.
            REWRITE REG-ENT.
            MOVE REG-ENT TO WK-IMAGEM-DEP.
            PERFORM GRAVA-JORNAL.

       TRATA-PERIODO.
            MOVE PERIODO-TR2 TO WK-LIN-PERIODO.
            IF NUMERO-TR2 IS NOT NUMERIC
               MOVE "NUMERO INVALIDO" TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            IF PERIODO-TR2 EQUAL SPACES
               MOVE "PERIODO EM BRANCO" TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            IF PERIODO-TR2 EQUAL WK-PERIODO
               MOVE "PERIODO CORRENTE - NOTAS VAO PELA CHEGADA (TIPO 1)"
                    TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            MOVE NOTAS-TR2 TO WK-NOTAS.
            PERFORM VALIDA-NOTAS.
            IF NOTAS-OK EQUAL "NAO"
               OR MEDIA-TR2 IS NOT NUMERIC OR MEDIA-TR2 > 10
               MOVE "NOTA OU MEDIA INVALIDA" TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            IF FALTAS-TR2 IS NOT NUMERIC
               MOVE "FALTAS INVALIDAS" TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            IF SITUACAO-TR2 NOT EQUAL "APROVADO" AND "REPROVADO"
               MOVE "SITUACAO DEVE SER APROVADO OU REPROVADO"
                    TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            MOVE NUMERO-TR2 TO NUMERO-TRE.
            READ CADTRE
                INVALID KEY
                MOVE "ALUNO SEM CHEGADA REGISTRADA NO CADTRE"
                     TO WK-OCORRENCIA
                PERFORM GRAVA-REJEITADO
                EXIT PARAGRAPH
            END-READ.
            MOVE NUMERO-TR2 TO NUMERO-HIS.
            MOVE PERIODO-TR2 TO PERIODO-HIS.
            MOVE TURMA-TR2 TO TURMA-HIS.
            MOVE WK-NOTA(1) TO NOTA1-HIS.
            MOVE WK-NOTA(2) TO NOTA2-HIS.
            MOVE WK-NOTA(3) TO NOTA3-HIS.
            MOVE WK-NOTA(4) TO NOTA4-HIS.
            MOVE FALTAS-TR2 TO FALTAS-HIS.
            MOVE MEDIA-TR2 TO MEDIA-HIS.
            MOVE SITUACAO-TR2 TO SITUACAO-HIS.
            MOVE "E" TO ORIGEM-HIS.
            WRITE REG-HIS
                INVALID KEY
                MOVE "PERIODO JA EXISTE NO CADHIS - MANTIDO"
                     TO WK-OCORRENCIA
                PERFORM GRAVA-REJEITADO
                EXIT PARAGRAPH
            END-WRITE.
            ADD 1 TO QTD-PERIODOS.
            MOVE SPACES TO WK-OCORRENCIA.
            STRING "PERIODO EXTERNO GRAVADO - " DELIMITED BY SIZE
                   SITUACAO-TR2 DELIMITED BY SIZE
                   INTO WK-OCORRENCIA.
            PERFORM GRAVA-LINHA-RELTRE.

       TRATA-DISCIPLINA.
            MOVE PERIODO-TR3 TO WK-LIN-PERIODO.
            MOVE DISCIPLINA-TR3 TO WK-LIN-DISC.
            IF NUMERO-TR3 IS NOT NUMERIC
               MOVE "NUMERO INVALIDO" TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            IF PERIODO-TR3 EQUAL SPACES OR DISCIPLINA-TR3 EQUAL SPACES
               MOVE "PERIODO OU DISCIPLINA EM BRANCO" TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            MOVE NOTAS-TR3 TO WK-NOTAS.
            PERFORM VALIDA-NOTAS.
            IF NOTAS-OK EQUAL "NAO"
               OR MEDIA-TR3 IS NOT NUMERIC OR MEDIA-TR3 > 10
               MOVE "NOTA OU MEDIA INVALIDA" TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            IF SITUACAO-TR3 NOT EQUAL "APROVADO" AND "REPROVADO"
               MOVE "SITUACAO DEVE SER APROVADO OU REPROVADO"
                    TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            IF TEM-CADDIS EQUAL "SIM"
               MOVE DISCIPLINA-TR3 TO CODIGO-DIS
               READ CADDIS
                   INVALID KEY
                   MOVE "DISCIPLINA NAO CADASTRADA" TO WK-OCORRENCIA
                   PERFORM GRAVA-REJEITADO
                   EXIT PARAGRAPH
               END-READ
            END-IF.
            MOVE NUMERO-TR3 TO NUMERO-HIS.
            MOVE PERIODO-TR3 TO PERIODO-HIS.
            READ CADHIS
                INVALID KEY
                MOVE "PERIODO NAO ESTA NO CADHIS - CARREGUE O TIPO 2"
                     TO WK-OCORRENCIA
                PERFORM GRAVA-REJEITADO
                EXIT PARAGRAPH
            END-READ.
            IF ORIGEM-HIS NOT EQUAL "E"
               MOVE "PERIODO CURSADO AQUI - NAO E EXTERNO"
                    TO WK-OCORRENCIA
               PERFORM GRAVA-REJEITADO
               EXIT PARAGRAPH
            END-IF.
            MOVE NUMERO-TR3 TO NUMERO-HDI.
            MOVE PERIODO-TR3 TO PERIODO-HDI.
            MOVE DISCIPLINA-TR3 TO DISCIPLINA-HDI.
            MOVE WK-NOTA(1) TO NOTA1-HDI.
            MOVE WK-NOTA(2) TO NOTA2-HDI.
            MOVE WK-NOTA(3) TO NOTA3-HDI.
            MOVE WK-NOTA(4) TO NOTA4-HDI.
            MOVE MEDIA-TR3 TO MEDIA-HDI.
            MOVE SITUACAO-TR3 TO SITUACAO-HDI.
            MOVE "E" TO ORIGEM-HDI.
            WRITE REG-HDI
                INVALID KEY
                MOVE "DISCIPLINA JA EXISTE NO CADHISD - MANTIDA"
                     TO WK-OCORRENCIA
                PERFORM GRAVA-REJEITADO
                EXIT PARAGRAPH
            END-WRITE.
            ADD 1 TO QTD-DISCIPLINAS.
            MOVE SPACES TO WK-OCORRENCIA.
            STRING "DISCIPLINA EXTERNA GRAVADA - " DELIMITED BY SIZE
                   SITUACAO-TR3 DELIMITED BY SIZE
                   INTO WK-OCORRENCIA.
            PERFORM GRAVA-LINHA-RELTRE.

       VALIDA-NOTAS.
            MOVE "SIM" TO NOTAS-OK.
            PERFORM VALIDA-1NOTA
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > 4.

       VALIDA-1NOTA.
            IF WK-NOTA(WK-IND) IS NOT NUMERIC
               MOVE "NAO" TO NOTAS-OK
            ELSE
               IF WK-NOTA(WK-IND) > 10
                  MOVE "NAO" TO NOTAS-OK
               END-IF
            END-IF.

       GRAVA-REJEITADO.
            ADD 1 TO QTD-REJEITADOS.
            MOVE SPACES TO WK-RECUSA.
            STRING "RECUSADO: " DELIMITED BY SIZE
                   WK-OCORRENCIA DELIMITED BY SIZE
                   INTO WK-RECUSA.
            MOVE WK-RECUSA TO WK-OCORRENCIA.
            PERFORM GRAVA-LINHA-RELTRE.

       GRAVA-LINHA-RELTRE.
            MOVE SPACES TO LINHA-RELTRE.
            STRING TIPO-TR1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NUMERO-TR1-X DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-LIN-PERIODO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-LIN-DISC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-OCORRENCIA DELIMITED BY SIZE
                   INTO LINHA-RELTRE.
            WRITE REG-RELTRE.

       GRAVA-JORNAL.
            ACCEPT HORA-JORNAL FROM TIME.
            OPEN EXTEND CADJRN.
            IF CADJRN-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADJRN
            END-IF.
            MOVE "EM01TREN" TO PROGRAMA-JRN.
            MOVE DATA-SISTEMA TO DATA-JRN.
            MOVE HORA-JORNAL TO HORA-JRN.
            MOVE "ALT" TO OPERACAO-JRN.
            MOVE NUMERO-ENT TO NUMERO-JRN.
            MOVE WK-IMAGEM-ANT TO IMAGEM-ANT-JRN.
            MOVE WK-IMAGEM-DEP TO IMAGEM-DEP-JRN.
            WRITE REG-JRN.
            CLOSE CADJRN.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01TREN" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            COMPUTE QTD-GRAVADOS-LOG = QTD-CHEGADAS + QTD-PERIODOS
                                     + QTD-DISCIPLINAS.
            MOVE QTD-REJEITADOS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            MOVE SPACES TO LINHA-RELTRE.
            WRITE REG-RELTRE.
            MOVE SPACES TO LINHA-RELTRE.
            STRING "CHEGADAS " DELIMITED BY SIZE
                   QTD-CHEGADAS DELIMITED BY SIZE
                   "  PERIODOS " DELIMITED BY SIZE
                   QTD-PERIODOS DELIMITED BY SIZE
                   "  DISCIPLINAS " DELIMITED BY SIZE
                   QTD-DISCIPLINAS DELIMITED BY SIZE
                   "  RECUSADOS " DELIMITED BY SIZE
                   QTD-REJEITADOS DELIMITED BY SIZE
                   INTO LINHA-RELTRE.
            WRITE REG-RELTRE.
            CLOSE TREMOV
                  CADALU
                  CADTRE
                  CADHIS
                  CADHISD
                  RELTRE.
            IF TEM-CADDIS EQUAL "SIM"
               CLOSE CADDIS
            END-IF.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01TREN - RESUMO DA TRANSFERENCIA DE ENTRADA".
            DISPLAY "REGISTROS LIDOS .....: " QTD-LIDOS.
            DISPLAY "CHEGADAS ............: " QTD-CHEGADAS.
            DISPLAY "PERIODOS EXTERNOS ...: " QTD-PERIODOS.
            DISPLAY "DISCIPLINAS EXTERNAS : " QTD-DISCIPLINAS.
            DISPLAY "REGISTROS RECUSADOS .: " QTD-REJEITADOS.
            IF QTD-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
            END-IF.
