       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01CENS.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. EXPORTACAO ANUAL DO CENSO ESCOLAR (EDUCACENSO), QUE A
      *         SECRETARIA LEVAVA DUAS SEMANAS DIGITANDO A PARTIR DAS
      *         NOSSAS PROPRIAS LISTAGENS. O ARQUIVO DE PARAMETROS
      *         PARCEN TRAZ O ANO DO CENSO (SEM ELE, O ANO CORRENTE),
      *         O CODIGO INEP DA ESCOLA E A ETAPA: M = MATRICULA
      *         INICIAL (O PADRAO) OU S = SITUACAO DO ALUNO NO FIM DO
      *         ANO, ESTA COM O PERIODO FECHADO PELO EM01HIST LIDO DO
      *         MESMO PARHIS DO EM01HIST E DO EM01PROM. ENTRAM AS
      *         TURMAS DO CADTUR CUJO ANO LETIVO E O DO CENSO, OS
      *         PROFESSORES DO CADPRF COM ALGUMA DESSAS TURMAS E OS
      *         ALUNOS DO CADALU NESSAS TURMAS. O PROGRAMA FAZ DUAS
      *         PASSAGENS PELOS MESMOS PARAGRAFOS: A PRIMEIRA SO
      *         CRITICA E LISTA NO RELATORIO DE PRE-VALIDACAO RELCEN
      *         CADA CAMPO AUSENTE OU INVALIDO (ESCOLA SEM CODIGO INEP,
      *         TURMA SEM DESCRICAO, COM TURNO FORA DE M/T/N OU SEM
      *         PROFESSOR, PROFESSOR SEM NOME, ALUNO SEM NOME, COM SEXO
      *         FORA DE M/F, COM DATA DE NASCIMENTO FORA DO CALENDARIO
      *         OU NUMA TURMA QUE NAO E DO ANO DO CENSO E, NA ETAPA S,
      *         ALUNO SEM FECHAMENTO NO CADHIS OU AINDA EM
      *         RECUPERACAO); HAVENDO QUALQUER ERRO O ARQUIVO NAO E
      *         GERADO E O PROGRAMA RETORNA CODIGO 8. SEM ERROS, A
      *         SEGUNDA PASSAGEM GRAVA O ARQUIVO NO LAYOUT DO CENSO,
      *         COM CAMPOS SEPARADOS POR "|": NA ETAPA M, CENMAT COM O
      *         REGISTRO 00 (ESCOLA), UM 20 POR TURMA, UM 30 (PESSOA
      *         FISICA) E UM 50 POR TURMA DE CADA PROFESSOR E UM 30 E
      *         UM 60 (VINCULO COM A TURMA) POR ALUNO ATIVO; NA ETAPA
      *         S, CENSIT COM O REGISTRO 00 E UM 90 POR ALUNO DAS
      *         TURMAS DO ANO COM A SITUACAO FINAL: 1 = TRANSFERIDO
      *         (SITUACAO X OU PRESENTE NO CADTRF DO EM01TRSF), 2 =
      *         DEIXOU DE FREQUENTAR (TRANCADO OU CANCELADO), 4 =
      *         REPROVADO E 5 = APROVADO (DO CADHIS NO PERIODO). O
      *         FECHAMENTO DO CADHIS, QUANDO EXISTE, PREVALECE SOBRE A
      *         SITUACAO DO CADALU, QUE A VIRADA DO EM01PROM PODE TER
      *         MUDADO PARA C; SO O ALUNO SEM FECHAMENTO E CLASSIFICADO
      *         PELA SITUACAO DO CADALU OU PELO CADTRF. NA
      *         ETAPA S A TURMA E A DO FECHAMENTO NO CADHIS, POIS A
      *         VIRADA DO EM01PROM JA PODE TER MUDADO A DO CADALU. AO
      *         FINAL, GRAVA UMA LINHA DE ESTATISTICA EM EM01LOG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     PARCEN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARCEN-STATUS.
           SELECT     PARHIS  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARHIS-STATUS.
           SELECT     CADALU  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS IS CADALU-STATUS.
           SELECT     CADTUR  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CODIGO-TUR
           FILE STATUS IS CADTUR-STATUS.
           SELECT     CADPRF  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CODIGO-PRF
           FILE STATUS IS CADPRF-STATUS.
           SELECT     CADHIS  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-HIS
           FILE STATUS IS CADHIS-STATUS.
           SELECT     CADTRF  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADTRF-STATUS.
           SELECT     CENSO   ASSIGN  TO DYNAMIC CENSO-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CENSO-STATUS.
           SELECT     RELCEN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELCEN-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD PARCEN
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARCEN.DAT".

       01 REG-PARCEN.
           02 ANO-PAR              PIC 9(04).
           02 INEP-PAR             PIC 9(08).
           02 ETAPA-PAR            PIC X(01).

       FD PARHIS
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARHIS.DAT".

       01 REG-PARHIS.
           02 PERIODO-PAR          PIC X(06).

       FD CADALU
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADALU.DAT".

       COPY ALUREG.

       FD CADTUR
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADTUR.DAT".

       COPY TURREG.

       FD CADPRF
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADPRF.DAT".

       COPY PRFREG.

       FD CADHIS
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADHIS.DAT".

       COPY HISREG.

       FD CADTRF
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADTRF.DAT".

       01 REG-TRF.
           02 NUMERO-TRF            PIC 9(05).
           02 NOME-TRF              PIC X(20).
           02 ESCOLA-TRF            PIC X(30).
           02 DATA-TRF              PIC 9(08).
           02 OPERADOR-TRF          PIC X(08).

       FD CENSO
           LABEL        RECORD ARE      STANDARD.

       01 REG-CENSO.
           02 LINHA-CENSO          PIC X(120).

       FD RELCEN
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELCEN.DAT".

       01 REG-RELCEN.
           02 LINHA-RELCEN         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 PARCEN-STATUS     PIC X(02) VALUE SPACES.
       77 PARHIS-STATUS     PIC X(02) VALUE SPACES.
       77 CADALU-STATUS     PIC X(02) VALUE SPACES.
       77 CADTUR-STATUS     PIC X(02) VALUE SPACES.
       77 CADPRF-STATUS     PIC X(02) VALUE SPACES.
       77 CADHIS-STATUS     PIC X(02) VALUE SPACES.
       77 CADTRF-STATUS     PIC X(02) VALUE SPACES.
       77 CENSO-STATUS      PIC X(02) VALUE SPACES.
       77 RELCEN-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 CENSO-NOME        PIC X(30) VALUE SPACES.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-TRF           PIC X(03) VALUE "NAO".
       77 GRAVA-CENSO       PIC X(03) VALUE "NAO".
       77 TEM-CADHIS        PIC X(03) VALUE "NAO".
       77 ACHOU-TRF         PIC X(03) VALUE "NAO".
       77 ACHOU-HIS         PIC X(03) VALUE "NAO".
       77 DATA-OK           PIC X(03) VALUE "NAO".
       77 WK-ANO            PIC 9(04) VALUE ZEROS.
       77 WK-INEP           PIC 9(08) VALUE ZEROS.
       77 WK-ETAPA          PIC X(01) VALUE "M".
       77 WK-PERIODO        PIC X(06) VALUE SPACES.
       77 WK-TURMA          PIC X(03) VALUE SPACES.
       77 WK-SITUACAO       PIC 9(01) VALUE ZEROS.
       77 WK-SEXO           PIC 9(01) VALUE ZEROS.
       77 WK-ID             PIC X(06) VALUE SPACES.
       77 WK-CODIGO         PIC X(06) VALUE SPACES.
       77 WK-ENTIDADE       PIC X(10) VALUE SPACES.
       77 WK-MOTIVO         PIC X(50) VALUE SPACES.
       77 WK-IND            PIC 9(03) VALUE ZEROS.
       77 WK-IND-PRF        PIC 9(01) VALUE ZEROS.
       77 WK-ACHOU          PIC 9(03) VALUE ZEROS.
       77 WK-TURMAS-ANO     PIC 9(01) VALUE ZEROS.
       77 WK-ULTIMO-DIA     PIC 9(02) VALUE ZEROS.
       77 WK-QUOCIENTE      PIC 9(04) VALUE ZEROS.
       77 WK-RESTO-4        PIC 9(03) VALUE ZEROS.
       77 WK-RESTO-100      PIC 9(03) VALUE ZEROS.
       77 WK-RESTO-400      PIC 9(03) VALUE ZEROS.
       77 QTD-TURMAS        PIC 9(03) VALUE ZEROS.
       77 QTD-ERROS         PIC 9(05) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-ALUNOS        PIC 9(05) VALUE ZEROS.
       77 QTD-PROFESSORES   PIC 9(05) VALUE ZEROS.
       77 QTD-REGISTROS     PIC 9(05) VALUE ZEROS.
       77 WK-QTD-ED         PIC ZZZZ9.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-NASCIMENTO-ED.
           02 DD-ED                PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 MM-ED                PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 AAAA-ED              PIC 9(04).
       01 WK-NUMERO-ID.
           02 TIPO-ID              PIC X(01).
           02 NUMERO-ID            PIC 9(05).
       01 TAB-TURMAS.
           02 TUR-TAB OCCURS 100 TIMES.
              03 CODIGO-TUR-TAB    PIC X(03).
              03 DESCRICAO-TUR-TAB PIC X(20).
              03 TURNO-TUR-TAB     PIC X(01).
              03 PROFS-TUR-TAB     PIC 9(03).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM CARGA-TURMAS.
       MOVE "NAO" TO GRAVA-CENSO.
       PERFORM PASSAGEM.
       PERFORM CONFERE-TURMAS
               VARYING WK-IND FROM 1 BY 1
               UNTIL WK-IND > QTD-TURMAS.
       PERFORM GERA-CENSO.
       PERFORM TERMINO.
       STOP RUN.

       GERA-CENSO.
            IF QTD-ERROS NOT EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO GRAVA-CENSO.
            OPEN OUTPUT CENSO.
            PERFORM PASSAGEM.
            CLOSE CENSO.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE ANO-SISTEMA TO WK-ANO.
            OPEN INPUT PARCEN.
            IF PARCEN-STATUS EQUAL "00"
               READ PARCEN
                   AT END
                   CONTINUE
                   NOT AT END
                   PERFORM CARGA-PARCEN
               END-READ
               CLOSE PARCEN
            END-IF.
            IF WK-ETAPA NOT EQUAL "M" AND "S"
               DISPLAY "EM01CENS - ETAPA INVALIDA NO PARCEN: " WK-ETAPA
                       " (M OU S)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-ETAPA EQUAL "S"
               PERFORM CARGA-PARHIS
               MOVE "CENSIT.DAT" TO CENSO-NOME
            ELSE
               MOVE "CENMAT.DAT" TO CENSO-NOME
            END-IF.
            OPEN INPUT CADTUR.
            IF CADTUR-STATUS NOT EQUAL "00"
               DISPLAY "EM01CENS - CADTUR NAO ABRIU - STATUS "
                       CADTUR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADALU.
            IF CADALU-STATUS NOT EQUAL "00"
               DISPLAY "EM01CENS - CADALU NAO ABRIU - STATUS "
                       CADALU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            CLOSE CADALU.
            OPEN INPUT CADPRF.
            IF CADPRF-STATUS NOT EQUAL "00"
               DISPLAY "EM01CENS - CADPRF NAO ABRIU - STATUS "
                       CADPRF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            CLOSE CADPRF.
            IF WK-ETAPA EQUAL "S"
               OPEN INPUT CADHIS
               IF CADHIS-STATUS EQUAL "00"
                  MOVE "SIM" TO TEM-CADHIS
               END-IF
            END-IF.
            OPEN OUTPUT RELCEN.
            MOVE SPACES TO LINHA-RELCEN.
            STRING "PRE-VALIDACAO DO CENSO ESCOLAR " DELIMITED BY SIZE
                   WK-ANO DELIMITED BY SIZE
                   " - ETAPA " DELIMITED BY SIZE
                   WK-ETAPA DELIMITED BY SIZE
                   " - EMITIDO EM " DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELCEN.
            WRITE REG-RELCEN.
            MOVE SPACES TO LINHA-RELCEN.
            WRITE REG-RELCEN.
            MOVE "ENTIDADE   CODIGO  CAMPO AUSENTE OU INVALIDO"
                 TO LINHA-RELCEN.
            WRITE REG-RELCEN.
            MOVE SPACES TO LINHA-RELCEN.
            WRITE REG-RELCEN.
            IF WK-INEP EQUAL ZEROS
               MOVE "ESCOLA" TO WK-ENTIDADE
               MOVE SPACES TO WK-CODIGO
               MOVE "CODIGO INEP DA ESCOLA AUSENTE NO PARCEN"
                    TO WK-MOTIVO
               PERFORM GRAVA-ERRO
            END-IF.
            IF WK-ETAPA EQUAL "S" AND TEM-CADHIS EQUAL "NAO"
               MOVE "ESCOLA" TO WK-ENTIDADE
               MOVE SPACES TO WK-CODIGO
               MOVE "HISTORICO CADHIS AUSENTE - RODE O EM01HIST"
                    TO WK-MOTIVO
               PERFORM GRAVA-ERRO
            END-IF.

       CARGA-PARCEN.
            IF ANO-PAR IS NUMERIC AND ANO-PAR > ZEROS
               MOVE ANO-PAR TO WK-ANO
            END-IF.
            IF INEP-PAR IS NUMERIC
               MOVE INEP-PAR TO WK-INEP
            END-IF.
            IF ETAPA-PAR NOT EQUAL SPACE
               MOVE ETAPA-PAR TO WK-ETAPA
            END-IF.

       CARGA-PARHIS.
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
               DISPLAY "EM01CENS - PARHIS AUSENTE OU SEM PERIODO - A "
                       "ETAPA S PRECISA DO PERIODO FECHADO PELO "
                       "EM01HIST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       CARGA-TURMAS.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM LEITURA-CADTUR
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADTUR.

       LEITURA-CADTUR.
            READ CADTUR NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF ANO-LETIVO-TUR EQUAL WK-ANO
                   PERFORM ARMAZENA-TURMA
                END-IF
            END-READ.

       ARMAZENA-TURMA.
            IF QTD-TURMAS NOT < 100
               DISPLAY "EM01CENS - TABELA DE TURMAS CHEIA (100) - "
                       CODIGO-TUR " FICA FORA"
               MOVE "TURMA" TO WK-ENTIDADE
               MOVE CODIGO-TUR TO WK-CODIGO
               MOVE "TABELA DE TURMAS CHEIA (100)" TO WK-MOTIVO
               PERFORM GRAVA-ERRO
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-TURMAS.
            MOVE CODIGO-TUR TO CODIGO-TUR-TAB(QTD-TURMAS).
            MOVE DESCRICAO-TUR TO DESCRICAO-TUR-TAB(QTD-TURMAS).
            MOVE TURNO-TUR TO TURNO-TUR-TAB(QTD-TURMAS).
            MOVE ZEROS TO PROFS-TUR-TAB(QTD-TURMAS).
            MOVE "TURMA" TO WK-ENTIDADE.
            MOVE CODIGO-TUR TO WK-CODIGO.
            IF DESCRICAO-TUR EQUAL SPACES
               MOVE "DESCRICAO DA TURMA EM BRANCO" TO WK-MOTIVO
               PERFORM GRAVA-ERRO
            END-IF.
            IF TURNO-TUR NOT EQUAL "M" AND "T" AND "N"
               MOVE "TURNO FORA DE M/T/N" TO WK-MOTIVO
               PERFORM GRAVA-ERRO
            END-IF.

       PASSAGEM.
            IF GRAVA-CENSO EQUAL "SIM"
               PERFORM GRAVA-ESCOLA
               IF WK-ETAPA EQUAL "M"
                  PERFORM GRAVA-TURMA
                          VARYING WK-IND FROM 1 BY 1
                          UNTIL WK-IND > QTD-TURMAS
               END-IF
            END-IF.
            IF WK-ETAPA EQUAL "M"
               MOVE "NAO" TO FIM-ARQ
               OPEN INPUT CADPRF
               PERFORM LEITURA-CADPRF
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADPRF
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADALU.
            PERFORM LEITURA-CADALU
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADALU.

       GRAVA-ESCOLA.
            MOVE SPACES TO LINHA-CENSO.
            STRING "00|" DELIMITED BY SIZE
                   WK-INEP DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WK-ANO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WK-ETAPA DELIMITED BY SIZE
                   INTO LINHA-CENSO.
            PERFORM GRAVA-LINHA-CENSO.

       GRAVA-TURMA.
            MOVE SPACES TO LINHA-CENSO.
            STRING "20|" DELIMITED BY SIZE
                   WK-INEP DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CODIGO-TUR-TAB(WK-IND) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   DESCRICAO-TUR-TAB(WK-IND) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TURNO-TUR-TAB(WK-IND) DELIMITED BY SIZE
                   INTO LINHA-CENSO.
            PERFORM GRAVA-LINHA-CENSO.

       GRAVA-LINHA-CENSO.
            WRITE REG-CENSO.
            ADD 1 TO QTD-REGISTROS.

       LEITURA-CADPRF.
            READ CADPRF NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                PERFORM PROCESSA-PROFESSOR
            END-READ.

       PROCESSA-PROFESSOR.
      * SO ENTRA O PROFESSOR COM ALGUMA TURMA DO ANO DO CENSO.
            MOVE ZEROS TO WK-TURMAS-ANO.
            PERFORM CONTA-TURMA-PROFESSOR
                    VARYING WK-IND-PRF FROM 1 BY 1
                    UNTIL WK-IND-PRF > 6.
            IF WK-TURMAS-ANO EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE "P" TO TIPO-ID.
            MOVE CODIGO-PRF TO NUMERO-ID.
            MOVE WK-NUMERO-ID TO WK-ID.
            IF GRAVA-CENSO EQUAL "NAO"
               ADD 1 TO QTD-PROFESSORES
               IF NOME-PRF EQUAL SPACES
                  MOVE "PROFESSOR" TO WK-ENTIDADE
                  MOVE WK-ID TO WK-CODIGO
                  MOVE "NOME DO PROFESSOR EM BRANCO" TO WK-MOTIVO
                  PERFORM GRAVA-ERRO
               END-IF
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO LINHA-CENSO.
            STRING "30|" DELIMITED BY SIZE
                   WK-INEP DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WK-ID DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   NOME-PRF DELIMITED BY SIZE
                   "|||" DELIMITED BY SIZE
                   INTO LINHA-CENSO.
            PERFORM GRAVA-LINHA-CENSO.
            PERFORM GRAVA-DOCENTE-TURMA
                    VARYING WK-IND-PRF FROM 1 BY 1
                    UNTIL WK-IND-PRF > 6.

       CONTA-TURMA-PROFESSOR.
            IF TURMA-PRF(WK-IND-PRF) EQUAL SPACES
               EXIT PARAGRAPH
            END-IF.
            MOVE TURMA-PRF(WK-IND-PRF) TO WK-TURMA.
            PERFORM PROCURA-TURMA.
            IF WK-ACHOU > ZEROS
               ADD 1 TO WK-TURMAS-ANO
               IF GRAVA-CENSO EQUAL "NAO"
                  ADD 1 TO PROFS-TUR-TAB(WK-ACHOU)
               END-IF
            END-IF.

       GRAVA-DOCENTE-TURMA.
            IF TURMA-PRF(WK-IND-PRF) EQUAL SPACES
               EXIT PARAGRAPH
            END-IF.
            MOVE TURMA-PRF(WK-IND-PRF) TO WK-TURMA.
            PERFORM PROCURA-TURMA.
            IF WK-ACHOU EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO LINHA-CENSO.
            STRING "50|" DELIMITED BY SIZE
                   WK-INEP DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WK-ID DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WK-TURMA DELIMITED BY SIZE
                   INTO LINHA-CENSO.
            PERFORM GRAVA-LINHA-CENSO.

       PROCURA-TURMA.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM COMPARA-TURMA
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-TURMAS OR WK-ACHOU > ZEROS.

       COMPARA-TURMA.
            IF CODIGO-TUR-TAB(WK-IND) EQUAL WK-TURMA
               MOVE WK-IND TO WK-ACHOU
            END-IF.

       CONFERE-TURMAS.
            IF WK-ETAPA EQUAL "M" AND PROFS-TUR-TAB(WK-IND) EQUAL ZEROS
               MOVE "TURMA" TO WK-ENTIDADE
               MOVE CODIGO-TUR-TAB(WK-IND) TO WK-CODIGO
               MOVE "TURMA SEM PROFESSOR NO CADPRF" TO WK-MOTIVO
               PERFORM GRAVA-ERRO
            END-IF.

       LEITURA-CADALU.
            READ CADALU NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF GRAVA-CENSO EQUAL "NAO"
                   ADD 1 TO QTD-LIDOS
                END-IF
                IF WK-ETAPA EQUAL "M"
                   PERFORM PROCESSA-MATRICULA
                ELSE
                   PERFORM PROCESSA-SITUACAO
                END-IF
            END-READ.

       PROCESSA-MATRICULA.
      * ETAPA M: SO OS ALUNOS ATIVOS (A OU EM BRANCO).
            IF SITUACAO-ENT NOT EQUAL "A" AND SPACE
               EXIT PARAGRAPH
            END-IF.
            MOVE "A" TO TIPO-ID.
            MOVE NUMERO-ENT TO NUMERO-ID.
            MOVE WK-NUMERO-ID TO WK-ID.
            MOVE TURMA-ENT TO WK-TURMA.
            PERFORM PROCURA-TURMA.
            IF GRAVA-CENSO EQUAL "NAO"
               ADD 1 TO QTD-ALUNOS
               PERFORM CRITICA-ALUNO
               IF WK-ACHOU EQUAL ZEROS
                  MOVE "TURMA VAZIA OU FORA DO ANO DO CENSO"
                       TO WK-MOTIVO
                  PERFORM GRAVA-ERRO
               END-IF
               EXIT PARAGRAPH
            END-IF.
            PERFORM CONVERTE-SEXO.
            MOVE DD-ENT TO DD-ED.
            MOVE MM-ENT TO MM-ED.
            MOVE AAAA-ENT TO AAAA-ED.
            MOVE SPACES TO LINHA-CENSO.
            STRING "30|" DELIMITED BY SIZE
                   WK-INEP DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WK-ID DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   NOME-ENT DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WK-NASCIMENTO-ED DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WK-SEXO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   INTO LINHA-CENSO.
            PERFORM GRAVA-LINHA-CENSO.
            MOVE SPACES TO LINHA-CENSO.
            STRING "60|" DELIMITED BY SIZE
                   WK-INEP DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WK-ID DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WK-TURMA DELIMITED BY SIZE
                   INTO LINHA-CENSO.
            PERFORM GRAVA-LINHA-CENSO.

       CRITICA-ALUNO.
            MOVE "ALUNO" TO WK-ENTIDADE.
            MOVE WK-ID TO WK-CODIGO.
            IF NOME-ENT EQUAL SPACES
               MOVE "NOME DO ALUNO EM BRANCO" TO WK-MOTIVO
               PERFORM GRAVA-ERRO
            END-IF.
            IF SEXO-ENT NOT EQUAL "M" AND "F" AND "m" AND "f"
               MOVE "SEXO FORA DE M/F" TO WK-MOTIVO
               PERFORM GRAVA-ERRO
            END-IF.
            PERFORM VALIDA-NASCIMENTO.
            IF DATA-OK EQUAL "NAO"
               MOVE "DATA DE NASCIMENTO INVALIDA" TO WK-MOTIVO
               PERFORM GRAVA-ERRO
            END-IF.

       CONVERTE-SEXO.
            IF SEXO-ENT EQUAL "F" OR "f"
               MOVE 2 TO WK-SEXO
            ELSE
               MOVE 1 TO WK-SEXO
            END-IF.

       VALIDA-NASCIMENTO.
           MOVE "SIM" TO DATA-OK.
           IF DATANASCIMENTO-ENT IS NOT NUMERIC
              MOVE "NAO" TO DATA-OK
              EXIT PARAGRAPH
           END-IF.
           IF AAAA-ENT < 1900 OR AAAA-ENT > WK-ANO
              MOVE "NAO" TO DATA-OK
           END-IF.
           IF MM-ENT < 1 OR MM-ENT > 12
              MOVE "NAO" TO DATA-OK
           END-IF.
           IF DATA-OK EQUAL "SIM" AND DD-ENT < 1
              MOVE "NAO" TO DATA-OK
           END-IF.
           IF DATA-OK EQUAL "SIM"
              PERFORM ULTIMO-DIA-MES
              IF DD-ENT > WK-ULTIMO-DIA
                 MOVE "NAO" TO DATA-OK
              END-IF
           END-IF.

       ULTIMO-DIA-MES.
           MOVE 31 TO WK-ULTIMO-DIA.
           IF MM-ENT EQUAL 4 OR MM-ENT EQUAL 6
                    OR MM-ENT EQUAL 9 OR MM-ENT EQUAL 11
              MOVE 30 TO WK-ULTIMO-DIA
           END-IF.
           IF MM-ENT EQUAL 2
              MOVE 28 TO WK-ULTIMO-DIA
              DIVIDE AAAA-ENT BY 4 GIVING WK-QUOCIENTE
                     REMAINDER WK-RESTO-4
              DIVIDE AAAA-ENT BY 100 GIVING WK-QUOCIENTE
                     REMAINDER WK-RESTO-100
              DIVIDE AAAA-ENT BY 400 GIVING WK-QUOCIENTE
                     REMAINDER WK-RESTO-400
              IF WK-RESTO-4 EQUAL 0 AND WK-RESTO-100 NOT EQUAL 0
                 MOVE 29 TO WK-ULTIMO-DIA
              END-IF
              IF WK-RESTO-400 EQUAL 0
                 MOVE 29 TO WK-ULTIMO-DIA
              END-IF
           END-IF.

       PROCESSA-SITUACAO.
      * ETAPA S: A TURMA E A DO FECHAMENTO NO CADHIS; SEM ELE, A DO
      * CADALU. ALUNO DE TURMA FORA DO ANO DO CENSO NAO ENTRA.
            MOVE "A" TO TIPO-ID.
            MOVE NUMERO-ENT TO NUMERO-ID.
            MOVE WK-NUMERO-ID TO WK-ID.
            PERFORM PROCURA-HISTORICO.
            IF ACHOU-HIS EQUAL "SIM"
               MOVE TURMA-HIS TO WK-TURMA
            ELSE
               MOVE TURMA-ENT TO WK-TURMA
            END-IF.
            PERFORM PROCURA-TURMA.
            IF WK-ACHOU EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            PERFORM DEFINE-SITUACAO.
            IF GRAVA-CENSO EQUAL "NAO"
               ADD 1 TO QTD-ALUNOS
               MOVE "ALUNO" TO WK-ENTIDADE
               MOVE WK-ID TO WK-CODIGO
               IF WK-SITUACAO EQUAL ZEROS
                  PERFORM GRAVA-ERRO
               END-IF
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO LINHA-CENSO.
            STRING "90|" DELIMITED BY SIZE
                   WK-INEP DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WK-ID DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WK-TURMA DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WK-SITUACAO DELIMITED BY SIZE
                   INTO LINHA-CENSO.
            PERFORM GRAVA-LINHA-CENSO.

       PROCURA-HISTORICO.
            MOVE "NAO" TO ACHOU-HIS.
            IF TEM-CADHIS EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            MOVE NUMERO-ENT TO NUMERO-HIS.
            MOVE WK-PERIODO TO PERIODO-HIS.
            READ CADHIS
                INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE "SIM" TO ACHOU-HIS
            END-READ.

       DEFINE-SITUACAO.
      * O FECHAMENTO DO CADHIS VALE PRIMEIRO: A VIRADA DO EM01PROM
      * CANCELA (C) O APROVADO QUE NAO SE REMATRICULOU, MAS PARA O
      * CENSO DO ANO ELE FOI APROVADO. A SITUACAO DO CADALU SO DECIDE
      * QUANDO NAO HA FECHAMENTO (O EM01HIST IGNORA T, C, X E F).
            MOVE ZEROS TO WK-SITUACAO.
            IF ACHOU-HIS EQUAL "SIM"
               EVALUATE SITUACAO-HIS
                   WHEN "APROVADO"
                        MOVE 5 TO WK-SITUACAO
                   WHEN "REPROVADO"
                        MOVE 4 TO WK-SITUACAO
                   WHEN "RECUPERACAO"
                        MOVE "ALUNO AINDA EM RECUPERACAO NO CADHIS"
                             TO WK-MOTIVO
                   WHEN OTHER
                        MOVE "SITUACAO DO CADHIS NAO RECONHECIDA"
                             TO WK-MOTIVO
               END-EVALUATE
               EXIT PARAGRAPH
            END-IF.
            PERFORM PROCURA-TRANSFERENCIA.
            IF SITUACAO-ENT EQUAL "X" OR ACHOU-TRF EQUAL "SIM"
               MOVE 1 TO WK-SITUACAO
               EXIT PARAGRAPH
            END-IF.
            IF SITUACAO-ENT EQUAL "T" OR "C"
               MOVE 2 TO WK-SITUACAO
               EXIT PARAGRAPH
            END-IF.
            MOVE "SEM FECHAMENTO NO CADHIS PARA O PERIODO"
                 TO WK-MOTIVO.

       PROCURA-TRANSFERENCIA.
            MOVE "NAO" TO ACHOU-TRF.
            MOVE "NAO" TO FIM-TRF.
            OPEN INPUT CADTRF.
            IF CADTRF-STATUS EQUAL "00"
               PERFORM LEITURA-CADTRF
                       UNTIL FIM-TRF EQUAL "SIM"
               CLOSE CADTRF
            END-IF.

       LEITURA-CADTRF.
            READ CADTRF
                AT END
                MOVE "SIM" TO FIM-TRF
                NOT AT END
                IF NUMERO-TRF EQUAL NUMERO-ENT
                   MOVE "SIM" TO ACHOU-TRF
                   MOVE "SIM" TO FIM-TRF
                END-IF
            END-READ.

       GRAVA-ERRO.
            ADD 1 TO QTD-ERROS.
            MOVE SPACES TO LINHA-RELCEN.
            MOVE WK-ENTIDADE TO LINHA-RELCEN(1:10).
            MOVE WK-CODIGO TO LINHA-RELCEN(12:6).
            MOVE WK-MOTIVO TO LINHA-RELCEN(20:50).
            WRITE REG-RELCEN.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01CENS" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-REGISTROS TO QTD-GRAVADOS-LOG.
            MOVE QTD-ERROS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            IF TEM-CADHIS EQUAL "SIM"
               CLOSE CADHIS
            END-IF.
            MOVE SPACES TO LINHA-RELCEN.
            WRITE REG-RELCEN.
            MOVE SPACES TO LINHA-RELCEN.
            MOVE QTD-TURMAS TO WK-QTD-ED.
            STRING "TURMAS DO ANO .....: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELCEN.
            WRITE REG-RELCEN.
            IF WK-ETAPA EQUAL "M"
               MOVE SPACES TO LINHA-RELCEN
               MOVE QTD-PROFESSORES TO WK-QTD-ED
               STRING "PROFESSORES .......: " DELIMITED BY SIZE
                      WK-QTD-ED DELIMITED BY SIZE
                      INTO LINHA-RELCEN
               WRITE REG-RELCEN
            END-IF.
            MOVE SPACES TO LINHA-RELCEN.
            MOVE QTD-ALUNOS TO WK-QTD-ED.
            STRING "ALUNOS ............: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELCEN.
            WRITE REG-RELCEN.
            MOVE SPACES TO LINHA-RELCEN.
            MOVE QTD-ERROS TO WK-QTD-ED.
            STRING "ERROS .............: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELCEN.
            WRITE REG-RELCEN.
            MOVE SPACES TO LINHA-RELCEN.
            IF QTD-ERROS EQUAL ZEROS
               MOVE QTD-REGISTROS TO WK-QTD-ED
               STRING "ARQUIVO " DELIMITED BY SIZE
                      CENSO-NOME DELIMITED BY SPACE
                      " GERADO COM " DELIMITED BY SIZE
                      WK-QTD-ED DELIMITED BY SIZE
                      " REGISTROS" DELIMITED BY SIZE
                      INTO LINHA-RELCEN
            ELSE
               STRING "ARQUIVO " DELIMITED BY SIZE
                      CENSO-NOME DELIMITED BY SPACE
                      " NAO GERADO - CORRIJA OS CADASTROS E RODE "
                      DELIMITED BY SIZE
                      "DE NOVO" DELIMITED BY SIZE
                      INTO LINHA-RELCEN
            END-IF.
            WRITE REG-RELCEN.
            CLOSE RELCEN.
            PERFORM GRAVA-LOG.
            IF QTD-ERROS EQUAL ZEROS
               DISPLAY "EM01CENS - CENSO " WK-ANO " ETAPA " WK-ETAPA
                       " - " QTD-REGISTROS " REGISTROS EM "
                       CENSO-NOME
            ELSE
               DISPLAY "EM01CENS - " QTD-ERROS " ERRO(S) NA "
                       "PRE-VALIDACAO - ARQUIVO NAO GERADO - VER "
                       "RELCEN"
               MOVE 8 TO RETURN-CODE
            END-IF.
