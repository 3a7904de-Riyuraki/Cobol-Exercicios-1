       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01DECL.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. EMISSAO DAS DECLARACOES DE MATRICULA E DE FREQUENCIA
      *         PEDIDAS PELAS FAMILIAS (EMPREGADOR, PASSE ESCOLAR,
      *         BENEFICIOS), ANTES DATILOGRAFADAS PELA SECRETARIA E
      *         FACEIS DE FALSIFICAR, E CONSULTA DE AUTENTICIDADE DAS
      *         DECLARACOES APRESENTADAS POR TERCEIROS. O OPERADOR
      *         ESCOLHE (M)ATRICULA, (F)REQUENCIA, (V)ERIFICACAO OU
      *         (E)NCERRA. NA EMISSAO, DIGITA O NUMERO DO ALUNO E O
      *         DV (MODULO 11, O MESMO DO EM01CONS E DO EM01PUBD); DV
      *         QUE NAO CONFERE, ALUNO FORA DO CADALU, ALUNO QUE NAO
      *         ESTA ATIVO (SITUACAO DIFERENTE DE A OU BRANCO) OU
      *         TURMA FORA DO CADTUR RECUSAM O PEDIDO. A DECLARACAO
      *         TRAZ O NOME, O NASCIMENTO, A TURMA, O TURNO E O ANO
      *         LETIVO DO CADTUR; A DE FREQUENCIA TRAZ TAMBEM O
      *         PERCENTUAL DE PRESENCA DO ALUNO SOBRE AS AULAS DADAS
      *         NA SUA TURMA, TOTALIZADAS NO CADAUL PELO EM01AULA (SEM
      *         LINHA DA TURMA NO CADAUL A DECLARACAO DE FREQUENCIA E
      *         RECUSADA). CADA DECLARACAO RECEBE O PROXIMO NUMERO DE
      *         SERIE E UM CODIGO DE VERIFICACAO DE QUATRO DIGITOS
      *         CALCULADO NA EMISSAO, AMBOS IMPRESSOS NO RODAPE E
      *         GRAVADOS COM O CONTEUDO DA DECLARACAO NO REGISTRO
      *         PERMANENTE CADDCL (COPY DCLREG). AS DECLARACOES SAEM
      *         NO ARQUIVO DECLDOC, PARA A IMPRESSORA. NA VERIFICACAO
      *         O OPERADOR DIGITA A SERIE E O CODIGO IMPRESSOS; SE O
      *         PAR CONFERE COM O CADDCL O PROGRAMA INFORMA QUE A
      *         DECLARACAO E AUTENTICA E EXIBE O QUE ELA DIZIA (TIPO,
      *         ALUNO, TURMA, FREQUENCIA E DATA DE EMISSAO); SENAO,
      *         QUE A DECLARACAO NAO E RECONHECIDA. ALUNO COM
      *         BLOQUEIO FINANCEIRO NO CADBLQ (SITUACAO B, ARMADA PELA
      *         REGUA DE COBRANCA EM01AVIS) TEM A DECLARACAO RECUSADA,
      *         COM A MESMA CONSULTA DO EM01HDOC. SE A GRAVACAO NO
      *         CADDCL FALHA, A DECLARACAO NAO E IMPRESSA (NAO PODE
      *         CIRCULAR DECLARACAO QUE A VERIFICACAO NAO RECONHECE):
      *         O ERRO VAI AO CONSOLE, A ULTIMA SERIE E RELIDA DO
      *         CADDCL E O PEDIDO CONTA COMO RECUSADO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADALU  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS IS CADALU-STATUS.
           SELECT     CADTUR  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-TUR
           FILE STATUS IS CADTUR-STATUS.
           SELECT     CADAUL  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADAUL-STATUS.
           SELECT     CADDCL  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      SERIE-DCL
           FILE STATUS IS CADDCL-STATUS.
           SELECT     CADBLQ  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-BLQ
           FILE STATUS IS CADBLQ-STATUS.
           SELECT     DECLDOC  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS DECLDOC-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADALU.DAT".

       COPY ALUREG.

       FD CADTUR
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADTUR.DAT".

       COPY TURREG.

       FD CADAUL
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADAUL.DAT".

       01 REG-AUL.
           02 TURMA-AUL             PIC X(03).
           02 TOTAL-AULAS-AUL       PIC 9(04).

       FD CADDCL
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADDCL.DAT".

       COPY DCLREG.

       FD CADBLQ
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADBLQ.DAT".

       COPY BLQREG.

       FD DECLDOC
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "DECLDOC.DAT".

       01 REG-DOC.
           02 LINHA-DOC            PIC X(80).

       WORKING-STORAGE SECTION.

       77 CADALU-STATUS     PIC X(02) VALUE SPACES.
       77 CADTUR-STATUS     PIC X(02) VALUE SPACES.
       77 CADAUL-STATUS     PIC X(02) VALUE SPACES.
       77 CADDCL-STATUS     PIC X(02) VALUE SPACES.
       77 DECLDOC-STATUS    PIC X(02) VALUE SPACES.
       77 CADBLQ-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADBLQ        PIC X(03) VALUE "NAO".
       77 ALUNO-BLOQUEADO   PIC X(03) VALUE "NAO".
       77 DECLARACAO-GRAVADA PIC X(03) VALUE "NAO".
       77 FIM-PEDIDOS       PIC X(03) VALUE "NAO".
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-AUL           PIC X(03) VALUE "NAO".
       77 ACHOU-AUL         PIC X(03) VALUE "NAO".
       77 PEDIDO-ACEITO     PIC X(03) VALUE "NAO".
       77 WK-OPCAO          PIC X(01) VALUE SPACE.
           88 OPCAO-MATRICULA         VALUE "M" "m".
           88 OPCAO-FREQUENCIA        VALUE "F" "f".
           88 OPCAO-VERIFICA          VALUE "V" "v".
           88 OPCAO-FIM               VALUE "E" "e".
       77 WK-TIPO           PIC X(01) VALUE SPACE.
       77 WK-NUMERO         PIC 9(05) VALUE ZEROS.
       77 WK-SERIE          PIC 9(06) VALUE ZEROS.
       77 WK-CODIGO         PIC 9(04) VALUE ZEROS.
       77 WK-ULTIMA-SERIE   PIC 9(06) VALUE ZEROS.
       77 WK-TOTAL-AULAS    PIC 9(04) VALUE ZEROS.
       77 WK-PRESENCAS      PIC 9(04) VALUE ZEROS.
       77 WK-PERC-FREQ      PIC 9(03)V9 VALUE ZEROS.
       77 WK-CODIGO-SOMA    PIC 9(12) VALUE ZEROS.
       77 WK-CODIGO-QUOC    PIC 9(12) VALUE ZEROS.
       77 WK-CODIGO-RESTO   PIC 9(04) VALUE ZEROS.
       77 WK-DV-DIGITADO    PIC 9(01) VALUE ZERO.
       77 WK-DV             PIC 9(01) VALUE ZERO.
       77 WK-DV-SOMA        PIC 9(03) VALUE ZEROS.
       77 WK-DV-QUOC        PIC 9(02) VALUE ZEROS.
       77 WK-DV-RESTO       PIC 9(02) VALUE ZEROS.
       77 HORA-EMISSAO      PIC 9(08) VALUE ZEROS.
       77 WK-TURNO-ED       PIC X(05) VALUE SPACES.
       77 WK-PERC-ED        PIC ZZ9,9.
       77 QTD-MATRICULA     PIC 9(05) VALUE ZEROS.
       77 QTD-FREQUENCIA    PIC 9(05) VALUE ZEROS.
       77 QTD-RECUSADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-VERIFICACOES  PIC 9(05) VALUE ZEROS.
       01 WK-DV-NUMERO.
           02 DIG1-DV              PIC 9(01).
           02 DIG2-DV              PIC 9(01).
           02 DIG3-DV              PIC 9(01).
           02 DIG4-DV              PIC 9(01).
           02 DIG5-DV              PIC 9(01).
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
       PERFORM PRINCIPAL
               UNTIL FIM-PEDIDOS EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN INPUT CADALU.
            IF CADALU-STATUS NOT EQUAL "00"
               DISPLAY "EM01DECL - CADALU NAO ABRIU - STATUS "
                       CADALU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADTUR.
            IF CADTUR-STATUS NOT EQUAL "00"
               DISPLAY "EM01DECL - CADTUR NAO ABRIU - STATUS "
                       CADTUR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CADDCL.
            IF CADDCL-STATUS EQUAL "35"
               OPEN OUTPUT CADDCL
               CLOSE CADDCL
               OPEN I-O CADDCL
            END-IF.
            IF CADDCL-STATUS NOT EQUAL "00"
               DISPLAY "EM01DECL - CADDCL NAO ABRIU PARA I-O - STATUS "
                       CADDCL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM PROCURA-ULTIMA-SERIE.
            OPEN INPUT CADBLQ.
            IF CADBLQ-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADBLQ
            END-IF.
            OPEN OUTPUT DECLDOC.

       PROCURA-ULTIMA-SERIE.
            MOVE ZEROS TO WK-ULTIMA-SERIE.
            MOVE ZEROS TO SERIE-DCL.
            START CADDCL KEY IS NOT LESS THAN SERIE-DCL
                INVALID KEY
                EXIT PARAGRAPH
            END-START.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM LEITURA-CADDCL
                    UNTIL FIM-ARQ EQUAL "SIM".

       LEITURA-CADDCL.
            READ CADDCL NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                MOVE SERIE-DCL TO WK-ULTIMA-SERIE
            END-READ.

       PRINCIPAL.
            DISPLAY "EM01DECL - DECLARACAO DE (M)ATRICULA, "
                    "(F)REQUENCIA, (V)ERIFICACAO OU (E)NCERRA: ".
            ACCEPT WK-OPCAO.
            EVALUATE TRUE
                WHEN OPCAO-MATRICULA
                     MOVE "M" TO WK-TIPO
                     PERFORM PEDIDO-DECLARACAO
                WHEN OPCAO-FREQUENCIA
                     MOVE "F" TO WK-TIPO
                     PERFORM PEDIDO-DECLARACAO
                WHEN OPCAO-VERIFICA
                     PERFORM VERIFICA-AUTENTICIDADE
                WHEN OPCAO-FIM
                     MOVE "SIM" TO FIM-PEDIDOS
                WHEN OTHER
                     DISPLAY "EM01DECL - OPCAO INVALIDA"
            END-EVALUATE.

       PEDIDO-DECLARACAO.
            DISPLAY "EM01DECL - NUMERO DO ALUNO (0 VOLTA): ".
            ACCEPT WK-NUMERO.
            IF WK-NUMERO EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            DISPLAY "EM01DECL - DV DO NUMERO: ".
            ACCEPT WK-DV-DIGITADO.
            MOVE WK-NUMERO TO WK-DV-NUMERO.
            PERFORM CALCULA-DV.
            IF WK-DV-DIGITADO NOT EQUAL WK-DV
               DISPLAY "EM01DECL - DV NAO CONFERE PARA O NUMERO "
                       WK-NUMERO " - DECLARACAO RECUSADA"
               ADD 1 TO QTD-RECUSADOS
               EXIT PARAGRAPH
            END-IF.
            PERFORM CONFERE-ALUNO.
            IF PEDIDO-ACEITO EQUAL "NAO"
               ADD 1 TO QTD-RECUSADOS
               EXIT PARAGRAPH
            END-IF.
            PERFORM REGISTRA-DECLARACAO.
            IF DECLARACAO-GRAVADA EQUAL "NAO"
               DISPLAY "EM01DECL - DECLARACAO NAO REGISTRADA NO "
                       "CADDCL - NAO IMPRESSA, REPITA O PEDIDO"
               PERFORM PROCURA-ULTIMA-SERIE
               ADD 1 TO QTD-RECUSADOS
               EXIT PARAGRAPH
            END-IF.
            PERFORM IMPRIME-DECLARACAO.
            IF WK-TIPO EQUAL "M"
               ADD 1 TO QTD-MATRICULA
            ELSE
               ADD 1 TO QTD-FREQUENCIA
            END-IF.
            DISPLAY "EM01DECL - DECLARACAO EMITIDA - SERIE "
                    SERIE-DCL " CODIGO " CODIGO-DCL.

       CALCULA-DV.
      * DV MODULO 11 DO NUMERO DO ALUNO (PESOS 6-5-4-3-2; RESTO 0 OU
      * 1 DA DV ZERO), O MESMO PUBLICADO PELO EM01PUBD.
            COMPUTE WK-DV-SOMA
                    = DIG1-DV * 6 + DIG2-DV * 5 + DIG3-DV * 4
                      + DIG4-DV * 3 + DIG5-DV * 2.
            DIVIDE WK-DV-SOMA BY 11 GIVING WK-DV-QUOC
                   REMAINDER WK-DV-RESTO.
            IF WK-DV-RESTO < 2
               MOVE ZERO TO WK-DV
            ELSE
               COMPUTE WK-DV = 11 - WK-DV-RESTO
            END-IF.

       CONFERE-ALUNO.
            MOVE "NAO" TO PEDIDO-ACEITO.
            MOVE WK-NUMERO TO NUMERO-ENT.
            READ CADALU
                INVALID KEY
                DISPLAY "EM01DECL - ALUNO " WK-NUMERO
                        " NAO ENCONTRADO NO CADALU"
                EXIT PARAGRAPH
            END-READ.
            IF SITUACAO-ENT NOT EQUAL "A" AND SPACE
               DISPLAY "EM01DECL - ALUNO " WK-NUMERO
                       " NAO ESTA ATIVO (SITUACAO " SITUACAO-ENT
                       ") - DECLARACAO RECUSADA"
               EXIT PARAGRAPH
            END-IF.
            PERFORM VERIFICA-BLOQUEIO.
            IF ALUNO-BLOQUEADO EQUAL "SIM"
               DISPLAY "EM01DECL - ALUNO " WK-NUMERO
                       " COM BLOQUEIO FINANCEIRO NO CADBLQ - "
                       "DECLARACAO RECUSADA"
               EXIT PARAGRAPH
            END-IF.
            MOVE TURMA-ENT TO CODIGO-TUR.
            READ CADTUR
                INVALID KEY
                DISPLAY "EM01DECL - TURMA " TURMA-ENT
                        " DO ALUNO FORA DO CADTUR - DECLARACAO "
                        "RECUSADA"
                EXIT PARAGRAPH
            END-READ.
            MOVE ZEROS TO WK-PERC-FREQ.
            IF WK-TIPO EQUAL "F"
               PERFORM CALCULA-FREQUENCIA
               IF ACHOU-AUL EQUAL "NAO"
                  DISPLAY "EM01DECL - TURMA " TURMA-ENT
                          " SEM AULAS DADAS NO CADAUL - DECLARACAO "
                          "DE FREQUENCIA RECUSADA"
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            MOVE "SIM" TO PEDIDO-ACEITO.

       VERIFICA-BLOQUEIO.
            MOVE "NAO" TO ALUNO-BLOQUEADO.
            IF TEM-CADBLQ EQUAL "SIM"
               MOVE WK-NUMERO TO NUMERO-BLQ
               READ CADBLQ
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF SITUACAO-BLQ EQUAL "B"
                      MOVE "SIM" TO ALUNO-BLOQUEADO
                   END-IF
               END-READ
            END-IF.

       CALCULA-FREQUENCIA.
            MOVE "NAO" TO ACHOU-AUL.
            MOVE ZEROS TO WK-TOTAL-AULAS.
            OPEN INPUT CADAUL.
            IF CADAUL-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO FIM-AUL.
            PERFORM LEITURA-CADAUL
                    UNTIL FIM-AUL EQUAL "SIM".
            CLOSE CADAUL.
            IF ACHOU-AUL EQUAL "SIM"
               IF FALTAS > WK-TOTAL-AULAS
                  MOVE ZEROS TO WK-PRESENCAS
               ELSE
                  COMPUTE WK-PRESENCAS = WK-TOTAL-AULAS - FALTAS
               END-IF
               COMPUTE WK-PERC-FREQ ROUNDED
                       = WK-PRESENCAS * 100 / WK-TOTAL-AULAS
            END-IF.

       LEITURA-CADAUL.
            READ CADAUL
                AT END
                MOVE "SIM" TO FIM-AUL
                NOT AT END
                IF TURMA-AUL EQUAL TURMA-ENT
                   AND TOTAL-AULAS-AUL > ZEROS
                   MOVE TOTAL-AULAS-AUL TO WK-TOTAL-AULAS
                   MOVE "SIM" TO ACHOU-AUL
                   MOVE "SIM" TO FIM-AUL
                END-IF
            END-READ.

       REGISTRA-DECLARACAO.
      * O CODIGO DE VERIFICACAO MISTURA A HORA DA EMISSAO (ATE O
      * CENTESIMO), O ALUNO E A SERIE, REDUZIDOS MODULO 9973 E
      * ELEVADOS AO QUADRADO NUMA SEGUNDA RODADA; SO O CADDCL O
      * CONHECE, ENTAO NAO HA COMO DEDUZI-LO DA SERIE NEM DE OUTRA
      * DECLARACAO.
            ACCEPT HORA-EMISSAO FROM TIME.
            ADD 1 TO WK-ULTIMA-SERIE.
            MOVE WK-ULTIMA-SERIE TO SERIE-DCL.
            COMPUTE WK-CODIGO-SOMA
                    = HORA-EMISSAO * 7 + NUMERO-ENT * 13
                      + SERIE-DCL * 31.
            DIVIDE WK-CODIGO-SOMA BY 9973 GIVING WK-CODIGO-QUOC
                   REMAINDER WK-CODIGO-RESTO.
            COMPUTE WK-CODIGO-SOMA
                    = WK-CODIGO-RESTO * WK-CODIGO-RESTO
                      + SERIE-DCL * 7919 + HORA-EMISSAO.
            DIVIDE WK-CODIGO-SOMA BY 9973 GIVING WK-CODIGO-QUOC
                   REMAINDER WK-CODIGO-RESTO.
            MOVE WK-CODIGO-RESTO TO CODIGO-DCL.
            MOVE WK-TIPO TO TIPO-DCL.
            MOVE NUMERO-ENT TO NUMERO-DCL.
            MOVE NOME-ENT TO NOME-DCL.
            MOVE TURMA-ENT TO TURMA-DCL.
            MOVE DESCRICAO-TUR TO DESCRICAO-DCL.
            MOVE TURNO-TUR TO TURNO-DCL.
            MOVE ANO-LETIVO-TUR TO ANO-LETIVO-DCL.
            MOVE WK-PERC-FREQ TO PERC-FREQ-DCL.
            MOVE DATA-SISTEMA TO DATA-EMISSAO-DCL.
            MOVE HORA-EMISSAO TO HORA-EMISSAO-DCL.
            MOVE "SIM" TO DECLARACAO-GRAVADA.
            WRITE REG-DCL
                INVALID KEY
                DISPLAY "EM01DECL - ERRO NA GRAVACAO DO CADDCL - SERIE "
                        SERIE-DCL " - STATUS " CADDCL-STATUS
                MOVE "NAO" TO DECLARACAO-GRAVADA
            END-WRITE.

       IMPRIME-DECLARACAO.
            EVALUATE TURNO-DCL
                WHEN "M"
                     MOVE "MANHA" TO WK-TURNO-ED
                WHEN "T"
                     MOVE "TARDE" TO WK-TURNO-ED
                WHEN "N"
                     MOVE "NOITE" TO WK-TURNO-ED
                WHEN OTHER
                     MOVE SPACES TO WK-TURNO-ED
            END-EVALUATE.
            MOVE ALL "=" TO LINHA-DOC.
            WRITE REG-DOC.
            MOVE "FATEC-SP - SECRETARIA ACADEMICA" TO LINHA-DOC.
            WRITE REG-DOC.
            MOVE SPACES TO LINHA-DOC.
            WRITE REG-DOC.
            IF TIPO-DCL EQUAL "M"
               MOVE "                         DECLARACAO DE MATRICULA"
                    TO LINHA-DOC
            ELSE
               MOVE "                        DECLARACAO DE FREQUENCIA"
                    TO LINHA-DOC
            END-IF.
            WRITE REG-DOC.
            MOVE SPACES TO LINHA-DOC.
            WRITE REG-DOC.
            MOVE SPACES TO LINHA-DOC.
            STRING "DECLARAMOS, PARA OS DEVIDOS FINS, QUE "
                   DELIMITED BY SIZE
                   NOME-DCL DELIMITED BY "  "
                   "," DELIMITED BY SIZE
                   INTO LINHA-DOC.
            WRITE REG-DOC.
            MOVE SPACES TO LINHA-DOC.
            STRING "NASCIDO(A) EM " DELIMITED BY SIZE
                   DD-ENT DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   MM-ENT DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   AAAA-ENT DELIMITED BY SIZE
                   ", ALUNO(A) NUMERO " DELIMITED BY SIZE
                   NUMERO-DCL DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WK-DV DELIMITED BY SIZE
                   ", ESTA REGULARMENTE" DELIMITED BY SIZE
                   INTO LINHA-DOC.
            WRITE REG-DOC.
            MOVE SPACES TO LINHA-DOC.
            STRING "MATRICULADO(A) NESTA ESCOLA NA TURMA "
                   DELIMITED BY SIZE
                   TURMA-DCL DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   DESCRICAO-DCL DELIMITED BY "  "
                   "," DELIMITED BY SIZE
                   INTO LINHA-DOC.
            WRITE REG-DOC.
            MOVE SPACES TO LINHA-DOC.
            IF TIPO-DCL EQUAL "M"
               STRING "PERIODO DA " DELIMITED BY SIZE
                      WK-TURNO-ED DELIMITED BY SPACE
                      ", NO ANO LETIVO DE " DELIMITED BY SIZE
                      ANO-LETIVO-DCL DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO LINHA-DOC
               WRITE REG-DOC
            ELSE
               MOVE PERC-FREQ-DCL TO WK-PERC-ED
               STRING "PERIODO DA " DELIMITED BY SIZE
                      WK-TURNO-ED DELIMITED BY SPACE
                      ", NO ANO LETIVO DE " DELIMITED BY SIZE
                      ANO-LETIVO-DCL DELIMITED BY SIZE
                      ", COM FREQUENCIA DE " DELIMITED BY SIZE
                      WK-PERC-ED DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO LINHA-DOC
               WRITE REG-DOC
               MOVE "DAS AULAS DADAS NA SUA TURMA ATE A DATA DESTA "
                    TO LINHA-DOC
               MOVE "DECLARACAO." TO LINHA-DOC(47:11)
               WRITE REG-DOC
            END-IF.
            MOVE SPACES TO LINHA-DOC.
            WRITE REG-DOC.
            MOVE SPACES TO LINHA-DOC.
            STRING "SAO PAULO, " DELIMITED BY SIZE
                   DIA-SISTEMA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   MES-SISTEMA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ANO-SISTEMA DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO LINHA-DOC.
            WRITE REG-DOC.
            MOVE SPACES TO LINHA-DOC.
            WRITE REG-DOC.
            MOVE SPACES TO LINHA-DOC.
            WRITE REG-DOC.
            MOVE "____________________________" TO LINHA-DOC.
            WRITE REG-DOC.
            MOVE "SECRETARIA ACADEMICA" TO LINHA-DOC.
            WRITE REG-DOC.
            MOVE SPACES TO LINHA-DOC.
            WRITE REG-DOC.
            MOVE SPACES TO LINHA-DOC.
            STRING "DECLARACAO SERIE " DELIMITED BY SIZE
                   SERIE-DCL DELIMITED BY SIZE
                   " - CODIGO DE VERIFICACAO " DELIMITED BY SIZE
                   SERIE-DCL DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CODIGO-DCL DELIMITED BY SIZE
                   INTO LINHA-DOC.
            WRITE REG-DOC.
            MOVE "AUTENTICIDADE CONFIRMADA SOMENTE PELA SECRETARIA "
                 TO LINHA-DOC.
            MOVE "ACADEMICA." TO LINHA-DOC(50:10).
            WRITE REG-DOC.
            MOVE SPACES TO LINHA-DOC.
            WRITE REG-DOC.

       VERIFICA-AUTENTICIDADE.
            DISPLAY "EM01DECL - SERIE DA DECLARACAO (0 VOLTA): ".
            ACCEPT WK-SERIE.
            IF WK-SERIE EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            DISPLAY "EM01DECL - CODIGO DE VERIFICACAO: ".
            ACCEPT WK-CODIGO.
            ADD 1 TO QTD-VERIFICACOES.
            MOVE WK-SERIE TO SERIE-DCL.
            READ CADDCL
                INVALID KEY
                DISPLAY "EM01DECL - SERIE " WK-SERIE
                        " NAO EMITIDA - DECLARACAO NAO RECONHECIDA"
                EXIT PARAGRAPH
            END-READ.
            IF CODIGO-DCL NOT EQUAL WK-CODIGO
               DISPLAY "EM01DECL - CODIGO NAO CONFERE COM A SERIE "
                       WK-SERIE " - DECLARACAO NAO RECONHECIDA"
               EXIT PARAGRAPH
            END-IF.
            MOVE DATA-EMISSAO-DCL TO WK-DATA-AUX.
            DISPLAY "EM01DECL - DECLARACAO AUTENTICA".
            IF TIPO-DCL EQUAL "M"
               DISPLAY "TIPO ..........: MATRICULA"
            ELSE
               DISPLAY "TIPO ..........: FREQUENCIA"
            END-IF.
            DISPLAY "EMITIDA EM ....: " DIA-AUX "/" MES-AUX "/"
                    ANO-AUX.
            DISPLAY "ALUNO .........: " NUMERO-DCL " - " NOME-DCL.
            DISPLAY "TURMA .........: " TURMA-DCL " - " DESCRICAO-DCL
                    " TURNO " TURNO-DCL " ANO " ANO-LETIVO-DCL.
            IF TIPO-DCL EQUAL "F"
               MOVE PERC-FREQ-DCL TO WK-PERC-ED
               DISPLAY "FREQUENCIA ....: " WK-PERC-ED "%"
            END-IF.

       TERMINO.
            CLOSE CADALU
                  CADTUR
                  CADDCL
                  DECLDOC.
            IF TEM-CADBLQ EQUAL "SIM"
               CLOSE CADBLQ
            END-IF.
            DISPLAY "EM01DECL - RESUMO DA SESSAO".
            DISPLAY "DECL. MATRICULA .....: " QTD-MATRICULA.
            DISPLAY "DECL. FREQUENCIA ....: " QTD-FREQUENCIA.
            DISPLAY "PEDIDOS RECUSADOS ...: " QTD-RECUSADOS.
            DISPLAY "VERIFICACOES ........: " QTD-VERIFICACOES.
