       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01DIPL.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. COLACAO DE GRAU - CERTIFICADO DE CONCLUSAO E LIVRO DE
      *         REGISTRO DE DIPLOMAS. O EM01PROM SO APONTA COMO
      *         CONCLUINTES OS ALUNOS DAS TURMAS TERMINAIS (PROXIMA-TUR
      *         EM BRANCO NO CADTUR) E OS DEIXA ONDE ESTAO; O
      *         CERTIFICADO ERA DATILOGRAFADO E O LIVRO DE REGISTRO
      *         ERA UM CADERNO. AQUI, PARA CADA ALUNO ATIVO DE TURMA
      *         TERMINAL CUJO FECHAMENTO DO PERIODO DO PARHIS NO
      *         CADHIS ESTA APROVADO, A COLACAO ATRIBUI O PROXIMO
      *         NUMERO DE REGISTRO (SEQUENCIAL, A PARTIR DO MAIOR JA
      *         GRAVADO), COM O LIVRO E A FOLHA CALCULADOS PELOS
      *         REGISTROS POR FOLHA E FOLHAS POR LIVRO DO ARQUIVO DE
      *         PARAMETROS PARDIP (SEM ELE, 10 E 200), GRAVA O
      *         REGISTRO PERMANENTE NO CADDIP (COPY DIPREG), IMPRIME O
      *         CERTIFICADO EM CERTDIP E MARCA O ALUNO NO CADALU COM A
      *         SITUACAO F (CONCLUIDO), QUE TODA A CADEIA HONRA COMO
      *         T, C E X; CADA MARCA VAI PARA O JORNAL CADJRN E A
      *         COLACAO RESPEITA A TRAVA CADLCK DA CADEIA BATCH
      *         (CODIGO 12). CONCLUINTE SEM FECHAMENTO NO CADHIS OU
      *         NAO APROVADO FICA COMO ESTA E SAI COMO OCORRENCIA NO
      *         RELATORIO RELDIP, QUE TAMBEM TRAZ AS LINHAS DO LIVRO DE
      *         REGISTRO DA COLACAO; HAVENDO OCORRENCIA O PROGRAMA
      *         RETORNA CODIGO 4. SEM O PARHIS A COLACAO E ABORTADA
      *         (CODIGO 16). QUANDO O ARQUIVO DE PEDIDOS DIPVIA (UM
      *         NUMERO DE ALUNO POR LINHA) ESTA PRESENTE, O PROGRAMA
      *         NAO FAZ COLACAO: EMITE A SEGUNDA VIA DO CERTIFICADO DE
      *         CADA PEDIDO A PARTIR DO CADDIP, COM O MESMO NUMERO DE
      *         REGISTRO, LIVRO E FOLHA DA ORIGINAL E A MARCA "SEGUNDA
      *         VIA" COM O NUMERO DA VIA, CONTA A VIA NO CADDIP E
      *         REGISTRA CADA EMISSAO NO ARQUIVO CUMULATIVO DE VIAS
      *         CADDVI. ALUNO COM BLOQUEIO FINANCEIRO NO CADBLQ
      *         (SITUACAO B, ARMADA PELA REGUA DE COBRANCA EM01AVIS,
      *         MESMA CONSULTA DO EM01HDOC) NAO TEM DIPLOMA REGISTRADO
      *         NA COLACAO NEM SEGUNDA VIA EMITIDA: SAI COMO OCORRENCIA
      *         OU PEDIDO RECUSADO NO RELDIP E FICA PARA A PROXIMA
      *         COLACAO, DEPOIS DA LIBERACAO. AO FINAL, GRAVA UMA
      *         LINHA DE ESTATISTICA EM EM01LOG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     PARHIS  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARHIS-STATUS.
           SELECT     PARDIP  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARDIP-STATUS.
           SELECT     DIPVIA  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS DIPVIA-STATUS.
           SELECT     CADALU  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS IS CADALU-STATUS.
           SELECT     CADTUR  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-TUR
           FILE STATUS IS CADTUR-STATUS.
           SELECT     CADHIS  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-HIS
           FILE STATUS IS CADHIS-STATUS.
           SELECT     CADDIP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      NUMERO-DIP
           FILE STATUS IS CADDIP-STATUS.
           SELECT     CADDVI  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADDVI-STATUS.
           SELECT     CADBLQ  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-BLQ
           FILE STATUS IS CADBLQ-STATUS.
           SELECT     CERTDIP  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CERTDIP-STATUS.
           SELECT     RELDIP  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELDIP-STATUS.
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
       FD PARHIS
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARHIS.DAT".

       01 REG-PARHIS.
           02 PERIODO-PAR          PIC X(06).

       FD PARDIP
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARDIP.DAT".

       01 REG-PARDIP.
           02 POR-FOLHA-PAR        PIC 9(02).
           02 POR-LIVRO-PAR        PIC 9(03).

       FD DIPVIA
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "DIPVIA.DAT".

       01 REG-VIA.
           02 NUMERO-VIA            PIC 9(05).

       FD CADALU
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADALU.DAT".

       COPY ALUREG.

       FD CADBLQ
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADBLQ.DAT".

       COPY BLQREG.

       FD CADTUR
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADTUR.DAT".

       COPY TURREG.

       FD CADHIS
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADHIS.DAT".

       COPY HISREG.

       FD CADDIP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADDIP.DAT".

       COPY DIPREG.

       FD CADDVI
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADDVI.DAT".

       01 REG-DVI.
           02 NUMERO-DVI            PIC 9(05).
           02 REGISTRO-DVI          PIC 9(06).
           02 VIA-DVI               PIC 9(02).
           02 DATA-DVI              PIC 9(08).
           02 HORA-DVI              PIC 9(08).

       FD CERTDIP
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CERTDIP.DAT".

       01 REG-CERTDIP.
           02 LINHA-CERT           PIC X(80).

       FD RELDIP
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELDIP.DAT".

       01 REG-RELDIP.
           02 LINHA-RELDIP         PIC X(80).

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

       77 PARHIS-STATUS     PIC X(02) VALUE SPACES.
       77 PARDIP-STATUS     PIC X(02) VALUE SPACES.
       77 DIPVIA-STATUS     PIC X(02) VALUE SPACES.
       77 CADALU-STATUS     PIC X(02) VALUE SPACES.
       77 CADTUR-STATUS     PIC X(02) VALUE SPACES.
       77 CADHIS-STATUS     PIC X(02) VALUE SPACES.
       77 CADDIP-STATUS     PIC X(02) VALUE SPACES.
       77 CADDVI-STATUS     PIC X(02) VALUE SPACES.
       77 CERTDIP-STATUS    PIC X(02) VALUE SPACES.
       77 RELDIP-STATUS     PIC X(02) VALUE SPACES.
       77 CADLCK-STATUS     PIC X(02) VALUE SPACES.
       77 CADJRN-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 CADBLQ-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADBLQ        PIC X(03) VALUE "NAO".
       77 ALUNO-BLOQUEADO   PIC X(03) VALUE "NAO".
       77 WK-NUMERO         PIC 9(05) VALUE ZEROS.
       77 TRAVA-ATIVA       PIC X(03) VALUE "NAO".
       77 TEM-DIPVIA        PIC X(03) VALUE "NAO".
       77 TEM-PERIODO       PIC X(03) VALUE "NAO".
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 WK-PERIODO        PIC X(06) VALUE SPACES.
       77 WK-POR-FOLHA      PIC 9(02) VALUE 10.
       77 WK-POR-LIVRO      PIC 9(03) VALUE 200.
       77 WK-REG-LIVRO      PIC 9(05) VALUE ZEROS.
       77 WK-ULTIMO-REG     PIC 9(06) VALUE ZEROS.
       77 WK-QUOCIENTE      PIC 9(06) VALUE ZEROS.
       77 WK-RESTO          PIC 9(05) VALUE ZEROS.
       77 WK-OCORRENCIA     PIC X(40) VALUE SPACES.
       77 WK-IMAGEM-ANT     PIC X(60) VALUE SPACES.
       77 WK-IMAGEM-DEP     PIC X(60) VALUE SPACES.
       77 HORA-JORNAL       PIC 9(08) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-IGNORADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-CONCLUINTES   PIC 9(05) VALUE ZEROS.
       77 QTD-REGISTRADOS   PIC 9(05) VALUE ZEROS.
       77 QTD-VIAS          PIC 9(05) VALUE ZEROS.
       77 QTD-OCORRENCIAS   PIC 9(05) VALUE ZEROS.
       77 WK-NUMERO-ED      PIC ZZZZ9.
       77 WK-MEDIA-ED       PIC Z9,99.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-DATA-AUX.
           02 ANO-AUX              PIC 9(04).
           02 MES-AUX              PIC 9(02).
           02 DIA-AUX              PIC 9(02).
       01 WK-DATA-ED.
           02 DD-DATA-ED           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 MM-DATA-ED           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 AAAA-DATA-ED         PIC 9(04).
       01 WK-NASC-ED.
           02 DD-NASC-ED           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 MM-NASC-ED           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 AAAA-NASC-ED         PIC 9(04).
       01 WK-HOJE-ED.
           02 DD-HOJE-ED           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 MM-HOJE-ED           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 AAAA-HOJE-ED         PIC 9(04).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       IF TEM-DIPVIA EQUAL "SIM"
          PERFORM SEGUNDAS-VIAS
       ELSE
          PERFORM COLACAO
       END-IF.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE DIA-SISTEMA TO DD-HOJE-ED.
            MOVE MES-SISTEMA TO MM-HOJE-ED.
            MOVE ANO-SISTEMA TO AAAA-HOJE-ED.
            OPEN INPUT PARDIP.
            IF PARDIP-STATUS EQUAL "00"
               READ PARDIP
                   AT END
                   CONTINUE
                   NOT AT END
                   IF POR-FOLHA-PAR IS NUMERIC
                      AND POR-FOLHA-PAR > ZEROS
                      AND POR-LIVRO-PAR IS NUMERIC
                      AND POR-LIVRO-PAR > ZEROS
                      MOVE POR-FOLHA-PAR TO WK-POR-FOLHA
                      MOVE POR-LIVRO-PAR TO WK-POR-LIVRO
                   END-IF
               END-READ
               CLOSE PARDIP
            END-IF.
            COMPUTE WK-REG-LIVRO = WK-POR-FOLHA * WK-POR-LIVRO.
            OPEN INPUT DIPVIA.
            IF DIPVIA-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-DIPVIA
            END-IF.
            OPEN I-O CADDIP.
            IF CADDIP-STATUS EQUAL "35"
               OPEN OUTPUT CADDIP
               CLOSE CADDIP
               OPEN I-O CADDIP
            END-IF.
            IF CADDIP-STATUS NOT EQUAL "00"
               DISPLAY "EM01DIPL - CADDIP NAO ABRIU PARA I-O - STATUS "
                       CADDIP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADBLQ.
            IF CADBLQ-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADBLQ
            END-IF.
            OPEN OUTPUT CERTDIP.
            OPEN OUTPUT RELDIP.

       COLACAO.
            PERFORM VERIFICA-TRAVA.
            OPEN INPUT PARHIS.
            IF PARHIS-STATUS EQUAL "00"
               PERFORM LEITURA-PARHIS
               CLOSE PARHIS
            END-IF.
            IF TEM-PERIODO EQUAL "NAO"
               DISPLAY "EM01DIPL - PARHIS AUSENTE OU SEM PERIODO - "
                       "COLACAO ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CADALU.
            IF CADALU-STATUS NOT EQUAL "00"
               DISPLAY "EM01DIPL - CADALU NAO ABRIU PARA I-O - STATUS "
                       CADALU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADTUR.
            IF CADTUR-STATUS NOT EQUAL "00"
               DISPLAY "EM01DIPL - CADTUR NAO ABRIU - STATUS "
                       CADTUR-STATUS " - SEM AS TURMAS TERMINAIS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADHIS.
            IF CADHIS-STATUS NOT EQUAL "00"
               DISPLAY "EM01DIPL - CADHIS NAO ABRIU - STATUS "
                       CADHIS-STATUS " - RODE O EM01HIST ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM PROCURA-ULTIMO-REGISTRO.
            MOVE SPACES TO LINHA-RELDIP.
            STRING "LIVRO DE REGISTRO DE DIPLOMAS - COLACAO DE "
                   DELIMITED BY SIZE
                   WK-HOJE-ED DELIMITED BY SIZE
                   " - PERIODO " DELIMITED BY SIZE
                   WK-PERIODO DELIMITED BY SIZE
                   INTO LINHA-RELDIP.
            WRITE REG-RELDIP.
            MOVE SPACES TO LINHA-RELDIP.
            WRITE REG-RELDIP.
            MOVE "REGIST LIV FOL NUMERO NOME                 TUR  MEDIA"
                 TO LINHA-RELDIP.
            WRITE REG-RELDIP.
            MOVE ALL "-" TO LINHA-RELDIP.
            WRITE REG-RELDIP.
            MOVE "NAO" TO FIM-ARQ.
            MOVE ZEROS TO NUMERO-ENT.
            START CADALU KEY IS NOT LESS THAN NUMERO-ENT
                INVALID KEY
                MOVE "SIM" TO FIM-ARQ
            END-START.
            PERFORM LEITURA-ALUNO
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADALU
                  CADTUR
                  CADHIS.

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
               DISPLAY "EM01DIPL - A CADEIA BATCH ESTA COM O CADALU "
                       "TRAVADO DESDE " DATA-LCK " " HORA-LCK
                       " (" PROGRAMA-LCK ") - COLACAO RECUSADA"
               IF DATA-LCK < DATA-SISTEMA
                  DISPLAY "EM01DIPL - ATENCAO: TRAVA DE DATA "
                          "ANTERIOR - POSSIVEL TRAVA ORFA DE CADEIA "
                          "DERRUBADA"
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

       LEITURA-PARHIS.
            READ PARHIS
                AT END
                CONTINUE
                NOT AT END
                IF PERIODO-PAR NOT EQUAL SPACES
                   MOVE PERIODO-PAR TO WK-PERIODO
                   MOVE "SIM" TO TEM-PERIODO
                END-IF.

       PROCURA-ULTIMO-REGISTRO.
            MOVE ZEROS TO WK-ULTIMO-REG.
            MOVE ZEROS TO NUMERO-DIP.
            START CADDIP KEY IS NOT LESS THAN NUMERO-DIP
                INVALID KEY
                EXIT PARAGRAPH
            END-START.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM LEITURA-CADDIP
                    UNTIL FIM-ARQ EQUAL "SIM".

       LEITURA-CADDIP.
            READ CADDIP NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF REGISTRO-DIP > WK-ULTIMO-REG
                   MOVE REGISTRO-DIP TO WK-ULTIMO-REG
                END-IF
            END-READ.

       LEITURA-ALUNO.
            READ CADALU NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS
                PERFORM TRATA-ALUNO
            END-READ.

       TRATA-ALUNO.
            IF SITUACAO-ENT NOT EQUAL "A" AND SPACE
               ADD 1 TO QTD-IGNORADOS
               EXIT PARAGRAPH
            END-IF.
            MOVE TURMA-ENT TO CODIGO-TUR.
            READ CADTUR
                INVALID KEY
                MOVE "TURMA FORA DO CADTUR" TO WK-OCORRENCIA
                PERFORM GRAVA-OCORRENCIA
                EXIT PARAGRAPH
            END-READ.
            IF PROXIMA-TUR NOT EQUAL SPACES
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-CONCLUINTES.
            MOVE NUMERO-ENT TO NUMERO-HIS.
            MOVE WK-PERIODO TO PERIODO-HIS.
            READ CADHIS
                INVALID KEY
                MOVE "SEM FECHAMENTO DO PERIODO NO CADHIS"
                     TO WK-OCORRENCIA
                PERFORM GRAVA-OCORRENCIA
                EXIT PARAGRAPH
            END-READ.
            IF SITUACAO-HIS NOT EQUAL "APROVADO"
               MOVE SPACES TO WK-OCORRENCIA
               STRING "CONCLUINTE NAO APROVADO (" DELIMITED BY SIZE
                      SITUACAO-HIS DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO WK-OCORRENCIA
               PERFORM GRAVA-OCORRENCIA
               EXIT PARAGRAPH
            END-IF.
            MOVE NUMERO-ENT TO WK-NUMERO.
            PERFORM VERIFICA-BLOQUEIO.
            IF ALUNO-BLOQUEADO EQUAL "SIM"
               MOVE "BLOQUEIO FINANCEIRO NO CADBLQ - NAO REGISTRADO"
                    TO WK-OCORRENCIA
               PERFORM GRAVA-OCORRENCIA
               EXIT PARAGRAPH
            END-IF.
            MOVE NUMERO-ENT TO NUMERO-DIP.
            READ CADDIP
                INVALID KEY
                PERFORM REGISTRA-DIPLOMA
                NOT INVALID KEY
                MOVE SPACES TO WK-OCORRENCIA
                STRING "DIPLOMA JA REGISTRADO SOB O NUMERO "
                       DELIMITED BY SIZE
                       REGISTRO-DIP DELIMITED BY SIZE
                       INTO WK-OCORRENCIA
                PERFORM GRAVA-OCORRENCIA
            END-READ.

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

       REGISTRA-DIPLOMA.
            ADD 1 TO WK-ULTIMO-REG.
            MOVE NUMERO-ENT TO NUMERO-DIP.
            MOVE WK-ULTIMO-REG TO REGISTRO-DIP.
            COMPUTE WK-RESTO = WK-ULTIMO-REG - 1.
            DIVIDE WK-RESTO BY WK-REG-LIVRO GIVING WK-QUOCIENTE
                   REMAINDER WK-RESTO.
            COMPUTE LIVRO-DIP = WK-QUOCIENTE + 1.
            DIVIDE WK-RESTO BY WK-POR-FOLHA GIVING WK-QUOCIENTE.
            COMPUTE FOLHA-DIP = WK-QUOCIENTE + 1.
            MOVE NOME-ENT TO NOME-DIP.
            MOVE DD-ENT TO DD-DIP.
            MOVE MM-ENT TO MM-DIP.
            MOVE AAAA-ENT TO AAAA-DIP.
            MOVE TURMA-ENT TO TURMA-DIP.
            MOVE DESCRICAO-TUR TO DESCRICAO-DIP.
            MOVE WK-PERIODO TO PERIODO-DIP.
            MOVE MEDIA-HIS TO MEDIA-DIP.
            MOVE DATA-SISTEMA TO DATA-CONCLUSAO-DIP.
            MOVE 1 TO VIAS-DIP.
            MOVE DATA-SISTEMA TO DATA-ULTIMA-VIA-DIP.
            WRITE REG-DIP.
            ADD 1 TO QTD-REGISTRADOS.
            PERFORM EMITE-CERTIFICADO.
            MOVE SPACES TO WK-OCORRENCIA.
            PERFORM GRAVA-LINHA-LIVRO.
            MOVE REG-ENT TO WK-IMAGEM-ANT.
            MOVE "F" TO SITUACAO-ENT.
            REWRITE REG-ENT.
            MOVE REG-ENT TO WK-IMAGEM-DEP.
            PERFORM GRAVA-JORNAL.

       SEGUNDAS-VIAS.
            MOVE SPACES TO LINHA-RELDIP.
            STRING "SEGUNDAS VIAS DE CERTIFICADO DE CONCLUSAO - "
                   DELIMITED BY SIZE
                   WK-HOJE-ED DELIMITED BY SIZE
                   INTO LINHA-RELDIP.
            WRITE REG-RELDIP.
            MOVE SPACES TO LINHA-RELDIP.
            WRITE REG-RELDIP.
            MOVE "REGIST LIV FOL NUMERO NOME                 TUR  MEDIA"
                 TO LINHA-RELDIP.
            WRITE REG-RELDIP.
            MOVE ALL "-" TO LINHA-RELDIP.
            WRITE REG-RELDIP.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM LEITURA-PEDIDO
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE DIPVIA.

       LEITURA-PEDIDO.
            READ DIPVIA
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS
                PERFORM TRATA-PEDIDO
            END-READ.

       TRATA-PEDIDO.
            IF NUMERO-VIA IS NOT NUMERIC
               DISPLAY "EM01DIPL - PEDIDO COM NUMERO INVALIDO: "
                       REG-VIA
               MOVE "PEDIDO COM NUMERO INVALIDO" TO WK-OCORRENCIA
               PERFORM GRAVA-PEDIDO-RECUSADO
               EXIT PARAGRAPH
            END-IF.
            MOVE NUMERO-VIA TO WK-NUMERO.
            PERFORM VERIFICA-BLOQUEIO.
            IF ALUNO-BLOQUEADO EQUAL "SIM"
               DISPLAY "EM01DIPL - ALUNO " NUMERO-VIA
                       " COM BLOQUEIO FINANCEIRO NO CADBLQ - "
                       "SEGUNDA VIA RECUSADA"
               MOVE "BLOQUEIO FINANCEIRO NO CADBLQ" TO WK-OCORRENCIA
               PERFORM GRAVA-PEDIDO-RECUSADO
               EXIT PARAGRAPH
            END-IF.
            MOVE NUMERO-VIA TO NUMERO-DIP.
            READ CADDIP
                INVALID KEY
                DISPLAY "EM01DIPL - ALUNO " NUMERO-VIA
                        " SEM DIPLOMA REGISTRADO NO CADDIP"
                MOVE "SEM DIPLOMA REGISTRADO NO CADDIP"
                     TO WK-OCORRENCIA
                PERFORM GRAVA-PEDIDO-RECUSADO
                EXIT PARAGRAPH
            END-READ.
            ADD 1 TO VIAS-DIP.
            MOVE DATA-SISTEMA TO DATA-ULTIMA-VIA-DIP.
            REWRITE REG-DIP.
            ADD 1 TO QTD-VIAS.
            PERFORM EMITE-CERTIFICADO.
            MOVE SPACES TO WK-OCORRENCIA.
            STRING "SEGUNDA VIA - VIA " DELIMITED BY SIZE
                   VIAS-DIP DELIMITED BY SIZE
                   INTO WK-OCORRENCIA.
            PERFORM GRAVA-LINHA-LIVRO.
            PERFORM GRAVA-CADDVI.

       GRAVA-PEDIDO-RECUSADO.
            ADD 1 TO QTD-OCORRENCIAS.
            MOVE SPACES TO LINHA-RELDIP.
            STRING "    *** " DELIMITED BY SIZE
                   REG-VIA DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-OCORRENCIA DELIMITED BY SIZE
                   INTO LINHA-RELDIP.
            WRITE REG-RELDIP.

       GRAVA-CADDVI.
            ACCEPT HORA-JORNAL FROM TIME.
            OPEN EXTEND CADDVI.
            IF CADDVI-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADDVI
            END-IF.
            MOVE NUMERO-DIP TO NUMERO-DVI.
            MOVE REGISTRO-DIP TO REGISTRO-DVI.
            MOVE VIAS-DIP TO VIA-DVI.
            MOVE DATA-SISTEMA TO DATA-DVI.
            MOVE HORA-JORNAL TO HORA-DVI.
            WRITE REG-DVI.
            CLOSE CADDVI.

       EMITE-CERTIFICADO.
            MOVE DD-DIP TO DD-NASC-ED.
            MOVE MM-DIP TO MM-NASC-ED.
            MOVE AAAA-DIP TO AAAA-NASC-ED.
            MOVE DATA-CONCLUSAO-DIP TO WK-DATA-AUX.
            MOVE DIA-AUX TO DD-DATA-ED.
            MOVE MES-AUX TO MM-DATA-ED.
            MOVE ANO-AUX TO AAAA-DATA-ED.
            MOVE MEDIA-DIP TO WK-MEDIA-ED.
            MOVE ALL "-" TO LINHA-CERT.
            WRITE REG-CERTDIP.
            MOVE "FATEC-SP - SECRETARIA ACADEMICA" TO LINHA-CERT.
            WRITE REG-CERTDIP.
            MOVE SPACES TO LINHA-CERT.
            WRITE REG-CERTDIP.
            MOVE "                    CERTIFICADO DE CONCLUSAO DE CURSO"
                 TO LINHA-CERT.
            WRITE REG-CERTDIP.
            IF VIAS-DIP > 1
               MOVE SPACES TO LINHA-CERT
               STRING "                    SEGUNDA VIA - VIA "
                      DELIMITED BY SIZE
                      VIAS-DIP DELIMITED BY SIZE
                      " - EMITIDA EM " DELIMITED BY SIZE
                      WK-HOJE-ED DELIMITED BY SIZE
                      INTO LINHA-CERT
               WRITE REG-CERTDIP
            END-IF.
            MOVE SPACES TO LINHA-CERT.
            WRITE REG-CERTDIP.
            MOVE SPACES TO LINHA-CERT.
            STRING "CERTIFICAMOS QUE " DELIMITED BY SIZE
                   NOME-DIP DELIMITED BY "  "
                   ", NASCIDO(A) EM " DELIMITED BY SIZE
                   WK-NASC-ED DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO LINHA-CERT.
            WRITE REG-CERTDIP.
            MOVE SPACES TO LINHA-CERT.
            STRING "CONCLUIU COM APROVACAO A TURMA " DELIMITED BY SIZE
                   TURMA-DIP DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   DESCRICAO-DIP DELIMITED BY "  "
                   "," DELIMITED BY SIZE
                   INTO LINHA-CERT.
            WRITE REG-CERTDIP.
            MOVE SPACES TO LINHA-CERT.
            STRING "NO PERIODO " DELIMITED BY SIZE
                   PERIODO-DIP DELIMITED BY SIZE
                   ", COM MEDIA FINAL " DELIMITED BY SIZE
                   WK-MEDIA-ED DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO LINHA-CERT.
            WRITE REG-CERTDIP.
            MOVE SPACES TO LINHA-CERT.
            WRITE REG-CERTDIP.
            MOVE SPACES TO LINHA-CERT.
            STRING "REGISTRADO NO LIVRO " DELIMITED BY SIZE
                   LIVRO-DIP DELIMITED BY SIZE
                   ", FOLHA " DELIMITED BY SIZE
                   FOLHA-DIP DELIMITED BY SIZE
                   ", SOB O NUMERO " DELIMITED BY SIZE
                   REGISTRO-DIP DELIMITED BY SIZE
                   ", EM " DELIMITED BY SIZE
                   WK-DATA-ED DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO LINHA-CERT.
            WRITE REG-CERTDIP.
            MOVE SPACES TO LINHA-CERT.
            WRITE REG-CERTDIP.
            MOVE SPACES TO LINHA-CERT.
            STRING "SAO PAULO, " DELIMITED BY SIZE
                   WK-HOJE-ED DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO LINHA-CERT.
            WRITE REG-CERTDIP.
            MOVE SPACES TO LINHA-CERT.
            WRITE REG-CERTDIP.
            MOVE SPACES TO LINHA-CERT.
            WRITE REG-CERTDIP.
            MOVE "____________________________      "
                 TO LINHA-CERT.
            MOVE "____________________________"
                 TO LINHA-CERT(35:28).
            WRITE REG-CERTDIP.
            MOVE "SECRETARIA ACADEMICA              "
                 TO LINHA-CERT.
            MOVE "DIRECAO" TO LINHA-CERT(35:7).
            WRITE REG-CERTDIP.
            MOVE SPACES TO LINHA-CERT.
            WRITE REG-CERTDIP.

       GRAVA-LINHA-LIVRO.
            MOVE SPACES TO LINHA-RELDIP.
            MOVE NUMERO-DIP TO WK-NUMERO-ED.
            MOVE MEDIA-DIP TO WK-MEDIA-ED.
            STRING REGISTRO-DIP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LIVRO-DIP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FOLHA-DIP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOME-DIP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TURMA-DIP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-MEDIA-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-OCORRENCIA DELIMITED BY SIZE
                   INTO LINHA-RELDIP.
            WRITE REG-RELDIP.

       GRAVA-OCORRENCIA.
            ADD 1 TO QTD-OCORRENCIAS.
            MOVE SPACES TO LINHA-RELDIP.
            MOVE NUMERO-ENT TO WK-NUMERO-ED.
            STRING "    *** " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOME-ENT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TURMA-ENT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-OCORRENCIA DELIMITED BY SIZE
                   INTO LINHA-RELDIP.
            WRITE REG-RELDIP.

       GRAVA-JORNAL.
            ACCEPT HORA-JORNAL FROM TIME.
            OPEN EXTEND CADJRN.
            IF CADJRN-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADJRN
            END-IF.
            MOVE "EM01DIPL" TO PROGRAMA-JRN.
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
            MOVE "EM01DIPL" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            COMPUTE QTD-GRAVADOS-LOG = QTD-REGISTRADOS + QTD-VIAS.
            MOVE QTD-OCORRENCIAS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            MOVE SPACES TO LINHA-RELDIP.
            WRITE REG-RELDIP.
            MOVE SPACES TO LINHA-RELDIP.
            IF TEM-DIPVIA EQUAL "SIM"
               STRING "SEGUNDAS VIAS EMITIDAS " DELIMITED BY SIZE
                      QTD-VIAS DELIMITED BY SIZE
                      "  PEDIDOS RECUSADOS " DELIMITED BY SIZE
                      QTD-OCORRENCIAS DELIMITED BY SIZE
                      INTO LINHA-RELDIP
            ELSE
               STRING "CONCLUINTES " DELIMITED BY SIZE
                      QTD-CONCLUINTES DELIMITED BY SIZE
                      "  REGISTRADOS " DELIMITED BY SIZE
                      QTD-REGISTRADOS DELIMITED BY SIZE
                      "  OCORRENCIAS " DELIMITED BY SIZE
                      QTD-OCORRENCIAS DELIMITED BY SIZE
                      "  ULTIMO REGISTRO " DELIMITED BY SIZE
                      WK-ULTIMO-REG DELIMITED BY SIZE
                      INTO LINHA-RELDIP
            END-IF.
            WRITE REG-RELDIP.
            CLOSE CADDIP
                  CERTDIP
                  RELDIP.
            IF TEM-CADBLQ EQUAL "SIM"
               CLOSE CADBLQ
            END-IF.
            PERFORM GRAVA-LOG.
            IF TEM-DIPVIA EQUAL "SIM"
               DISPLAY "EM01DIPL - RESUMO DAS SEGUNDAS VIAS"
               DISPLAY "PEDIDOS LIDOS .......: " QTD-LIDOS
               DISPLAY "VIAS EMITIDAS .......: " QTD-VIAS
               DISPLAY "PEDIDOS RECUSADOS ...: " QTD-OCORRENCIAS
            ELSE
               DISPLAY "EM01DIPL - RESUMO DA COLACAO"
               DISPLAY "ALUNOS LIDOS ........: " QTD-LIDOS
               DISPLAY "IGNORADOS ...........: " QTD-IGNORADOS
               DISPLAY "CONCLUINTES .........: " QTD-CONCLUINTES
               DISPLAY "DIPLOMAS REGISTRADOS : " QTD-REGISTRADOS
               DISPLAY "OCORRENCIAS .........: " QTD-OCORRENCIAS
            END-IF.
            IF QTD-OCORRENCIAS > ZEROS
               MOVE 4 TO RETURN-CODE
            END-IF.
