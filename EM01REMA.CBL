       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01REMA.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CAMPANHA DE REMATRICULA, RODADA ANTES DA VIRADA DE ANO
      *         DO EM01PROM - ATE AQUI A VIRADA SUPUNHA QUE TODO ALUNO
      *         ATIVO VOLTARIA NO ANO SEGUINTE, E AS FAMILIAS QUE JA
      *         TINHAM AVISADO A SAIDA SO ERAM CANCELADAS NO EM01MANT
      *         EM FEVEREIRO, DEPOIS DE COBRADAS E COM VAGA RESERVADA.
      *         LE O CADALU.DAT SEQUENCIALMENTE E, PARA CADA ALUNO
      *         ATIVO (T, C, X E F IGNORADOS E CONTADOS) CUJA TURMA TEM
      *         PROXIMA TURMA NO CADTUR, GRAVA NO CADRMT (COPY
      *         RMTREG) A INTENCAO DE REMATRICULA PENDENTE (P), COM A
      *         TURMA DE DESTINO (PROXIMA-TUR) E O PRAZO DE RESPOSTA,
      *         E EMITE NO FORMREM O FORMULARIO DE REMATRICULA PARA O
      *         RESPONSAVEL, NO FORMATO DAS CARTAS DO EM01CART, COM O
      *         BLOCO DE ENDERECO DO CADRES QUANDO HOUVER. ALUNO DE
      *         TURMA TERMINAL (CONCLUINTE) NAO TEM REMATRICULA E SO E
      *         CONTADO; TURMA FORA DO CADTUR E APONTADA NO RELREM.
      *         O PRAZO DE RESPOSTA (AAAAMMDD) VEM DO ARQUIVO DE
      *         PARAMETROS PARREM E E OBRIGATORIO: SEM ELE, OU COM
      *         DATA INVALIDA OU JA PASSADA, A CAMPANHA E ABORTADA COM
      *         CODIGO 16. A CAMPANHA PODE SER RODADA DE NOVO (PARA
      *         UM NOVO PRAZO OU PARA OS ALUNOS QUE ENTRARAM DEPOIS):
      *         A INTENCAO AINDA PENDENTE E REEMITIDA COM O PRAZO
      *         NOVO, E A JA RESPONDIDA PELA CARGA EM01RREM E MANTIDA
      *         COMO ESTA, SEM NOVO FORMULARIO. A INTENCAO QUE SOBROU
      *         DA CAMPANHA DE UM ANO ANTERIOR (PENDENTE OU RESPONDIDA)
      *         NAO E MANTIDA: VOLTA A PENDENTE COM O ANO DA CAMPANHA
      *         ATUAL E O FORMULARIO E EMITIDO DE NOVO. AO FINAL, GRAVA
      *         UMA LINHA DE ESTATISTICA EM EM01LOG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     PARREM  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARREM-STATUS.
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
           SELECT     CADRMT  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-RMT
           FILE STATUS IS CADRMT-STATUS.
           SELECT     CADRES  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-RES
           ALTERNATE RECORD KEY IS FAMILIA-RES WITH DUPLICATES
           FILE STATUS IS CADRES-STATUS.
           SELECT     RELREM  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELREM-STATUS.
           SELECT     FORMREM  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS FORMREM-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD PARREM
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARREM.DAT".

       01 REG-PARREM.
           02 PRAZO-PAR.
              03 ANO-PRAZO-PAR      PIC 9(04).
              03 MES-PRAZO-PAR      PIC 9(02).
              03 DIA-PRAZO-PAR      PIC 9(02).

       FD CADALU
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADALU.DAT".

       COPY ALUREG.

       FD CADTUR
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADTUR.DAT".

       COPY TURREG.

       FD CADRMT
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRMT.DAT".

       COPY RMTREG.

       FD CADRES
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRES.DAT".

       COPY RESREG.

       FD RELREM
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELREM.DAT".

       01 REG-RELREM.
           02 LINHA-RELREM         PIC X(80).

       FD FORMREM
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "FORMREM.DAT".

       01 REG-FORMREM.
           02 LINHA-FORM           PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 PARREM-STATUS     PIC X(02) VALUE SPACES.
       77 CADALU-STATUS     PIC X(02) VALUE SPACES.
       77 CADTUR-STATUS     PIC X(02) VALUE SPACES.
       77 CADRMT-STATUS     PIC X(02) VALUE SPACES.
       77 CADRES-STATUS     PIC X(02) VALUE SPACES.
       77 RELREM-STATUS     PIC X(02) VALUE SPACES.
       77 FORMREM-STATUS    PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 TEM-PRAZO         PIC X(03) VALUE "NAO".
       77 TEM-CADRES        PIC X(03) VALUE "NAO".
       77 ACHOU-CONTATO     PIC X(03) VALUE "NAO".
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 WK-PRAZO          PIC 9(08) VALUE ZEROS.
       77 WK-ANO-REMATR     PIC 9(04) VALUE ZEROS.
       77 WK-TURMA-DESTINO  PIC X(03) VALUE SPACES.
       77 WK-DESCR-DESTINO  PIC X(20) VALUE SPACES.
       77 WK-OCORRENCIA     PIC X(30) VALUE SPACES.
       77 WK-REG-RMT        PIC X(70) VALUE SPACES.
       77 WK-NUMERO-ED      PIC ZZZZ9.
       77 WK-QTD-ED         PIC ZZZZ9.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-IGNORADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-CONCLUINTES   PIC 9(05) VALUE ZEROS.
       77 QTD-EMITIDOS      PIC 9(05) VALUE ZEROS.
       77 QTD-REEMITIDOS    PIC 9(05) VALUE ZEROS.
       77 QTD-RESPONDIDOS   PIC 9(05) VALUE ZEROS.
       77 QTD-SEM-TURMA     PIC 9(05) VALUE ZEROS.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-PRAZO-ED.
           02 DD-PRAZO-ED          PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 MM-PRAZO-ED          PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 AAAA-PRAZO-ED        PIC 9(04).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN INPUT PARREM.
            IF PARREM-STATUS EQUAL "00"
               PERFORM LEITURA-PARREM
               CLOSE PARREM
            END-IF.
            IF TEM-PRAZO EQUAL "NAO"
               DISPLAY "EM01REMA - PARREM AUSENTE OU COM PRAZO "
                       "INVALIDO OU VENCIDO - CAMPANHA ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            COMPUTE WK-ANO-REMATR = ANO-SISTEMA + 1.
            MOVE DIA-PRAZO-PAR TO DD-PRAZO-ED.
            MOVE MES-PRAZO-PAR TO MM-PRAZO-ED.
            MOVE ANO-PRAZO-PAR TO AAAA-PRAZO-ED.
            OPEN INPUT CADALU.
            IF CADALU-STATUS NOT EQUAL "00"
               DISPLAY "EM01REMA - CADALU NAO ABRIU - STATUS "
                       CADALU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADTUR.
            IF CADTUR-STATUS NOT EQUAL "00"
               DISPLAY "EM01REMA - CADTUR NAO ABRIU - STATUS "
                       CADTUR-STATUS " - SEM PROXIMA TURMA NAO HA "
                       "REMATRICULA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CADRMT.
            IF CADRMT-STATUS EQUAL "35"
               OPEN OUTPUT CADRMT
               CLOSE CADRMT
               OPEN I-O CADRMT
            END-IF.
            IF CADRMT-STATUS NOT EQUAL "00"
               DISPLAY "EM01REMA - CADRMT NAO ABRIU PARA I-O - STATUS "
                       CADRMT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADRES.
            IF CADRES-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADRES
            ELSE
               DISPLAY "EM01REMA - CADRES NAO ABRIU - FORMULARIOS SEM "
                       "BLOCO DE ENDERECO"
            END-IF.
            OPEN OUTPUT RELREM.
            OPEN OUTPUT FORMREM.
            MOVE SPACES TO LINHA-RELREM.
            STRING "CAMPANHA DE REMATRICULA " DELIMITED BY SIZE
                   WK-ANO-REMATR DELIMITED BY SIZE
                   " - EMISSAO " DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   " - PRAZO " DELIMITED BY SIZE
                   WK-PRAZO-ED DELIMITED BY SIZE
                   INTO LINHA-RELREM.
            WRITE REG-RELREM.
            MOVE SPACES TO LINHA-RELREM.
            WRITE REG-RELREM.
            MOVE "NUMERO NOME                 DE  PARA OCORRENCIA"
                 TO LINHA-RELREM.
            WRITE REG-RELREM.
            MOVE ALL "-" TO LINHA-RELREM.
            WRITE REG-RELREM.
            PERFORM LEITURA.

       LEITURA-PARREM.
            READ PARREM
                AT END
                CONTINUE
                NOT AT END
                IF PRAZO-PAR IS NUMERIC
                   AND MES-PRAZO-PAR > ZERO AND MES-PRAZO-PAR < 13
                   AND DIA-PRAZO-PAR > ZERO AND DIA-PRAZO-PAR < 32
                   AND PRAZO-PAR > DATA-SISTEMA
                   MOVE PRAZO-PAR TO WK-PRAZO
                   MOVE "SIM" TO TEM-PRAZO
                END-IF.

       LEITURA.
            READ CADALU NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS.

       PRINCIPAL.
            IF SITUACAO-ENT EQUAL "T" OR "C" OR "X" OR "F"
               ADD 1 TO QTD-IGNORADOS
            ELSE
               PERFORM TRATA-ATIVO
            END-IF.
            PERFORM LEITURA.

       TRATA-ATIVO.
            MOVE TURMA-ENT TO CODIGO-TUR.
            READ CADTUR
                INVALID KEY
                ADD 1 TO QTD-SEM-TURMA
                MOVE SPACES TO WK-TURMA-DESTINO
                MOVE "TURMA FORA DO CADTUR" TO WK-OCORRENCIA
                PERFORM GRAVA-LINHA-RELREM
                NOT INVALID KEY
                PERFORM VERIFICA-DESTINO
            END-READ.

       VERIFICA-DESTINO.
            IF PROXIMA-TUR EQUAL SPACES
               ADD 1 TO QTD-CONCLUINTES
               EXIT PARAGRAPH
            END-IF.
            MOVE PROXIMA-TUR TO WK-TURMA-DESTINO.
            MOVE PROXIMA-TUR TO CODIGO-TUR.
            READ CADTUR
                INVALID KEY
                MOVE SPACES TO WK-DESCR-DESTINO
                NOT INVALID KEY
                MOVE DESCRICAO-TUR TO WK-DESCR-DESTINO
            END-READ.
            MOVE NUMERO-ENT TO NUMERO-RMT.
            MOVE WK-ANO-REMATR TO ANO-RMT.
            MOVE TURMA-ENT TO TURMA-ATUAL-RMT.
            MOVE WK-TURMA-DESTINO TO TURMA-DESTINO-RMT.
            MOVE "P" TO SITUACAO-RMT.
            MOVE DATA-SISTEMA TO DATA-EMISSAO-RMT.
            MOVE WK-PRAZO TO PRAZO-RMT.
            MOVE ZEROS TO DATA-RESPOSTA-RMT.
            MOVE SPACES TO MOTIVO-RMT.
            MOVE REG-RMT TO WK-REG-RMT.
            WRITE REG-RMT
                INVALID KEY
                PERFORM REEMITE-INTENCAO
                NOT INVALID KEY
                ADD 1 TO QTD-EMITIDOS
                MOVE "FORMULARIO EMITIDO" TO WK-OCORRENCIA
                PERFORM GRAVA-LINHA-RELREM
                PERFORM FORMULARIO
            END-WRITE.

       REEMITE-INTENCAO.
            READ CADRMT
                INVALID KEY
                MOVE "CADRMT ILEGIVEL" TO WK-OCORRENCIA
                PERFORM GRAVA-LINHA-RELREM
                EXIT PARAGRAPH
            END-READ.
      * INTENCAO DE UMA CAMPANHA DE OUTRO ANO NAO VALE PARA ESTA: VOLTA
      * A FICAR PENDENTE, COM O ANO NOVO, E GANHA FORMULARIO NOVO.
            IF ANO-RMT NOT EQUAL WK-ANO-REMATR
               MOVE SPACES TO WK-OCORRENCIA
               STRING "INTENCAO DE " DELIMITED BY SIZE
                      ANO-RMT DELIMITED BY SIZE
                      " SUBSTITUIDA" DELIMITED BY SIZE
                      INTO WK-OCORRENCIA
               MOVE WK-REG-RMT TO REG-RMT
               REWRITE REG-RMT
               ADD 1 TO QTD-EMITIDOS
               PERFORM GRAVA-LINHA-RELREM
               PERFORM FORMULARIO
               EXIT PARAGRAPH
            END-IF.
            IF SITUACAO-RMT NOT EQUAL "P"
               ADD 1 TO QTD-RESPONDIDOS
               MOVE SPACES TO WK-OCORRENCIA
               STRING "JA RESPONDIDO (" DELIMITED BY SIZE
                      SITUACAO-RMT DELIMITED BY SIZE
                      ") - MANTIDO" DELIMITED BY SIZE
                      INTO WK-OCORRENCIA
               PERFORM GRAVA-LINHA-RELREM
               EXIT PARAGRAPH
            END-IF.
            MOVE WK-REG-RMT TO REG-RMT.
            REWRITE REG-RMT.
            ADD 1 TO QTD-REEMITIDOS.
            MOVE "FORMULARIO REEMITIDO" TO WK-OCORRENCIA.
            PERFORM GRAVA-LINHA-RELREM.
            PERFORM FORMULARIO.

       GRAVA-LINHA-RELREM.
            MOVE SPACES TO LINHA-RELREM.
            MOVE NUMERO-ENT TO WK-NUMERO-ED.
            STRING WK-NUMERO-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOME-ENT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TURMA-ENT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-TURMA-DESTINO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-OCORRENCIA DELIMITED BY SIZE
                   INTO LINHA-RELREM.
            WRITE REG-RELREM.

       FORMULARIO.
            PERFORM BUSCA-CONTATO.
            MOVE ALL "-" TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            STRING "FATEC-SP - SECRETARIA ACADEMICA - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            WRITE REG-FORMREM.
            PERFORM BLOCO-ENDERECO.
            MOVE SPACES TO LINHA-FORM.
            MOVE NUMERO-ENT TO WK-NUMERO-ED.
            STRING "AO RESPONSAVEL PELO ALUNO " DELIMITED BY SIZE
                   NOME-ENT DELIMITED BY SIZE
                   " - NUMERO " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            STRING "FORMULARIO DE REMATRICULA PARA O ANO LETIVO "
                   DELIMITED BY SIZE
                   WK-ANO-REMATR DELIMITED BY SIZE
                   INTO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            STRING "O ALUNO ACIMA, HOJE NA TURMA " DELIMITED BY SIZE
                   TURMA-ENT DELIMITED BY SPACE
                   ", ESTA PREVISTO PARA A TURMA " DELIMITED BY SIZE
                   WK-TURMA-DESTINO DELIMITED BY SIZE
                   INTO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            STRING WK-DESCR-DESTINO DELIMITED BY "  "
                   " NO PROXIMO ANO, SE APROVADO." DELIMITED BY SIZE
                   INTO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            STRING "PEDIMOS DEVOLVER ESTE FORMULARIO NA SECRETARIA ATE "
                   DELIMITED BY SIZE
                   WK-PRAZO-ED DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            MOVE "MARCANDO UMA DAS OPCOES ABAIXO:" TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            MOVE "   ( ) CONFIRMO A REMATRICULA" TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            MOVE "   ( ) O ALUNO NAO CONTINUARA NA ESCOLA - MOTIVO:"
                 TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            MOVE "       ______________________________" TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            MOVE "   ( ) AINDA NAO DECIDIMOS" TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            MOVE "SEM RESPOSTA NO PRAZO, O ALUNO SERA CHAMADO PELA"
                 TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            MOVE "SECRETARIA ANTES DA VIRADA DO ANO LETIVO."
                 TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            MOVE "ASSINATURA DO RESPONSAVEL: ______________________"
                 TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            MOVE "ATENCIOSAMENTE, A COORDENACAO" TO LINHA-FORM.
            WRITE REG-FORMREM.
            MOVE SPACES TO LINHA-FORM.
            WRITE REG-FORMREM.

       BUSCA-CONTATO.
            MOVE "NAO" TO ACHOU-CONTATO.
            IF TEM-CADRES EQUAL "SIM"
               MOVE NUMERO-ENT TO NUMERO-RES
               READ CADRES
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE "SIM" TO ACHOU-CONTATO
               END-READ
            END-IF.

       BLOCO-ENDERECO.
      * AS TRES LINHAS ABAIXO CAEM NA JANELA DO ENVELOPE.
            IF ACHOU-CONTATO EQUAL "SIM"
               MOVE SPACES TO LINHA-FORM
               MOVE RESPONSAVEL-RES TO LINHA-FORM
               WRITE REG-FORMREM
               MOVE SPACES TO LINHA-FORM
               MOVE ENDERECO-RES TO LINHA-FORM
               WRITE REG-FORMREM
               MOVE SPACES TO LINHA-FORM
               STRING "CEP " DELIMITED BY SIZE
                      CEP-RES DELIMITED BY SIZE
                      INTO LINHA-FORM
               WRITE REG-FORMREM
            ELSE
               MOVE SPACES TO LINHA-FORM
               MOVE "(ENDERECO PENDENTE - COMPLETAR NO CADRES)"
                    TO LINHA-FORM
               WRITE REG-FORMREM
               MOVE SPACES TO LINHA-FORM
               WRITE REG-FORMREM
               MOVE SPACES TO LINHA-FORM
               WRITE REG-FORMREM
            END-IF.
            MOVE SPACES TO LINHA-FORM.
            WRITE REG-FORMREM.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01REMA" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            COMPUTE QTD-GRAVADOS-LOG = QTD-EMITIDOS + QTD-REEMITIDOS.
            MOVE QTD-SEM-TURMA TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            MOVE SPACES TO LINHA-RELREM.
            WRITE REG-RELREM.
            MOVE SPACES TO LINHA-RELREM.
            MOVE QTD-EMITIDOS TO WK-QTD-ED.
            STRING "FORMULARIOS EMITIDOS : " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELREM.
            WRITE REG-RELREM.
            MOVE SPACES TO LINHA-RELREM.
            MOVE QTD-REEMITIDOS TO WK-QTD-ED.
            STRING "REEMITIDOS ..........: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELREM.
            WRITE REG-RELREM.
            MOVE SPACES TO LINHA-RELREM.
            MOVE QTD-RESPONDIDOS TO WK-QTD-ED.
            STRING "JA RESPONDIDOS ......: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELREM.
            WRITE REG-RELREM.
            MOVE SPACES TO LINHA-RELREM.
            MOVE QTD-CONCLUINTES TO WK-QTD-ED.
            STRING "CONCLUINTES .........: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELREM.
            WRITE REG-RELREM.
            MOVE SPACES TO LINHA-RELREM.
            MOVE QTD-SEM-TURMA TO WK-QTD-ED.
            STRING "TURMA FORA DO CADTUR : " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELREM.
            WRITE REG-RELREM.
            CLOSE CADALU
                  CADTUR
                  CADRMT
                  RELREM
                  FORMREM.
            IF TEM-CADRES EQUAL "SIM"
               CLOSE CADRES
            END-IF.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01REMA - RESUMO DA CAMPANHA DE REMATRICULA".
            DISPLAY "ALUNOS LIDOS ........: " QTD-LIDOS.
            DISPLAY "FORMULARIOS EMITIDOS : " QTD-EMITIDOS.
            DISPLAY "REEMITIDOS ..........: " QTD-REEMITIDOS.
            DISPLAY "JA RESPONDIDOS ......: " QTD-RESPONDIDOS.
            DISPLAY "CONCLUINTES .........: " QTD-CONCLUINTES.
            DISPLAY "TURMA FORA DO CADTUR : " QTD-SEM-TURMA.
            DISPLAY "NAO ATIVOS IGNORADOS : " QTD-IGNORADOS.
            IF QTD-SEM-TURMA > ZEROS
               MOVE 4 TO RETURN-CODE
            END-IF.
