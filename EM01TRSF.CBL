      *         REGISTRADA NO JORNAL COMPARTILHADO CADJRN, COMO TODO
      *         GRAVADOR EM LOTE DO CADALU - SEM ELA O ROLL-FORWARD
      *         DO EM01ROLL DEVOLVERIA O CADASTRO SEM ESTES EVENTOS.
      *         PERIODO QUE O ALUNO TROUXE DE OUTRA ESCOLA PELA
      *         TRANSFERENCIA DE ENTRADA EM01TREN (ORIGEM E NO CADHIS)
      *         SAI NO DOCUMENTO SEGUIDO DA LINHA "ORIGEM EXTERNA" COM
      *         A ESCOLA ANTERIOR, LIDA DO CADTRE QUANDO PRESENTE.

       ENVIRONMENT DIVISION.

           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      CHAVE-HIS
           FILE STATUS IS CADHIS-STATUS.
           SELECT     CADTRE  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-TRE
           FILE STATUS IS CADTRE-STATUS.
           SELECT     CADOPE  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADOPE-STATUS.

       COPY HISREG.

       FD CADTRE
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADTRE.DAT".

       COPY TREREG.

       FD CADOPE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADOPE.DAT".
       77 CADLCK-STATUS     PIC X(02) VALUE SPACES.
       77 TRAVA-ATIVA       PIC X(03) VALUE "NAO".
       77 TEM-CADHIS        PIC X(03) VALUE "NAO".
       77 CADTRE-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADTRE        PIC X(03) VALUE "NAO".
       77 FIM-OPE           PIC X(03) VALUE "NAO".
       77 FIM-SESSAO        PIC X(03) VALUE "NAO".
       77 FIM-ALUNO         PIC X(03) VALUE "NAO".
               DISPLAY "EM01TRSF - CADHIS NAO ABRIU - DOCUMENTO SAI "
                       "SEM OS PERIODOS FECHADOS"
            END-IF.
            OPEN INPUT CADTRE.
            IF CADTRE-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADTRE
            END-IF.
            OPEN OUTPUT TRANSDOC.

       IDENTIFICACAO.
                       " JA ESTA TRANSFERIDO"
               EXIT PARAGRAPH
            END-IF.
            IF SITUACAO-ENT EQUAL "F"
               DISPLAY "EM01TRSF - ALUNO " WK-NUMERO
                       " JA CONCLUIU O CURSO - USE A SEGUNDA VIA DO "
                       "CERTIFICADO (EM01DIPL)"
               EXIT PARAGRAPH
            END-IF.
            MOVE REG-ENT TO WK-IMAGEM-ANT.
            MOVE "X" TO SITUACAO-ENT.
            REWRITE REG-ENT.
                   SITUACAO-HIS DELIMITED BY SIZE
                   INTO LINHA-DOC.
            WRITE REG-DOC.
            IF ORIGEM-HIS EQUAL "E"
               PERFORM ORIGEM-PERIODO
            END-IF.

       ORIGEM-PERIODO.
            MOVE SPACES TO ESCOLA-TRE.
            IF TEM-CADTRE EQUAL "SIM"
               MOVE NUMERO-HIS TO NUMERO-TRE
               READ CADTRE
                   INVALID KEY
                   MOVE SPACES TO ESCOLA-TRE
               END-READ
            END-IF.
            MOVE SPACES TO LINHA-DOC.
            STRING "  ORIGEM EXTERNA: " DELIMITED BY SIZE
                   ESCOLA-TRE DELIMITED BY SIZE
                   INTO LINHA-DOC.
            WRITE REG-DOC.

       ASSINATURAS.
            MOVE SPACES TO LINHA-DOC.
            IF TEM-CADHIS EQUAL "SIM"
               CLOSE CADHIS
            END-IF.
            IF TEM-CADTRE EQUAL "SIM"
               CLOSE CADTRE
            END-IF.
            DISPLAY "EM01TRSF - ALUNOS TRANSFERIDOS NA SESSAO: "
                    QTD-TRANSFERIDOS.
