      *         DISCIPLINA DO CADHISD QUANDO PRESENTE, E AS LINHAS DE
      *         ASSINATURA DA SECRETARIA E DA DIRECAO. A CONSULTA DE
      *         TELA DO EM01TRAN CONTINUA COMO ESTA; ESTE PROGRAMA E
      *         O QUE VAI PARA A IMPRESSORA. ALUNO COM BLOQUEIO
      *         FINANCEIRO NO CADBLQ (ARMADO PELA REGUA DE COBRANCA
      *         EM01AVIS) NAO TEM DOCUMENTO EMITIDO: O PEDIDO E
      *         RECUSADO NO CONSOLE E CONTADO NO RESUMO. PERIODO
      *         TRAZIDO DE OUTRA ESCOLA PELA TRANSFERENCIA DE ENTRADA
      *         EM01TREN (ORIGEM E NO CADHIS) SAI COM "ORIGEM EXTERNA"
      *         E O NOME DA ESCOLA ANTERIOR, LIDO DO CADTRE (COPY
      *         TREREG) QUANDO PRESENTE, NA LINHA DO PERIODO.

       ENVIRONMENT DIVISION.

           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      CHAVE-HDI
           FILE STATUS IS CADHISD-STATUS.
           SELECT     CADBLQ  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-BLQ
           FILE STATUS IS CADBLQ-STATUS.
           SELECT     CADTRE  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-TRE
           FILE STATUS IS CADTRE-STATUS.
           SELECT     HISTDOC  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS HISTDOC-STATUS.

       COPY HDIREG.

       FD CADBLQ
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADBLQ.DAT".

       COPY BLQREG.

       FD CADTRE
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADTRE.DAT".

       COPY TREREG.

       FD HISTDOC
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "HISTDOC.DAT".
       77 HISTDOC-STATUS    PIC X(02) VALUE SPACES.
       77 TEM-CADTRQ        PIC X(03) VALUE "NAO".
       77 TEM-CADHISD       PIC X(03) VALUE "NAO".
       77 CADBLQ-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADBLQ        PIC X(03) VALUE "NAO".
       77 ALUNO-BLOQUEADO   PIC X(03) VALUE "NAO".
       77 CADTRE-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADTRE        PIC X(03) VALUE "NAO".
       77 QTD-BLOQUEADOS    PIC 9(05) VALUE ZEROS.
       77 FIM-PEDIDOS       PIC X(03) VALUE "NAO".
       77 FIM-ALUNO         PIC X(03) VALUE "NAO".
       77 FIM-DISCIPLINA    PIC X(03) VALUE "NAO".
            IF CADHISD-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADHISD
            END-IF.
            OPEN INPUT CADBLQ.
            IF CADBLQ-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADBLQ
            END-IF.
            OPEN INPUT CADTRE.
            IF CADTRE-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADTRE
            END-IF.
            OPEN INPUT CADTRQ.
            IF CADTRQ-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADTRQ
            END-IF.

       EMITE-DOCUMENTO.
            PERFORM VERIFICA-BLOQUEIO.
            IF ALUNO-BLOQUEADO EQUAL "SIM"
               DISPLAY "EM01HDOC - ALUNO " WK-NUMERO
                       " COM BLOQUEIO FINANCEIRO NO CADBLQ - "
                       "DOCUMENTO NAO EMITIDO"
               ADD 1 TO QTD-BLOQUEADOS
               EXIT PARAGRAPH
            END-IF.
            PERFORM CABECALHO-DOCUMENTO.
            PERFORM IDENTIFICA-ALUNO.
            PERFORM BLOCOS-PERIODOS.
            PERFORM ASSINATURAS.
            ADD 1 TO QTD-DOCUMENTOS.

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

       CABECALHO-DOCUMENTO.
            MOVE ALL "=" TO LINHA-DOC.
            WRITE REG-DOC.
                   " - TURMA " DELIMITED BY SIZE
                   TURMA-HIS DELIMITED BY SIZE
                   INTO LINHA-DOC.
            IF ORIGEM-HIS EQUAL "E"
               PERFORM ORIGEM-PERIODO
            END-IF.
            WRITE REG-DOC.
            MOVE SPACES TO LINHA-DOC.
            STRING "  NOTAS " DELIMITED BY SIZE
            MOVE SPACES TO LINHA-DOC.
            WRITE REG-DOC.

       ORIGEM-PERIODO.
            MOVE SPACES TO ESCOLA-TRE.
            IF TEM-CADTRE EQUAL "SIM"
               MOVE WK-NUMERO TO NUMERO-TRE
               READ CADTRE
                   INVALID KEY
                   MOVE SPACES TO ESCOLA-TRE
               END-READ
            END-IF.
            MOVE " - ORIGEM EXTERNA: " TO LINHA-DOC(27:19).
            MOVE ESCOLA-TRE TO LINHA-DOC(46:30).

       IMPRIME-DISCIPLINAS.
            MOVE "NAO" TO FIM-DISCIPLINA.
            MOVE PERIODO-HIS TO WK-PERIODO-EXIB.
            IF TEM-CADHISD EQUAL "SIM"
               CLOSE CADHISD
            END-IF.
            IF TEM-CADBLQ EQUAL "SIM"
               CLOSE CADBLQ
            END-IF.
            IF TEM-CADTRE EQUAL "SIM"
               CLOSE CADTRE
            END-IF.
            DISPLAY "EM01HDOC - DOCUMENTOS EMITIDOS EM HISTDOC: "
                    QTD-DOCUMENTOS.
            DISPLAY "EM01HDOC - RECUSADOS POR BLOQUEIO FINANCEIRO: "
                    QTD-BLOQUEADOS.
