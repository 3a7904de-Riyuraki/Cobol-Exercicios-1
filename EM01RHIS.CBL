      *         O SIGN-ON LE O LAYOUT ESTENDIDO DO CADOPE: CONTA
      *         BLOQUEADA OU DESATIVADA PELO EM01MOPE E RECUSADA E
      *         TODA TENTATIVA E REGISTRADA NO LOG CADSLOG.
      *         AO REFECHAR UM ALUNO/PERIODO, OS PEDIDOS DE REVISAO DE
      *         NOTA DO CADRVN (COPY RVNREG) DESSE ALUNO E PERIODO COM
      *         NOTA ALTERADA E EMENDA PENDENTE SAO BAIXADOS COMO
      *         EMENDADOS E LISTADOS NO RELRHI; SEM O CADRVN A EMENDA
      *         SEGUE SEM ESSA BAIXA.
      *         PERIODO TRAZIDO DE OUTRA ESCOLA PELO EM01TREN (ORIGEM
      *         E NO CADHIS) NAO E REFECHADO: SUAS NOTAS NUNCA
      *         PASSARAM PELO CADALU DESTA ESCOLA.
      *         AS IMAGENS ANTES E DEPOIS DO CADHISA TEM O TAMANHO
      *         CHEIO DO REG-HIS (48 POSICOES, COM A ORIGEM), PARA A
      *         EMENDA NAO PERDER O ULTIMO BYTE DA FOTOGRAFIA; CADA
      *         LINHA DO CADHISA PASSA A TER 160 POSICOES.

       ENVIRONMENT DIVISION.

           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-HDI
           FILE STATUS IS CADHISD-STATUS.
           SELECT     CADRVN  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      PROTOCOLO-RVN
           ALTERNATE RECORD KEY IS NUMERO-RVN WITH DUPLICATES
           FILE STATUS IS CADRVN-STATUS.
           SELECT     CADHISA  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADHISA-STATUS.

       COPY HDIREG.

       FD CADRVN
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRVN.DAT".

       COPY RVNREG.

       FD CADHISA
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADHISA.DAT".
           02 HORA-HISA             PIC 9(08).
           02 OPERADOR-HISA         PIC X(08).
           02 JUSTIFICATIVA-HISA    PIC X(40).
           02 IMAGEM-ANT-HISA       PIC X(48).
           02 IMAGEM-DEP-HISA       PIC X(48).

       FD RELRHI
           LABEL        RECORD ARE      STANDARD
       77 WK-NUMERO         PIC 9(05) VALUE ZEROS.
       77 WK-PERIODO        PIC X(06) VALUE SPACES.
       77 WK-JUSTIFICATIVA  PIC X(40) VALUE SPACES.
       77 WK-IMAGEM-ANT     PIC X(48) VALUE SPACES.
       77 QTD-EMENDAS       PIC 9(03) VALUE ZEROS.
       77 CADNDI-STATUS     PIC X(02) VALUE SPACES.
       77 CADHISD-STATUS    PIC X(02) VALUE SPACES.
       77 WMEDIA-DIS        PIC 9(02)V99 VALUE ZEROS.
       77 STATUS-DIS        PIC X(11) VALUE SPACES.
       77 QTD-HDI-EMENDADAS PIC 9(03) VALUE ZEROS.
       77 CADRVN-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADRVN        PIC X(03) VALUE "NAO".
       77 FIM-REVISOES      PIC X(03) VALUE "NAO".
       77 QTD-RVN-BAIXADAS  PIC 9(03) VALUE ZEROS.
       77 PESO1          PIC 9(01)V99   VALUE 1,00.
       77 PESO2          PIC 9(01)V99   VALUE 1,00.
       77 PESO3          PIC 9(01)V99   VALUE 1,00.
               DISPLAY "EM01RHIS - CADNDI NAO ABRIU - EMENDAS SEM "
                       "REFOTOGRAFIA POR DISCIPLINA"
            END-IF.
            OPEN I-O CADRVN.
            IF CADRVN-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADRVN
            END-IF.
            OPEN OUTPUT RELRHI.
            MOVE SPACES TO LINHA-RELRHI.
            STRING "EMENDAS DE PERIODO FECHADO - EM01RHIS - "
                        " DO ALUNO " WK-NUMERO
                        " NAO EXISTE NO CADHIS"
                NOT INVALID KEY
                IF ORIGEM-HIS EQUAL "E"
                   DISPLAY "EM01RHIS - PERIODO " WK-PERIODO
                           " DO ALUNO " WK-NUMERO
                           " VEIO DE OUTRA ESCOLA - NAO E REFECHADO"
                ELSE
                   PERFORM REFOTOGRAFA
                END-IF
            END-READ.

       REFOTOGRAFA.
            IF TEM-CADNDI EQUAL "SIM"
               PERFORM REFOTOGRAFA-DISCIPLINAS
            END-IF.
            IF TEM-CADRVN EQUAL "SIM"
               PERFORM BAIXA-REVISOES
            END-IF.
            DISPLAY "EM01RHIS - PERIODO " WK-PERIODO
                    " DO ALUNO " WK-NUMERO " REFECHADO - "
                    STATUS-WK.
            MOVE NOTA4-NDI TO NOTA4-HDI.
            MOVE WMEDIA-DIS TO MEDIA-HDI.
            MOVE STATUS-DIS TO SITUACAO-HDI.
            MOVE SPACE TO ORIGEM-HDI.
            WRITE REG-HDI
                INVALID KEY
                REWRITE REG-HDI
            END-WRITE.
            ADD 1 TO QTD-HDI-EMENDADAS.

       BAIXA-REVISOES.
            MOVE "NAO" TO FIM-REVISOES.
            MOVE WK-NUMERO TO NUMERO-RVN.
            START CADRVN KEY IS EQUAL TO NUMERO-RVN
                INVALID KEY
                MOVE "SIM" TO FIM-REVISOES
            END-START.
            PERFORM LEITURA-REVISAO
                    UNTIL FIM-REVISOES EQUAL "SIM".

       LEITURA-REVISAO.
            READ CADRVN NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-REVISOES
                NOT AT END
                IF NUMERO-RVN NOT EQUAL WK-NUMERO
                   MOVE "SIM" TO FIM-REVISOES
                ELSE
                   PERFORM BAIXA-1REVISAO
                END-IF
            END-READ.

       BAIXA-1REVISAO.
            IF PERIODO-RVN EQUAL WK-PERIODO
               AND SITUACAO-RVN EQUAL "A"
               AND EMENDA-RVN EQUAL "P"
               MOVE "E" TO EMENDA-RVN
               REWRITE REG-RVN
               ADD 1 TO QTD-RVN-BAIXADAS
               MOVE SPACES TO LINHA-RELRHI
               STRING "  REVISAO DE NOTA " DELIMITED BY SIZE
                      PROTOCOLO-RVN DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      DISCIPLINA-RVN DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CAMPO-RVN DELIMITED BY SIZE
                      ") BAIXADA COMO EMENDADA" DELIMITED BY SIZE
                      INTO LINHA-RELRHI
               WRITE REG-RELRHI
            END-IF.

       DEFINE-FALTAS-LIMITE.
            MOVE FALTAS-MAX TO WK-FALTAS-LIMITE.
            IF TEM-CADAUL EQUAL "SIM"
               CLOSE CADNDI
                     CADHISD
            END-IF.
            IF TEM-CADRVN EQUAL "SIM"
               CLOSE CADRVN
               DISPLAY "EM01RHIS - REVISOES DE NOTA BAIXADAS: "
                       QTD-RVN-BAIXADAS
            END-IF.
            DISPLAY "EM01RHIS - EMENDAS EFETIVADAS: " QTD-EMENDAS.
