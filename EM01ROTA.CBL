       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01ROTA.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. ROTACAO ANUAL DOS ARQUIVOS CUMULATIVOS DE LOG. O
      *         CADAUD, O CADJRN, O CADFREH, O CADAULH, O CADSALH, O
      *         CADSLOG, O CADHISA, O EM01LOG E O CADTMG SO CRESCIAM
      *         E CADA CONSULTA LIA TUDO DESDE O PRIMEIRO DIA. NA
      *         VIRADA DO ANO, PARA CADA UM DELES, AS LINHAS COM DATA
      *         ATE O ANO DE CORTE (LIDO DO ARQUIVO DE PARAMETROS
      *         PARROT; SEM ELE VALE O ANO ANTERIOR AO DA EXECUCAO)
      *         VAO PARA O ARQUIVO MORTO ARQUIVO/NOME.ANO.DAT (NO
      *         DIRETORIO DE ARQUIVAMENTO DO EM01LIMP) E AS DEMAIS
      *         FICAM NO ARQUIVO VIVO. LINHA SEM DATA NUMERICA FICA
      *         NO VIVO, POR PRUDENCIA. A SEPARACAO E FEITA EM DOIS
      *         ARQUIVOS DE TRABALHO (WRKROT.TMP COM O QUE FICA E
      *         WRKARQ.TMP COM O QUE SAI) QUE SAO RECONTADOS DEPOIS
      *         DE FECHADOS; SO QUANDO LIDOS = ARQUIVADOS + MANTIDOS
      *         E AS RECONTAGENS BATEM O WRKARQ.TMP E ACRESCENTADO AO
      *         ARQUIVO MORTO E O WRKROT.TMP SUBSTITUI O VIVO (VIA
      *         SYSTEM, COMO O EM01LIMP); SENAO O ARQUIVO FICA COMO
      *         ESTAVA, A DIVERGENCIA SAI NO RELATORIO E A EXECUCAO
      *         TERMINA COM CODIGO 8. CADA ROTACAO EFETIVADA GRAVA
      *         UMA LINHA NO INDICE DE ARQUIVAMENTO CADIDX (COPY
      *         IDXREG) COM O ARQUIVO MORTO, A FAIXA DE DATAS QUE ELE
      *         RECEBEU E AS CONTAGENS ANTES E DEPOIS - E POR ELE QUE
      *         AS CONSULTAS ACHAM O ARQUIVO MORTO QUANDO O OPERADOR
      *         PEDE DATAS ANTERIORES AO CORTE. COMO OS ARQUIVOS SAO
      *         REESCRITOS, A ROTACAO RESPEITA A TRAVA DA CADEIA
      *         CADLCK (CODIGO 12) E SAI NO RELATORIO RELROT COM UMA
      *         LINHA POR ARQUIVO. O LOG DE ENTREGA DE RELATORIOS
      *         CADDST, DO EM01DIST, ENTRA NA MESMA ROTACAO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     PARROT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARROT-STATUS.
           SELECT     CADLCK  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADLCK-STATUS.
           SELECT     ARQVIVO  ASSIGN  TO DYNAMIC ARQVIVO-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS ARQVIVO-STATUS.
           SELECT     WRKROT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS WRKROT-STATUS.
           SELECT     WRKARQ  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS WRKARQ-STATUS.
           SELECT     CADIDX  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADIDX-STATUS.
           SELECT     RELROT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELROT-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD PARROT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARROT.DAT".

       01 REG-PARROT.
           02 ANO-CORTE-PAR        PIC 9(04).

       FD CADLCK
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADLCK.DAT".

       01 REG-LCK.
           02 DATA-LCK              PIC 9(08).
           02 HORA-LCK              PIC 9(08).
           02 PROGRAMA-LCK          PIC X(08).

       FD ARQVIVO
           LABEL        RECORD ARE      STANDARD.

       01 REG-ARQVIVO.
           02 LINHA-ARQVIVO         PIC X(200).

       FD WRKROT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "WRKROT.TMP".

       01 REG-WRKROT.
           02 LINHA-WRKROT          PIC X(200).

       FD WRKARQ
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "WRKARQ.TMP".

       01 REG-WRKARQ.
           02 LINHA-WRKARQ          PIC X(200).

       FD CADIDX
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADIDX.DAT".

       COPY IDXREG.

       FD RELROT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELROT.DAT".

       01 REG-RELROT.
           02 LINHA-RELROT         PIC X(80).

       WORKING-STORAGE SECTION.

       77 PARROT-STATUS     PIC X(02) VALUE SPACES.
       77 CADLCK-STATUS     PIC X(02) VALUE SPACES.
       77 ARQVIVO-STATUS    PIC X(02) VALUE SPACES.
       77 WRKROT-STATUS     PIC X(02) VALUE SPACES.
       77 WRKARQ-STATUS     PIC X(02) VALUE SPACES.
       77 CADIDX-STATUS     PIC X(02) VALUE SPACES.
       77 RELROT-STATUS     PIC X(02) VALUE SPACES.
       77 ARQVIVO-NOME      PIC X(30) VALUE SPACES.
       77 ARQMORTO-NOME     PIC X(30) VALUE SPACES.
       77 TRAVA-ATIVA       PIC X(03) VALUE "NAO".
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 ERRO-GRAVACAO     PIC X(03) VALUE "NAO".
       77 ANO-CORTE         PIC 9(04) VALUE ZEROS.
       77 QTD-ARQUIVOS      PIC 9(02) VALUE 10.
       77 WK-IND-ARQ        PIC 9(02) VALUE ZEROS.
       77 WK-POS            PIC 9(03) VALUE ZEROS.
       77 WK-DATA-LINHA     PIC X(08) VALUE SPACES.
       77 WK-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WK-DATA-INI       PIC 9(08) VALUE ZEROS.
       77 WK-DATA-FIM       PIC 9(08) VALUE ZEROS.
       77 QTD-ANTES         PIC 9(07) VALUE ZEROS.
       77 QTD-ARQUIVADOS    PIC 9(07) VALUE ZEROS.
       77 QTD-MANTIDOS      PIC 9(07) VALUE ZEROS.
       77 QTD-RECONTADOS    PIC 9(07) VALUE ZEROS.
       77 QTD-ROTACIONADOS  PIC 9(03) VALUE ZEROS.
       77 QTD-SEM-CORTE     PIC 9(03) VALUE ZEROS.
       77 QTD-AUSENTES      PIC 9(03) VALUE ZEROS.
       77 QTD-DIVERGENTES   PIC 9(03) VALUE ZEROS.
       77 WK-ACAO           PIC X(25) VALUE SPACES.
       77 WK-COMANDO        PIC X(80) VALUE SPACES.
       77 WK-QTD-ED         PIC ZZZZZZ9.
       77 WK-QTD2-ED        PIC ZZZZZZ9.
       77 WK-QTD3-ED        PIC ZZZZZZ9.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
      * ARQUIVOS CUMULATIVOS E A POSICAO (1 A 200) DA DATA AAAAMMDD
      * NA LINHA DE CADA UM.
       01 TAB-ROTACAO-VAL.
           02 FILLER             PIC X(11) VALUE "CADAUD  004".
           02 FILLER             PIC X(11) VALUE "CADJRN  009".
           02 FILLER             PIC X(11) VALUE "CADFREH 006".
           02 FILLER             PIC X(11) VALUE "CADAULH 004".
           02 FILLER             PIC X(11) VALUE "CADSALH 006".
           02 FILLER             PIC X(11) VALUE "CADSLOG 001".
           02 FILLER             PIC X(11) VALUE "CADHISA 001".
           02 FILLER             PIC X(11) VALUE "EM01LOG 009".
           02 FILLER             PIC X(11) VALUE "CADTMG  001".
           02 FILLER             PIC X(11) VALUE "CADDST  001".
       01 TAB-ROTACAO REDEFINES TAB-ROTACAO-VAL.
           02 ROT-TAB OCCURS 10 TIMES.
              03 NOME-ROT-TAB      PIC X(08).
              03 POSICAO-ROT-TAB   PIC 9(03).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               VARYING WK-IND-ARQ FROM 1 BY 1
               UNTIL WK-IND-ARQ > QTD-ARQUIVOS.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT HORA-SISTEMA FROM TIME.
            PERFORM VERIFICA-TRAVA.
            COMPUTE ANO-CORTE = ANO-SISTEMA - 1.
            OPEN INPUT PARROT.
            IF PARROT-STATUS EQUAL "00"
               PERFORM LEITURA-PARROT
               CLOSE PARROT
            END-IF.
            IF ANO-CORTE NOT < ANO-SISTEMA
               DISPLAY "EM01ROTA - ANO DE CORTE " ANO-CORTE
                       " NAO E ANTERIOR AO ANO CORRENTE - ROTACAO "
                       "RECUSADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE "mkdir -p ARQUIVO" TO WK-COMANDO.
            CALL "SYSTEM" USING WK-COMANDO.
            OPEN OUTPUT RELROT.
            PERFORM CABECALHO-RELROT.

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
               DISPLAY "EM01ROTA - A CADEIA BATCH ESTA TRAVADA DESDE "
                       DATA-LCK " " HORA-LCK " (" PROGRAMA-LCK
                       ") - ROTACAO RECUSADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

       LEITURA-PARROT.
            READ PARROT
                AT END
                CONTINUE
                NOT AT END
                IF ANO-CORTE-PAR IS NUMERIC
                   AND ANO-CORTE-PAR > ZEROS
                   MOVE ANO-CORTE-PAR TO ANO-CORTE
                END-IF.

       CABECALHO-RELROT.
            MOVE SPACES TO LINHA-RELROT.
            STRING "ROTACAO ANUAL DOS LOGS - EM01ROTA - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELROT.
            WRITE REG-RELROT.
            MOVE SPACES TO LINHA-RELROT.
            STRING "ARQUIVADAS AS LINHAS COM DATA ATE O ANO "
                   DELIMITED BY SIZE
                   ANO-CORTE DELIMITED BY SIZE
                   INTO LINHA-RELROT.
            WRITE REG-RELROT.
            MOVE SPACES TO LINHA-RELROT.
            WRITE REG-RELROT.
            MOVE "ARQUIVO     ANTES   ARQUIV  MANTIDOS  SITUACAO"
                 TO LINHA-RELROT.
            WRITE REG-RELROT.

       PRINCIPAL.
            MOVE SPACES TO ARQVIVO-NOME.
            STRING NOME-ROT-TAB(WK-IND-ARQ) DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO ARQVIVO-NOME.
            MOVE SPACES TO ARQMORTO-NOME.
            STRING "ARQUIVO/" DELIMITED BY SIZE
                   NOME-ROT-TAB(WK-IND-ARQ) DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   ANO-CORTE DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO ARQMORTO-NOME.
            MOVE POSICAO-ROT-TAB(WK-IND-ARQ) TO WK-POS.
            MOVE ZEROS TO QTD-ANTES.
            MOVE ZEROS TO QTD-ARQUIVADOS.
            MOVE ZEROS TO QTD-MANTIDOS.
            MOVE ZEROS TO WK-DATA-INI.
            MOVE ZEROS TO WK-DATA-FIM.
            MOVE "NAO" TO ERRO-GRAVACAO.
            OPEN INPUT ARQVIVO.
            IF ARQVIVO-STATUS NOT EQUAL "00"
               ADD 1 TO QTD-AUSENTES
               MOVE "AUSENTE - NADA A FAZER" TO WK-ACAO
               PERFORM GRAVA-LINHA-RELROT
               EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT WRKROT.
            OPEN OUTPUT WRKARQ.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM SEPARA-LINHA
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ARQVIVO
                  WRKROT
                  WRKARQ.
            IF QTD-ARQUIVADOS EQUAL ZEROS
               ADD 1 TO QTD-SEM-CORTE
               MOVE "NADA ANTERIOR AO CORTE" TO WK-ACAO
               PERFORM GRAVA-LINHA-RELROT
               PERFORM REMOVE-TRABALHO
               EXIT PARAGRAPH
            END-IF.
            PERFORM CONFERE-CONTAGENS.
            IF ERRO-GRAVACAO EQUAL "SIM"
               ADD 1 TO QTD-DIVERGENTES
               MOVE "DIVERGENCIA - PRESERVADO" TO WK-ACAO
               PERFORM GRAVA-LINHA-RELROT
               DISPLAY "EM01ROTA - " NOME-ROT-TAB(WK-IND-ARQ)
                       " - CONTAGENS NAO BATEM - ARQUIVO PRESERVADO"
               PERFORM REMOVE-TRABALHO
               EXIT PARAGRAPH
            END-IF.
            PERFORM EFETIVA-ROTACAO.
            ADD 1 TO QTD-ROTACIONADOS.
            MOVE "ROTACIONADO" TO WK-ACAO.
            PERFORM GRAVA-LINHA-RELROT.

       SEPARA-LINHA.
            READ ARQVIVO
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-ANTES
                PERFORM CLASSIFICA-LINHA
            END-READ.

       CLASSIFICA-LINHA.
            MOVE LINHA-ARQVIVO(WK-POS:8) TO WK-DATA-LINHA.
            IF WK-DATA-LINHA IS NUMERIC
               AND WK-DATA-LINHA(1:4) NOT > ANO-CORTE
               MOVE WK-DATA-LINHA TO WK-DATA-NUM
               MOVE LINHA-ARQVIVO TO LINHA-WRKARQ
               WRITE REG-WRKARQ
               IF WRKARQ-STATUS NOT EQUAL "00"
                  MOVE "SIM" TO ERRO-GRAVACAO
               END-IF
               ADD 1 TO QTD-ARQUIVADOS
               IF WK-DATA-INI EQUAL ZEROS
                  OR WK-DATA-NUM < WK-DATA-INI
                  MOVE WK-DATA-NUM TO WK-DATA-INI
               END-IF
               IF WK-DATA-NUM > WK-DATA-FIM
                  MOVE WK-DATA-NUM TO WK-DATA-FIM
               END-IF
            ELSE
               MOVE LINHA-ARQVIVO TO LINHA-WRKROT
               WRITE REG-WRKROT
               IF WRKROT-STATUS NOT EQUAL "00"
                  MOVE "SIM" TO ERRO-GRAVACAO
               END-IF
               ADD 1 TO QTD-MANTIDOS
            END-IF.

       CONFERE-CONTAGENS.
      * O ARQUIVO VIVO SO E TROCADO SE AS DUAS METADES, RELIDAS DO
      * DISCO, SOMAM EXATAMENTE O QUE FOI LIDO.
            IF QTD-ANTES NOT EQUAL QTD-ARQUIVADOS + QTD-MANTIDOS
               MOVE "SIM" TO ERRO-GRAVACAO
            END-IF.
            MOVE ZEROS TO QTD-RECONTADOS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT WRKROT.
            IF WRKROT-STATUS EQUAL "00"
               PERFORM RECONTA-WRKROT
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE WRKROT
            END-IF.
            IF QTD-RECONTADOS NOT EQUAL QTD-MANTIDOS
               MOVE "SIM" TO ERRO-GRAVACAO
            END-IF.
            MOVE ZEROS TO QTD-RECONTADOS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT WRKARQ.
            IF WRKARQ-STATUS EQUAL "00"
               PERFORM RECONTA-WRKARQ
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE WRKARQ
            END-IF.
            IF QTD-RECONTADOS NOT EQUAL QTD-ARQUIVADOS
               MOVE "SIM" TO ERRO-GRAVACAO
            END-IF.

       RECONTA-WRKROT.
            READ WRKROT
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-RECONTADOS.

       RECONTA-WRKARQ.
            READ WRKARQ
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-RECONTADOS.

       EFETIVA-ROTACAO.
            MOVE SPACES TO WK-COMANDO.
            STRING "cat WRKARQ.TMP >> " DELIMITED BY SIZE
                   ARQMORTO-NOME DELIMITED BY SPACE
                   INTO WK-COMANDO.
            CALL "SYSTEM" USING WK-COMANDO.
            MOVE SPACES TO WK-COMANDO.
            STRING "mv WRKROT.TMP " DELIMITED BY SIZE
                   ARQVIVO-NOME DELIMITED BY SPACE
                   INTO WK-COMANDO.
            CALL "SYSTEM" USING WK-COMANDO.
            MOVE "rm -f WRKARQ.TMP" TO WK-COMANDO.
            CALL "SYSTEM" USING WK-COMANDO.
            PERFORM GRAVA-INDICE.

       GRAVA-INDICE.
            OPEN EXTEND CADIDX.
            IF CADIDX-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADIDX
            END-IF.
            MOVE NOME-ROT-TAB(WK-IND-ARQ) TO NOME-BASE-IDX.
            MOVE ARQMORTO-NOME TO NOME-ARQ-IDX.
            MOVE WK-DATA-INI TO DATA-INI-IDX.
            MOVE WK-DATA-FIM TO DATA-FIM-IDX.
            MOVE QTD-ANTES TO QTD-ANTES-IDX.
            MOVE QTD-ARQUIVADOS TO QTD-ARQUIVADOS-IDX.
            MOVE QTD-MANTIDOS TO QTD-MANTIDOS-IDX.
            MOVE ANO-CORTE TO ANO-CORTE-IDX.
            MOVE DATA-SISTEMA TO DATA-ROTACAO-IDX.
            MOVE HORA-SISTEMA TO HORA-ROTACAO-IDX.
            WRITE REG-IDX.
            CLOSE CADIDX.

       REMOVE-TRABALHO.
            MOVE "rm -f WRKROT.TMP WRKARQ.TMP" TO WK-COMANDO.
            CALL "SYSTEM" USING WK-COMANDO.

       GRAVA-LINHA-RELROT.
            MOVE SPACES TO LINHA-RELROT.
            MOVE QTD-ANTES TO WK-QTD-ED.
            MOVE QTD-ARQUIVADOS TO WK-QTD2-ED.
            MOVE QTD-MANTIDOS TO WK-QTD3-ED.
            STRING NOME-ROT-TAB(WK-IND-ARQ) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-QTD2-ED DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WK-QTD3-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-ACAO DELIMITED BY SIZE
                   INTO LINHA-RELROT.
            WRITE REG-RELROT.
            IF QTD-ARQUIVADOS > ZEROS
               AND ERRO-GRAVACAO EQUAL "NAO"
               MOVE SPACES TO LINHA-RELROT
               STRING "          -> " DELIMITED BY SIZE
                      ARQMORTO-NOME DELIMITED BY SPACE
                      " DE " DELIMITED BY SIZE
                      WK-DATA-INI DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      WK-DATA-FIM DELIMITED BY SIZE
                      INTO LINHA-RELROT
               WRITE REG-RELROT
            END-IF.

       TERMINO.
            MOVE SPACES TO LINHA-RELROT.
            WRITE REG-RELROT.
            MOVE SPACES TO LINHA-RELROT.
            STRING "ARQUIVOS ROTACIONADOS .: " DELIMITED BY SIZE
                   QTD-ROTACIONADOS DELIMITED BY SIZE
                   INTO LINHA-RELROT.
            WRITE REG-RELROT.
            MOVE SPACES TO LINHA-RELROT.
            STRING "SEM LINHAS A ARQUIVAR .: " DELIMITED BY SIZE
                   QTD-SEM-CORTE DELIMITED BY SIZE
                   INTO LINHA-RELROT.
            WRITE REG-RELROT.
            MOVE SPACES TO LINHA-RELROT.
            STRING "AUSENTES ..............: " DELIMITED BY SIZE
                   QTD-AUSENTES DELIMITED BY SIZE
                   INTO LINHA-RELROT.
            WRITE REG-RELROT.
            MOVE SPACES TO LINHA-RELROT.
            STRING "DIVERGENTES (PRESERV.) : " DELIMITED BY SIZE
                   QTD-DIVERGENTES DELIMITED BY SIZE
                   INTO LINHA-RELROT.
            WRITE REG-RELROT.
            CLOSE RELROT.
            DISPLAY "EM01ROTA - CORTE " ANO-CORTE
                    " - ROTACIONADOS " QTD-ROTACIONADOS
                    " - DIVERGENTES " QTD-DIVERGENTES.
            IF QTD-DIVERGENTES > ZEROS
               MOVE 8 TO RETURN-CODE
            END-IF.
