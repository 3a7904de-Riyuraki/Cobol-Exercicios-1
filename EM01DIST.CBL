       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01DIST.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. DISTRIBUICAO DIARIA DOS RELATORIOS. A CADEIA E OS
      *         UTILITARIOS GERAM MAIS DE QUARENTA ARQUIVOS RELXXX E
      *         ATE AQUI ALGUEM DECIDIA DE MEMORIA O QUE IMPRIMIR E
      *         PARA QUEM. A TABELA DE ROTEAMENTO PARDST TEM UMA
      *         LINHA POR RELATORIO E DESTINATARIO: NOME DO RELATORIO
      *         (RELOPS, RELINA...), AREA DESTINATARIA, NUMERO DE
      *         COPIAS, MODO (I = IMPRIME, A = SO ARQUIVO) E OS DIAS
      *         DA SEMANA EM QUE ELE E ESPERADO (SETE POSICOES DE
      *         SEGUNDA A DOMINGO, "S" NO DIA; EM BRANCO VALE TODOS).
      *         UM MESMO RELATORIO PODE TER VARIAS LINHAS, UMA POR
      *         AREA. SAO DO DIA OS RELXXX.DAT MODIFICADOS HOJE
      *         (LISTADOS VIA SYSTEM EM WRKDST.TMP); UM RELATORIO DE
      *         ONTEM QUE FICOU NO DISCO NAO CONTA COMO ENTREGUE.
      *         O SPOOL SPLDST REUNE, POR AREA, UMA PAGINA DE ROSTO
      *         COM A LISTA DO QUE ELA RECEBE SEGUIDA DAS COPIAS DE
      *         CADA RELATORIO IMPRESSO. O LOG CUMULATIVO CADDST
      *         GUARDA UMA LINHA POR ROTEAMENTO ESPERADO NO DIA COM A
      *         SITUACAO (IMPRESSO, ARQUIVO OU AUSENTE), E O RELDST
      *         RESUME A DISTRIBUICAO, INCLUSIVE OS RELATORIOS DO DIA
      *         QUE NAO ESTAO NA TABELA. SEM A TABELA A EXECUCAO
      *         TERMINA COM CODIGO 16; RELATORIO ESPERADO QUE NAO
      *         APARECEU DEIXA CODIGO 4.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     PARDST  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARDST-STATUS.
           SELECT     WRKDST  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS WRKDST-STATUS.
           SELECT     ARQREL  ASSIGN  TO DYNAMIC ARQREL-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS ARQREL-STATUS.
           SELECT     SPLDST  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS SPLDST-STATUS.
           SELECT     CADDST  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADDST-STATUS.
           SELECT     RELDST  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELDST-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD PARDST
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARDST.DAT".

       01 REG-PARDST.
           02 NOME-REL-PAR         PIC X(08).
           02 AREA-PAR             PIC X(20).
           02 COPIAS-PAR           PIC X(02).
           02 MODO-PAR             PIC X(01).
           02 DIAS-PAR             PIC X(07).

       FD WRKDST
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "WRKDST.TMP".

       01 REG-WRKDST.
           02 ARQUIVO-WRK          PIC X(30).

       FD ARQREL
           LABEL        RECORD ARE      STANDARD.

       01 REG-ARQREL.
           02 LINHA-ARQREL         PIC X(132).

       FD SPLDST
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "SPLDST.DAT".

       01 REG-SPLDST.
           02 LINHA-SPLDST         PIC X(132).

       FD CADDST
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADDST.DAT".

       01 REG-DST.
           02 DATA-DST             PIC 9(08).
           02 HORA-DST             PIC 9(08).
           02 NOME-REL-DST         PIC X(08).
           02 AREA-DST             PIC X(20).
           02 COPIAS-DST           PIC 9(02).
           02 MODO-DST             PIC X(01).
           02 SITUACAO-DST         PIC X(08).

       FD RELDST
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELDST.DAT".

       01 REG-RELDST.
           02 LINHA-RELDST         PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 PARDST-STATUS     PIC X(02) VALUE SPACES.
       77 WRKDST-STATUS     PIC X(02) VALUE SPACES.
       77 ARQREL-STATUS     PIC X(02) VALUE SPACES.
       77 SPLDST-STATUS     PIC X(02) VALUE SPACES.
       77 CADDST-STATUS     PIC X(02) VALUE SPACES.
       77 RELDST-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 ARQREL-NOME       PIC X(30) VALUE SPACES.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 ACHOU             PIC X(03) VALUE "NAO".
       77 WK-COMANDO        PIC X(120) VALUE SPACES.
       77 WK-DIA-SEMANA     PIC 9(01) VALUE ZEROS.
       77 WK-NOME           PIC X(08) VALUE SPACES.
       77 WK-IND            PIC 9(03) VALUE ZEROS.
       77 WK-IND-DIA        PIC 9(03) VALUE ZEROS.
       77 WK-IND-AREA       PIC 9(03) VALUE ZEROS.
       77 WK-COPIA          PIC 9(02) VALUE ZEROS.
       77 WK-IMPRESSOS-AREA PIC 9(03) VALUE ZEROS.
       77 QTD-ROTEAMENTOS   PIC 9(03) VALUE ZEROS.
       77 QTD-REJEITADOS    PIC 9(03) VALUE ZEROS.
       77 QTD-DIA           PIC 9(03) VALUE ZEROS.
       77 QTD-AREAS         PIC 9(03) VALUE ZEROS.
       77 QTD-ESPERADOS     PIC 9(03) VALUE ZEROS.
       77 QTD-IMPRESSOS     PIC 9(03) VALUE ZEROS.
       77 QTD-ARQUIVO       PIC 9(03) VALUE ZEROS.
       77 QTD-AUSENTES      PIC 9(03) VALUE ZEROS.
       77 QTD-NAO-ROTEADOS  PIC 9(03) VALUE ZEROS.
       77 QTD-LINHAS-SPOOL  PIC 9(07) VALUE ZEROS.
       77 WK-COPIA-ED       PIC Z9.
       77 WK-COPIAS-ED      PIC Z9.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
       01 TAB-NOME-DIAS-VAL.
           02 FILLER               PIC X(07) VALUE "SEGUNDA".
           02 FILLER               PIC X(07) VALUE "TERCA".
           02 FILLER               PIC X(07) VALUE "QUARTA".
           02 FILLER               PIC X(07) VALUE "QUINTA".
           02 FILLER               PIC X(07) VALUE "SEXTA".
           02 FILLER               PIC X(07) VALUE "SABADO".
           02 FILLER               PIC X(07) VALUE "DOMINGO".
       01 TAB-NOME-DIAS REDEFINES TAB-NOME-DIAS-VAL.
           02 NOME-DIA-TAB         PIC X(07) OCCURS 7 TIMES.
      * TABELA DE ROTEAMENTO CARREGADA DO PARDST. SITUACAO FICA
      * "FORA" PARA O QUE NAO E ESPERADO NO DIA.
       01 TAB-ROTEAMENTO.
           02 ROT-TAB OCCURS 200 TIMES.
              03 NOME-REL-TAB      PIC X(08).
              03 AREA-TAB          PIC X(20).
              03 COPIAS-TAB        PIC 9(02).
              03 MODO-TAB          PIC X(01).
              03 DIAS-TAB          PIC X(07).
              03 SITUACAO-TAB      PIC X(08).
      * RELATORIOS MODIFICADOS HOJE, LIDOS DO WRKDST.TMP.
       01 TAB-DIA.
           02 DIA-TAB OCCURS 200 TIMES.
              03 NOME-DIA-REL-TAB  PIC X(08).
              03 ROTEADO-DIA-TAB   PIC X(03).
      * AREAS DESTINATARIAS NA ORDEM EM QUE APARECEM NA TABELA.
       01 TAB-AREAS.
           02 AREA-LST-TAB         PIC X(20) OCCURS 50 TIMES.

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM CLASSIFICA-ROTEAMENTO
               VARYING WK-IND FROM 1 BY 1
               UNTIL WK-IND > QTD-ROTEAMENTOS.
       PERFORM DISTRIBUI-AREA
               VARYING WK-IND-AREA FROM 1 BY 1
               UNTIL WK-IND-AREA > QTD-AREAS.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT HORA-SISTEMA FROM TIME.
            ACCEPT WK-DIA-SEMANA FROM DAY-OF-WEEK.
            OPEN INPUT PARDST.
            IF PARDST-STATUS NOT EQUAL "00"
               DISPLAY "EM01DIST - TABELA DE ROTEAMENTO PARDST "
                       "AUSENTE - DISTRIBUICAO CANCELADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM CARREGA-PARDST
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE PARDST.
            IF QTD-ROTEAMENTOS EQUAL ZEROS
               DISPLAY "EM01DIST - TABELA DE ROTEAMENTO PARDST "
                       "SEM LINHAS VALIDAS - DISTRIBUICAO CANCELADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM CARREGA-RELATORIOS-DIA.
            OPEN OUTPUT SPLDST.
            OPEN OUTPUT RELDST.
            OPEN EXTEND CADDST.
            IF CADDST-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADDST
            END-IF.
            PERFORM CABECALHO-RELDST.

       CARREGA-PARDST.
            READ PARDST
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                PERFORM VALIDA-PARDST
            END-READ.

       VALIDA-PARDST.
            IF NOME-REL-PAR EQUAL SPACES
               OR AREA-PAR EQUAL SPACES
               OR (MODO-PAR NOT EQUAL "I" AND MODO-PAR NOT EQUAL "A")
               OR QTD-ROTEAMENTOS NOT < 200
               ADD 1 TO QTD-REJEITADOS
               DISPLAY "EM01DIST - LINHA DO PARDST IGNORADA: "
                       REG-PARDST
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-ROTEAMENTOS.
            MOVE NOME-REL-PAR TO NOME-REL-TAB(QTD-ROTEAMENTOS).
            MOVE AREA-PAR TO AREA-TAB(QTD-ROTEAMENTOS).
            MOVE 1 TO COPIAS-TAB(QTD-ROTEAMENTOS).
            IF COPIAS-PAR IS NUMERIC
               AND COPIAS-PAR > "00"
               MOVE COPIAS-PAR TO COPIAS-TAB(QTD-ROTEAMENTOS)
            END-IF.
            MOVE MODO-PAR TO MODO-TAB(QTD-ROTEAMENTOS).
            MOVE DIAS-PAR TO DIAS-TAB(QTD-ROTEAMENTOS).
            MOVE "FORA" TO SITUACAO-TAB(QTD-ROTEAMENTOS).
            PERFORM REGISTRA-AREA.

       REGISTRA-AREA.
            MOVE "NAO" TO ACHOU.
            PERFORM PROCURA-AREA
                    VARYING WK-IND-AREA FROM 1 BY 1
                    UNTIL WK-IND-AREA > QTD-AREAS
                       OR ACHOU EQUAL "SIM".
            IF ACHOU EQUAL "NAO"
               AND QTD-AREAS < 50
               ADD 1 TO QTD-AREAS
               MOVE AREA-PAR TO AREA-LST-TAB(QTD-AREAS)
            END-IF.

       PROCURA-AREA.
            IF AREA-LST-TAB(WK-IND-AREA) EQUAL AREA-PAR
               MOVE "SIM" TO ACHOU
            END-IF.

       CARREGA-RELATORIOS-DIA.
      * SO CONTA COMO DO DIA O RELATORIO GRAVADO HOJE.
            MOVE SPACES TO WK-COMANDO.
            STRING "find . -maxdepth 1 -name 'REL*.DAT' -daystart "
                   DELIMITED BY SIZE
                   "! -name RELDST.DAT -mtime 0 -printf '%f\n' "
                   DELIMITED BY SIZE
                   "> WRKDST.TMP" DELIMITED BY SIZE
                   INTO WK-COMANDO.
            CALL "SYSTEM" USING WK-COMANDO.
            OPEN INPUT WRKDST.
            IF WRKDST-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM LEITURA-WRKDST
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE WRKDST.
            MOVE "rm -f WRKDST.TMP" TO WK-COMANDO.
            CALL "SYSTEM" USING WK-COMANDO.

       LEITURA-WRKDST.
            READ WRKDST
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF QTD-DIA < 200
                   ADD 1 TO QTD-DIA
                   MOVE SPACES TO NOME-DIA-REL-TAB(QTD-DIA)
                   UNSTRING ARQUIVO-WRK DELIMITED BY "."
                            INTO NOME-DIA-REL-TAB(QTD-DIA)
                   MOVE "NAO" TO ROTEADO-DIA-TAB(QTD-DIA)
                END-IF.

       CLASSIFICA-ROTEAMENTO.
            IF DIAS-TAB(WK-IND) NOT EQUAL SPACES
               AND DIAS-TAB(WK-IND)(WK-DIA-SEMANA:1) NOT EQUAL "S"
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-ESPERADOS.
            MOVE NOME-REL-TAB(WK-IND) TO WK-NOME.
            MOVE "NAO" TO ACHOU.
            PERFORM PROCURA-RELATORIO-DIA
                    VARYING WK-IND-DIA FROM 1 BY 1
                    UNTIL WK-IND-DIA > QTD-DIA.
            IF ACHOU EQUAL "NAO"
               MOVE "AUSENTE" TO SITUACAO-TAB(WK-IND)
               ADD 1 TO QTD-AUSENTES
            ELSE
               IF MODO-TAB(WK-IND) EQUAL "I"
                  MOVE "IMPRESSO" TO SITUACAO-TAB(WK-IND)
                  ADD 1 TO QTD-IMPRESSOS
               ELSE
                  MOVE "ARQUIVO" TO SITUACAO-TAB(WK-IND)
                  ADD 1 TO QTD-ARQUIVO
               END-IF
            END-IF.

       PROCURA-RELATORIO-DIA.
            IF NOME-DIA-REL-TAB(WK-IND-DIA) EQUAL WK-NOME
               MOVE "SIM" TO ACHOU
               MOVE "SIM" TO ROTEADO-DIA-TAB(WK-IND-DIA)
            END-IF.

       DISTRIBUI-AREA.
            MOVE ZEROS TO WK-IMPRESSOS-AREA.
            PERFORM CONTA-IMPRESSOS-AREA
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-ROTEAMENTOS.
            IF WK-IMPRESSOS-AREA > ZEROS
               PERFORM PAGINA-ROSTO
               PERFORM IMPRIME-ROTEAMENTO
                       VARYING WK-IND FROM 1 BY 1
                       UNTIL WK-IND > QTD-ROTEAMENTOS
            END-IF.
            PERFORM REGISTRA-ENTREGA
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-ROTEAMENTOS.

       CONTA-IMPRESSOS-AREA.
            IF AREA-TAB(WK-IND) EQUAL AREA-LST-TAB(WK-IND-AREA)
               AND SITUACAO-TAB(WK-IND) EQUAL "IMPRESSO"
               ADD 1 TO WK-IMPRESSOS-AREA
            END-IF.

       PAGINA-ROSTO.
            MOVE ALL "*" TO LINHA-SPLDST.
            PERFORM GRAVA-SPLDST.
            MOVE SPACES TO LINHA-SPLDST.
            PERFORM GRAVA-SPLDST.
            STRING "     DESTINATARIO : " DELIMITED BY SIZE
                   AREA-LST-TAB(WK-IND-AREA) DELIMITED BY SIZE
                   INTO LINHA-SPLDST.
            PERFORM GRAVA-SPLDST.
            MOVE SPACES TO LINHA-SPLDST.
            STRING "     DISTRIBUICAO : " DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOME-DIA-TAB(WK-DIA-SEMANA) DELIMITED BY SPACE
                   " - EM01DIST" DELIMITED BY SIZE
                   INTO LINHA-SPLDST.
            PERFORM GRAVA-SPLDST.
            MOVE SPACES TO LINHA-SPLDST.
            PERFORM GRAVA-SPLDST.
            MOVE "     RELATORIOS   COPIAS" TO LINHA-SPLDST.
            PERFORM GRAVA-SPLDST.
            PERFORM LISTA-ROSTO
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-ROTEAMENTOS.
            MOVE SPACES TO LINHA-SPLDST.
            PERFORM GRAVA-SPLDST.
            MOVE ALL "*" TO LINHA-SPLDST.
            PERFORM GRAVA-SPLDST.

       LISTA-ROSTO.
            IF AREA-TAB(WK-IND) NOT EQUAL AREA-LST-TAB(WK-IND-AREA)
               OR SITUACAO-TAB(WK-IND) NOT EQUAL "IMPRESSO"
               EXIT PARAGRAPH
            END-IF.
            MOVE COPIAS-TAB(WK-IND) TO WK-COPIAS-ED.
            MOVE SPACES TO LINHA-SPLDST.
            STRING "     " DELIMITED BY SIZE
                   NOME-REL-TAB(WK-IND) DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   WK-COPIAS-ED DELIMITED BY SIZE
                   INTO LINHA-SPLDST.
            PERFORM GRAVA-SPLDST.

       IMPRIME-ROTEAMENTO.
            IF AREA-TAB(WK-IND) NOT EQUAL AREA-LST-TAB(WK-IND-AREA)
               OR SITUACAO-TAB(WK-IND) NOT EQUAL "IMPRESSO"
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO ARQREL-NOME.
            STRING NOME-REL-TAB(WK-IND) DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO ARQREL-NOME.
            PERFORM COPIA-RELATORIO
                    VARYING WK-COPIA FROM 1 BY 1
                    UNTIL WK-COPIA > COPIAS-TAB(WK-IND).

       COPIA-RELATORIO.
            MOVE SPACES TO LINHA-SPLDST.
            MOVE WK-COPIA TO WK-COPIA-ED.
            MOVE COPIAS-TAB(WK-IND) TO WK-COPIAS-ED.
            STRING "----- " DELIMITED BY SIZE
                   NOME-REL-TAB(WK-IND) DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   AREA-TAB(WK-IND) DELIMITED BY "  "
                   " - COPIA" DELIMITED BY SIZE
                   WK-COPIA-ED DELIMITED BY SIZE
                   " DE" DELIMITED BY SIZE
                   WK-COPIAS-ED DELIMITED BY SIZE
                   " -----" DELIMITED BY SIZE
                   INTO LINHA-SPLDST.
            PERFORM GRAVA-SPLDST.
            OPEN INPUT ARQREL.
            IF ARQREL-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM COPIA-LINHA
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ARQREL.

       COPIA-LINHA.
            READ ARQREL
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                MOVE LINHA-ARQREL TO LINHA-SPLDST
                PERFORM GRAVA-SPLDST
            END-READ.

       GRAVA-SPLDST.
            WRITE REG-SPLDST.
            ADD 1 TO QTD-LINHAS-SPOOL.
            MOVE SPACES TO LINHA-SPLDST.

       REGISTRA-ENTREGA.
            IF AREA-TAB(WK-IND) NOT EQUAL AREA-LST-TAB(WK-IND-AREA)
               OR SITUACAO-TAB(WK-IND) EQUAL "FORA"
               EXIT PARAGRAPH
            END-IF.
            MOVE DATA-SISTEMA TO DATA-DST.
            MOVE HORA-SISTEMA TO HORA-DST.
            MOVE NOME-REL-TAB(WK-IND) TO NOME-REL-DST.
            MOVE AREA-TAB(WK-IND) TO AREA-DST.
            MOVE COPIAS-TAB(WK-IND) TO COPIAS-DST.
            MOVE MODO-TAB(WK-IND) TO MODO-DST.
            MOVE SITUACAO-TAB(WK-IND) TO SITUACAO-DST.
            WRITE REG-DST.
            MOVE COPIAS-TAB(WK-IND) TO WK-COPIAS-ED.
            MOVE SPACES TO LINHA-RELDST.
            STRING NOME-REL-TAB(WK-IND) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AREA-TAB(WK-IND) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-COPIAS-ED DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   MODO-TAB(WK-IND) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   SITUACAO-TAB(WK-IND) DELIMITED BY SIZE
                   INTO LINHA-RELDST.
            WRITE REG-RELDST.

       CABECALHO-RELDST.
            MOVE SPACES TO LINHA-RELDST.
            STRING "DISTRIBUICAO DE RELATORIOS - EM01DIST - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOME-DIA-TAB(WK-DIA-SEMANA) DELIMITED BY SPACE
                   INTO LINHA-RELDST.
            WRITE REG-RELDST.
            MOVE SPACES TO LINHA-RELDST.
            WRITE REG-RELDST.
            MOVE "RELAT.    AREA                  COP  MODO SITUACAO"
                 TO LINHA-RELDST.
            WRITE REG-RELDST.

       LISTA-NAO-ROTEADO.
            IF ROTEADO-DIA-TAB(WK-IND-DIA) EQUAL "SIM"
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-NAO-ROTEADOS.
            MOVE SPACES TO LINHA-RELDST.
            STRING NOME-DIA-REL-TAB(WK-IND-DIA) DELIMITED BY SIZE
                   "  GERADO HOJE E SEM ROTEAMENTO NO DIA"
                   DELIMITED BY SIZE
                   INTO LINHA-RELDST.
            WRITE REG-RELDST.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01DIST" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-ESPERADOS TO QTD-LIDOS-LOG.
            COMPUTE QTD-GRAVADOS-LOG = QTD-IMPRESSOS + QTD-ARQUIVO.
            MOVE QTD-AUSENTES TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            MOVE SPACES TO LINHA-RELDST.
            WRITE REG-RELDST.
            PERFORM LISTA-NAO-ROTEADO
                    VARYING WK-IND-DIA FROM 1 BY 1
                    UNTIL WK-IND-DIA > QTD-DIA.
            MOVE SPACES TO LINHA-RELDST.
            WRITE REG-RELDST.
            MOVE SPACES TO LINHA-RELDST.
            STRING "ROTEAMENTOS NA TABELA .: " DELIMITED BY SIZE
                   QTD-ROTEAMENTOS DELIMITED BY SIZE
                   INTO LINHA-RELDST.
            WRITE REG-RELDST.
            MOVE SPACES TO LINHA-RELDST.
            STRING "ESPERADOS NO DIA ......: " DELIMITED BY SIZE
                   QTD-ESPERADOS DELIMITED BY SIZE
                   INTO LINHA-RELDST.
            WRITE REG-RELDST.
            MOVE SPACES TO LINHA-RELDST.
            STRING "IMPRESSOS NO SPOOL ....: " DELIMITED BY SIZE
                   QTD-IMPRESSOS DELIMITED BY SIZE
                   INTO LINHA-RELDST.
            WRITE REG-RELDST.
            MOVE SPACES TO LINHA-RELDST.
            STRING "SO ARQUIVO ............: " DELIMITED BY SIZE
                   QTD-ARQUIVO DELIMITED BY SIZE
                   INTO LINHA-RELDST.
            WRITE REG-RELDST.
            MOVE SPACES TO LINHA-RELDST.
            STRING "AUSENTES ..............: " DELIMITED BY SIZE
                   QTD-AUSENTES DELIMITED BY SIZE
                   INTO LINHA-RELDST.
            WRITE REG-RELDST.
            MOVE SPACES TO LINHA-RELDST.
            STRING "DO DIA SEM ROTEAMENTO .: " DELIMITED BY SIZE
                   QTD-NAO-ROTEADOS DELIMITED BY SIZE
                   INTO LINHA-RELDST.
            WRITE REG-RELDST.
            MOVE SPACES TO LINHA-RELDST.
            STRING "LINHAS IGNORADAS PARDST: " DELIMITED BY SIZE
                   QTD-REJEITADOS DELIMITED BY SIZE
                   INTO LINHA-RELDST.
            WRITE REG-RELDST.
            CLOSE SPLDST
                  CADDST
                  RELDST.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01DIST - DISTRIBUICAO DE " DATA-SISTEMA
                    " - ESPERADOS " QTD-ESPERADOS
                    " - IMPRESSOS " QTD-IMPRESSOS
                    " - AUSENTES " QTD-AUSENTES.
            IF QTD-AUSENTES > ZEROS
               MOVE 4 TO RETURN-CODE
            END-IF.
