       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01AVIS.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. REGUA DE COBRANCA - AVISOS DE DEBITO AOS RESPONSAVEIS.
      *         ATE AQUI O RELINA LISTAVA OS DEVEDORES E NADA CHEGAVA
      *         A FAMILIA ALEM DE UM TELEFONEMA. PERCORRE O CONTAS A
      *         RECEBER CADCRE NA ORDEM DA CHAVE, COM QUEBRA POR ALUNO,
      *         E PARA CADA ALUNO COM PARTIDA VENCIDA ESCOLHE O NIVEL
      *         DO AVISO PELOS DIAS DE ATRASO DA PARTIDA MAIS ANTIGA:
      *         1=LEMBRETE AMIGAVEL, 2=NOTIFICACAO FORMAL E 3=AVISO
      *         FINAL, COM OS LIMITES EM DIAS LIDOS DO ARQUIVO DE
      *         PARAMETROS PARAVI (SEM ELE VALEM 15, 30 E 60 DIAS).
      *         CADA AVISO SAI NO ARQUIVO AVISOS NO MESMO DESENHO DE
      *         PAGINA DAS CARTAS DO EM01CART, COM O BLOCO DE ENDERECO
      *         DO CADRES (SEM O REGISTRO, A CARTA SAI COM O ENDERECO
      *         PENDENTE) E A LISTA DAS PARTIDAS EM ABERTO COM
      *         VENCIMENTO E SALDO. TODO AVISO EMITIDO E GRAVADO NO
      *         HISTORICO CADAVI (INDEXADO POR ALUNO + COMPETENCIA DA
      *         PARTIDA MAIS ANTIGA + NIVEL), E O MESMO NIVEL NUNCA E
      *         ENVIADO DUAS VEZES PARA O MESMO DEBITO. O ALUNO QUE
      *         CHEGA AO AVISO FINAL RECEBE O BLOQUEIO FINANCEIRO NO
      *         CADBLQ (COPY BLQREG), CONSULTADO PELA REMATRICULA E
      *         PELA EMISSAO DE DOCUMENTOS; O ALUNO BLOQUEADO QUE NAO
      *         TEM MAIS PARTIDA VENCIDA E LIBERADO NA MESMA PASSADA.
      *         OS SALDOS SAO OS DO CADCRE, COM OS ENCARGOS LANCADOS
      *         NA ULTIMA EXECUCAO DO EM01INAD - RODE-O ANTES. AO
      *         FINAL SAI UMA CAPA-RESUMO COM OS AVISOS POR NIVEL, OS
      *         BLOQUEIOS E AS LIBERACOES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADCRE  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      CHAVE-CRE
           FILE STATUS IS CADCRE-STATUS.
           SELECT     PARAVI  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARAVI-STATUS.
           SELECT     CADAVI  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-AVI
           FILE STATUS IS CADAVI-STATUS.
           SELECT     CADBLQ  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-BLQ
           FILE STATUS IS CADBLQ-STATUS.
           SELECT     CADRES  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-RES
           ALTERNATE RECORD KEY IS FAMILIA-RES WITH DUPLICATES
           FILE STATUS IS CADRES-STATUS.
           SELECT     AVISOS  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS AVISOS-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADCRE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADCRE.DAT".

       COPY CREREG.

       FD PARAVI
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARAVI.DAT".

       01 REG-PARAVI.
           02 DIAS-NIVEL1-PAR      PIC 9(03).
           02 DIAS-NIVEL2-PAR      PIC 9(03).
           02 DIAS-NIVEL3-PAR      PIC 9(03).

       FD CADAVI
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADAVI.DAT".

       01 REG-AVI.
           02 CHAVE-AVI.
             03 NUMERO-AVI          PIC 9(05).
             03 COMPETENCIA-AVI     PIC 9(06).
             03 NIVEL-AVI           PIC 9(01).
           02 DATA-AVI              PIC 9(08).
           02 DIAS-ATRASO-AVI       PIC 9(05).
           02 SALDO-AVI             PIC 9(06)V99.

       FD CADBLQ
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADBLQ.DAT".

       COPY BLQREG.

       FD CADRES
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRES.DAT".

       COPY RESREG.

       FD AVISOS
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "AVISOS.DAT".

       01 REG-AVISO.
           02 LINHA-AVISO          PIC X(80).

       WORKING-STORAGE SECTION.

       77 CADCRE-STATUS     PIC X(02) VALUE SPACES.
       77 PARAVI-STATUS     PIC X(02) VALUE SPACES.
       77 CADAVI-STATUS     PIC X(02) VALUE SPACES.
       77 CADBLQ-STATUS     PIC X(02) VALUE SPACES.
       77 CADRES-STATUS     PIC X(02) VALUE SPACES.
       77 AVISOS-STATUS     PIC X(02) VALUE SPACES.
       77 FIM-CRE           PIC X(03) VALUE "NAO".
       77 TEM-CADRES        PIC X(03) VALUE "NAO".
       77 ACHOU-CONTATO     PIC X(03) VALUE "NAO".
       77 ACHOU-AVISO       PIC X(03) VALUE "NAO".
       77 ACHOU-BLOQUEIO    PIC X(03) VALUE "NAO".
       77 DIAS-NIVEL1       PIC 9(03) VALUE 15.
       77 DIAS-NIVEL2       PIC 9(03) VALUE 30.
       77 DIAS-NIVEL3       PIC 9(03) VALUE 60.
       77 WK-NIVEL          PIC 9(01) VALUE ZEROS.
       77 WK-NUMERO-ANT     PIC 9(05) VALUE ZEROS.
       77 WK-NOME-ANT       PIC X(20) VALUE SPACES.
       77 WK-TURMA-ANT      PIC X(03) VALUE SPACES.
       77 WK-COMPET-ANTIGA  PIC 9(06) VALUE ZEROS.
       77 WK-VENCTO-ANTIGO  PIC 9(08) VALUE ZEROS.
       77 WK-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 WK-DIAS-ATRASO    PIC 9(07) VALUE ZEROS.
       77 WK-ANO-AJ         PIC 9(04) VALUE ZEROS.
       77 WK-MES-AJ         PIC 9(02) VALUE ZEROS.
       77 WK-Q4             PIC 9(04) VALUE ZEROS.
       77 WK-Q100           PIC 9(04) VALUE ZEROS.
       77 WK-Q400           PIC 9(04) VALUE ZEROS.
       77 WK-QMES           PIC 9(03) VALUE ZEROS.
       77 WK-DIAS-CALC      PIC 9(07) VALUE ZEROS.
       77 ALU-ABERTO        PIC 9(06)V99 VALUE ZEROS.
       77 ALU-VENCIDO       PIC 9(06)V99 VALUE ZEROS.
       77 QTD-PARTIDAS      PIC 9(03) VALUE ZEROS.
       77 QTD-EXCEDENTES    PIC 9(03) VALUE ZEROS.
       77 WK-IND            PIC 9(03) VALUE ZEROS.
       77 QTD-AVISOS1       PIC 9(05) VALUE ZEROS.
       77 QTD-AVISOS2       PIC 9(05) VALUE ZEROS.
       77 QTD-AVISOS3       PIC 9(05) VALUE ZEROS.
       77 QTD-JA-AVISADOS   PIC 9(05) VALUE ZEROS.
       77 QTD-BLOQUEIOS     PIC 9(05) VALUE ZEROS.
       77 QTD-LIBERACOES    PIC 9(05) VALUE ZEROS.
       77 WK-NUMERO-ED      PIC ZZZZ9.
       77 WK-DIAS-ED        PIC ZZZZ9.
       77 WK-VALOR-ED       PIC ZZZZ9,99.
       77 WK-TOTAL-ED       PIC ZZZZZ9,99.
       77 WK-TITULO         PIC X(40) VALUE SPACES.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-DATA-CALC.
           02 ANO-CALC             PIC 9(04).
           02 MES-CALC             PIC 9(02).
           02 DIA-CALC             PIC 9(02).
       01 WK-DATA-ED.
           02 DIA-ED               PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 MES-ED               PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 ANO-ED               PIC 9(04).
       01 TAB-PARTIDAS.
           02 PAR-TAB OCCURS 60 TIMES.
              03 COMPET-PAR-TAB    PIC 9(06).
              03 VENCTO-PAR-TAB    PIC 9(08).
              03 SALDO-PAR-TAB     PIC 9(05)V99.

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-CRE EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE DATA-SISTEMA TO WK-DATA-CALC.
            PERFORM CALCULA-DIAS.
            MOVE WK-DIAS-CALC TO WK-DIAS-HOJE.
            PERFORM CARGA-PARAVI.
            OPEN INPUT CADCRE.
            IF CADCRE-STATUS NOT EQUAL "00"
               DISPLAY "EM01AVIS - CADCRE NAO ABRIU - STATUS "
                       CADCRE-STATUS " - RODE O EM01MENS ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CADAVI.
            IF CADAVI-STATUS EQUAL "35"
               CLOSE CADAVI
               OPEN OUTPUT CADAVI
               CLOSE CADAVI
               OPEN I-O CADAVI
            END-IF.
            IF CADAVI-STATUS NOT EQUAL "00"
               DISPLAY "EM01AVIS - CADAVI NAO ABRIU - STATUS "
                       CADAVI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CADBLQ.
            IF CADBLQ-STATUS EQUAL "35"
               CLOSE CADBLQ
               OPEN OUTPUT CADBLQ
               CLOSE CADBLQ
               OPEN I-O CADBLQ
            END-IF.
            IF CADBLQ-STATUS NOT EQUAL "00"
               DISPLAY "EM01AVIS - CADBLQ NAO ABRIU - STATUS "
                       CADBLQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADRES.
            IF CADRES-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADRES
            ELSE
               DISPLAY "EM01AVIS - CADRES NAO ABRIU - AVISOS SEM "
                       "BLOCO DE ENDERECO"
            END-IF.
            OPEN OUTPUT AVISOS.
            MOVE ZEROS TO CHAVE-CRE.
            START CADCRE KEY IS NOT LESS THAN CHAVE-CRE
                INVALID KEY
                MOVE "SIM" TO FIM-CRE
            END-START.

       CARGA-PARAVI.
            OPEN INPUT PARAVI.
            IF PARAVI-STATUS EQUAL "00"
               PERFORM LEITURA-PARAVI
               CLOSE PARAVI
            END-IF.

       LEITURA-PARAVI.
            READ PARAVI
                AT END
                CONTINUE
                NOT AT END
                IF REG-PARAVI IS NUMERIC
                   AND DIAS-NIVEL1-PAR < DIAS-NIVEL2-PAR
                   AND DIAS-NIVEL2-PAR < DIAS-NIVEL3-PAR
                   MOVE DIAS-NIVEL1-PAR TO DIAS-NIVEL1
                   MOVE DIAS-NIVEL2-PAR TO DIAS-NIVEL2
                   MOVE DIAS-NIVEL3-PAR TO DIAS-NIVEL3
                ELSE
                   DISPLAY "EM01AVIS - PARAVI INVALIDO - VALEM OS "
                           "LIMITES DE 15, 30 E 60 DIAS"
                END-IF.

       PRINCIPAL.
            READ CADCRE NEXT
                AT END
                MOVE "SIM" TO FIM-CRE
                NOT AT END
                PERFORM TRATA-PARTIDA
            END-READ.

       TRATA-PARTIDA.
            IF NUMERO-CRE NOT EQUAL WK-NUMERO-ANT
               PERFORM FECHA-ALUNO
               MOVE NUMERO-CRE TO WK-NUMERO-ANT
               MOVE NOME-CRE TO WK-NOME-ANT
               MOVE TURMA-CRE TO WK-TURMA-ANT
            END-IF.
            IF SITUACAO-CRE NOT EQUAL "A" OR SALDO-CRE EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            ADD SALDO-CRE TO ALU-ABERTO.
            IF QTD-PARTIDAS < 60
               ADD 1 TO QTD-PARTIDAS
               MOVE COMPETENCIA-CRE TO COMPET-PAR-TAB(QTD-PARTIDAS)
               MOVE DATA-VENCTO-CRE TO VENCTO-PAR-TAB(QTD-PARTIDAS)
               MOVE SALDO-CRE TO SALDO-PAR-TAB(QTD-PARTIDAS)
            ELSE
               ADD 1 TO QTD-EXCEDENTES
            END-IF.
            IF DATA-VENCTO-CRE NOT < DATA-SISTEMA
               EXIT PARAGRAPH
            END-IF.
            ADD SALDO-CRE TO ALU-VENCIDO.
            IF WK-COMPET-ANTIGA EQUAL ZEROS
               MOVE COMPETENCIA-CRE TO WK-COMPET-ANTIGA
               MOVE DATA-VENCTO-CRE TO WK-VENCTO-ANTIGO
            END-IF.

       FECHA-ALUNO.
            IF WK-NUMERO-ANT NOT EQUAL ZEROS
               IF ALU-VENCIDO > ZEROS
                  PERFORM AVALIA-AVISO
               ELSE
                  PERFORM LIBERA-BLOQUEIO
               END-IF
            END-IF.
            MOVE ZEROS TO ALU-ABERTO
                          ALU-VENCIDO
                          QTD-PARTIDAS
                          QTD-EXCEDENTES
                          WK-COMPET-ANTIGA
                          WK-VENCTO-ANTIGO.

       AVALIA-AVISO.
            MOVE WK-VENCTO-ANTIGO TO WK-DATA-CALC.
            PERFORM CALCULA-DIAS.
            COMPUTE WK-DIAS-ATRASO = WK-DIAS-HOJE - WK-DIAS-CALC.
            EVALUATE TRUE
                WHEN WK-DIAS-ATRASO NOT < DIAS-NIVEL3
                     MOVE 3 TO WK-NIVEL
                WHEN WK-DIAS-ATRASO NOT < DIAS-NIVEL2
                     MOVE 2 TO WK-NIVEL
                WHEN WK-DIAS-ATRASO NOT < DIAS-NIVEL1
                     MOVE 1 TO WK-NIVEL
                WHEN OTHER
                     MOVE ZEROS TO WK-NIVEL
            END-EVALUATE.
            IF WK-NIVEL EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE WK-NUMERO-ANT TO NUMERO-AVI.
            MOVE WK-COMPET-ANTIGA TO COMPETENCIA-AVI.
            MOVE WK-NIVEL TO NIVEL-AVI.
            READ CADAVI
                INVALID KEY
                MOVE "NAO" TO ACHOU-AVISO
                NOT INVALID KEY
                MOVE "SIM" TO ACHOU-AVISO
            END-READ.
            IF ACHOU-AVISO EQUAL "SIM"
               ADD 1 TO QTD-JA-AVISADOS
               EXIT PARAGRAPH
            END-IF.
            PERFORM EMITE-AVISO.
            PERFORM GRAVA-HISTORICO.
            IF WK-NIVEL EQUAL 3
               PERFORM ARMA-BLOQUEIO
            END-IF.

       GRAVA-HISTORICO.
            MOVE WK-NUMERO-ANT TO NUMERO-AVI.
            MOVE WK-COMPET-ANTIGA TO COMPETENCIA-AVI.
            MOVE WK-NIVEL TO NIVEL-AVI.
            MOVE DATA-SISTEMA TO DATA-AVI.
            MOVE WK-DIAS-ATRASO TO DIAS-ATRASO-AVI.
            MOVE ALU-VENCIDO TO SALDO-AVI.
            WRITE REG-AVI
                INVALID KEY
                DISPLAY "EM01AVIS - ERRO NA GRAVACAO DO CADAVI - "
                        "ALUNO " WK-NUMERO-ANT " - STATUS "
                        CADAVI-STATUS
            END-WRITE.
            EVALUATE WK-NIVEL
                WHEN 1
                     ADD 1 TO QTD-AVISOS1
                WHEN 2
                     ADD 1 TO QTD-AVISOS2
                WHEN OTHER
                     ADD 1 TO QTD-AVISOS3
            END-EVALUATE.

       ARMA-BLOQUEIO.
            MOVE WK-NUMERO-ANT TO NUMERO-BLQ.
            READ CADBLQ
                INVALID KEY
                MOVE "NAO" TO ACHOU-BLOQUEIO
                NOT INVALID KEY
                MOVE "SIM" TO ACHOU-BLOQUEIO
            END-READ.
            MOVE WK-NUMERO-ANT TO NUMERO-BLQ.
            MOVE "B" TO SITUACAO-BLQ.
            MOVE DATA-SISTEMA TO DATA-BLOQUEIO-BLQ.
            MOVE ZEROS TO DATA-LIBERACAO-BLQ.
            MOVE WK-COMPET-ANTIGA TO COMPETENCIA-BLQ.
            MOVE ALU-VENCIDO TO SALDO-BLQ.
            IF ACHOU-BLOQUEIO EQUAL "SIM"
               REWRITE REG-BLQ
            ELSE
               WRITE REG-BLQ
            END-IF.
            IF CADBLQ-STATUS NOT EQUAL "00"
               DISPLAY "EM01AVIS - ERRO NA GRAVACAO DO CADBLQ - "
                       "ALUNO " WK-NUMERO-ANT " - STATUS "
                       CADBLQ-STATUS
            ELSE
               ADD 1 TO QTD-BLOQUEIOS
            END-IF.

       LIBERA-BLOQUEIO.
            MOVE WK-NUMERO-ANT TO NUMERO-BLQ.
            READ CADBLQ
                INVALID KEY
                EXIT PARAGRAPH
            END-READ.
            IF SITUACAO-BLQ EQUAL "B"
               MOVE "L" TO SITUACAO-BLQ
               MOVE DATA-SISTEMA TO DATA-LIBERACAO-BLQ
               REWRITE REG-BLQ
               ADD 1 TO QTD-LIBERACOES
            END-IF.

       EMITE-AVISO.
            PERFORM BUSCA-CONTATO.
            EVALUATE WK-NIVEL
                WHEN 1
                     MOVE "LEMBRETE DE MENSALIDADE EM ABERTO"
                          TO WK-TITULO
                WHEN 2
                     MOVE "NOTIFICACAO DE DEBITO" TO WK-TITULO
                WHEN OTHER
                     MOVE "AVISO FINAL DE DEBITO" TO WK-TITULO
            END-EVALUATE.
            PERFORM ABRE-PAGINA.
            MOVE SPACES TO LINHA-AVISO.
            STRING "AO RESPONSAVEL PELO ALUNO " DELIMITED BY SIZE
                   WK-NOME-ANT DELIMITED BY SIZE
                   INTO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE SPACES TO LINHA-AVISO.
            STRING "NUMERO " DELIMITED BY SIZE
                   WK-NUMERO-ANT DELIMITED BY SIZE
                   " - TURMA " DELIMITED BY SIZE
                   WK-TURMA-ANT DELIMITED BY SIZE
                   INTO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE SPACES TO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE WK-TITULO TO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE SPACES TO LINHA-AVISO.
            WRITE REG-AVISO.
            PERFORM TEXTO-NIVEL.
            MOVE SPACES TO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE "COMPETENCIA  VENCIMENTO       SALDO" TO LINHA-AVISO.
            WRITE REG-AVISO.
            PERFORM LISTA-PARTIDA
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-PARTIDAS.
            IF QTD-EXCEDENTES > ZEROS
               MOVE SPACES TO LINHA-AVISO
               MOVE QTD-EXCEDENTES TO WK-NUMERO-ED
               STRING "E MAIS " DELIMITED BY SIZE
                      WK-NUMERO-ED DELIMITED BY SIZE
                      " PARTIDA(S) EM ABERTO" DELIMITED BY SIZE
                      INTO LINHA-AVISO
               WRITE REG-AVISO
            END-IF.
            MOVE SPACES TO LINHA-AVISO.
            MOVE ALU-ABERTO TO WK-TOTAL-ED.
            STRING "TOTAL EM ABERTO ........: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-AVISO.
            WRITE REG-AVISO.
            PERFORM FECHA-PAGINA.

       TEXTO-NIVEL.
            MOVE WK-DIAS-ATRASO TO WK-DIAS-ED.
            MOVE SPACES TO LINHA-AVISO.
            STRING "CONSTA EM NOSSOS REGISTROS DEBITO VENCIDO HA "
                   DELIMITED BY SIZE
                   WK-DIAS-ED DELIMITED BY SIZE
                   " DIAS." DELIMITED BY SIZE
                   INTO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE SPACES TO LINHA-AVISO.
            EVALUATE WK-NIVEL
                WHEN 1
                     MOVE "PEDIMOS A GENTILEZA DE REGULARIZAR. SE O "
                          TO LINHA-AVISO
                     WRITE REG-AVISO
                     MOVE "PAGAMENTO JA FOI FEITO, DESCONSIDERE ESTE "
                          TO LINHA-AVISO
                     WRITE REG-AVISO
                     MOVE "LEMBRETE." TO LINHA-AVISO
                     WRITE REG-AVISO
                WHEN 2
                     MOVE "SOLICITAMOS A REGULARIZACAO DO DEBITO NA "
                          TO LINHA-AVISO
                     WRITE REG-AVISO
                     MOVE "SECRETARIA NO PRAZO DE DEZ DIAS."
                          TO LINHA-AVISO
                     WRITE REG-AVISO
                WHEN OTHER
                     MOVE "ESGOTADOS OS AVISOS ANTERIORES, INFORMAMOS "
                          TO LINHA-AVISO
                     WRITE REG-AVISO
                     MOVE "QUE A REMATRICULA E A EMISSAO DE DOCUMENTOS "
                          TO LINHA-AVISO
                     WRITE REG-AVISO
                     MOVE "FICAM SUSPENSAS ATE A QUITACAO DO DEBITO."
                          TO LINHA-AVISO
                     WRITE REG-AVISO
            END-EVALUATE.

       LISTA-PARTIDA.
            MOVE VENCTO-PAR-TAB(WK-IND) TO WK-DATA-CALC.
            MOVE DIA-CALC TO DIA-ED.
            MOVE MES-CALC TO MES-ED.
            MOVE ANO-CALC TO ANO-ED.
            MOVE SALDO-PAR-TAB(WK-IND) TO WK-VALOR-ED.
            MOVE SPACES TO LINHA-AVISO.
            STRING COMPET-PAR-TAB(WK-IND)(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   COMPET-PAR-TAB(WK-IND)(1:4) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WK-DATA-ED DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WK-VALOR-ED DELIMITED BY SIZE
                   INTO LINHA-AVISO.
            WRITE REG-AVISO.

       BUSCA-CONTATO.
            MOVE "NAO" TO ACHOU-CONTATO.
            IF TEM-CADRES EQUAL "SIM"
               MOVE WK-NUMERO-ANT TO NUMERO-RES
               READ CADRES
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE "SIM" TO ACHOU-CONTATO
               END-READ
            END-IF.

       ABRE-PAGINA.
            MOVE ALL "-" TO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE SPACES TO LINHA-AVISO.
            STRING "FATEC-SP - SECRETARIA ACADEMICA - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE SPACES TO LINHA-AVISO.
            WRITE REG-AVISO.
            PERFORM BLOCO-ENDERECO.

       BLOCO-ENDERECO.
      * AS TRES LINHAS ABAIXO CAEM NA JANELA DO ENVELOPE.
            IF ACHOU-CONTATO EQUAL "SIM"
               MOVE SPACES TO LINHA-AVISO
               MOVE RESPONSAVEL-RES TO LINHA-AVISO
               WRITE REG-AVISO
               MOVE SPACES TO LINHA-AVISO
               MOVE ENDERECO-RES TO LINHA-AVISO
               WRITE REG-AVISO
               MOVE SPACES TO LINHA-AVISO
               STRING "CEP " DELIMITED BY SIZE
                      CEP-RES DELIMITED BY SIZE
                      INTO LINHA-AVISO
               WRITE REG-AVISO
            ELSE
               MOVE SPACES TO LINHA-AVISO
               MOVE "(ENDERECO PENDENTE - COMPLETAR NO CADRES)"
                    TO LINHA-AVISO
               WRITE REG-AVISO
               MOVE SPACES TO LINHA-AVISO
               WRITE REG-AVISO
               MOVE SPACES TO LINHA-AVISO
               WRITE REG-AVISO
            END-IF.
            MOVE SPACES TO LINHA-AVISO.
            WRITE REG-AVISO.

       FECHA-PAGINA.
            MOVE SPACES TO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE SPACES TO LINHA-AVISO.
            MOVE "ATENCIOSAMENTE, A TESOURARIA" TO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE SPACES TO LINHA-AVISO.
            WRITE REG-AVISO.

       CALCULA-DIAS.
            IF MES-CALC < 3
               COMPUTE WK-ANO-AJ = ANO-CALC - 1
               COMPUTE WK-MES-AJ = MES-CALC + 12
            ELSE
               MOVE ANO-CALC TO WK-ANO-AJ
               MOVE MES-CALC TO WK-MES-AJ
            END-IF.
            DIVIDE WK-ANO-AJ BY 4 GIVING WK-Q4.
            DIVIDE WK-ANO-AJ BY 100 GIVING WK-Q100.
            DIVIDE WK-ANO-AJ BY 400 GIVING WK-Q400.
            COMPUTE WK-QMES = (153 * (WK-MES-AJ - 3) + 2) / 5.
            COMPUTE WK-DIAS-CALC = 365 * WK-ANO-AJ + WK-Q4 - WK-Q100
                                 + WK-Q400 + WK-QMES + DIA-CALC.

       TERMINO.
            PERFORM FECHA-ALUNO.
            MOVE ALL "-" TO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE "CAPA-RESUMO DOS AVISOS DE DEBITO" TO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE SPACES TO LINHA-AVISO.
            STRING "LEMBRETES (NIVEL 1) ...: " DELIMITED BY SIZE
                   QTD-AVISOS1 DELIMITED BY SIZE
                   INTO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE SPACES TO LINHA-AVISO.
            STRING "NOTIFICACOES (NIVEL 2) : " DELIMITED BY SIZE
                   QTD-AVISOS2 DELIMITED BY SIZE
                   INTO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE SPACES TO LINHA-AVISO.
            STRING "AVISOS FINAIS (NIVEL 3): " DELIMITED BY SIZE
                   QTD-AVISOS3 DELIMITED BY SIZE
                   INTO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE SPACES TO LINHA-AVISO.
            STRING "JA AVISADOS NO NIVEL ..: " DELIMITED BY SIZE
                   QTD-JA-AVISADOS DELIMITED BY SIZE
                   INTO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE SPACES TO LINHA-AVISO.
            STRING "BLOQUEIOS ARMADOS .....: " DELIMITED BY SIZE
                   QTD-BLOQUEIOS DELIMITED BY SIZE
                   INTO LINHA-AVISO.
            WRITE REG-AVISO.
            MOVE SPACES TO LINHA-AVISO.
            STRING "BLOQUEIOS LIBERADOS ...: " DELIMITED BY SIZE
                   QTD-LIBERACOES DELIMITED BY SIZE
                   INTO LINHA-AVISO.
            WRITE REG-AVISO.
            DISPLAY "EM01AVIS - NIVEL 1 " QTD-AVISOS1
                    " - NIVEL 2 " QTD-AVISOS2
                    " - NIVEL 3 " QTD-AVISOS3
                    " - BLOQUEIOS " QTD-BLOQUEIOS
                    " - LIBERACOES " QTD-LIBERACOES.
            CLOSE CADCRE
                  CADAVI
                  CADBLQ
                  AVISOS.
            IF TEM-CADRES EQUAL "SIM"
               CLOSE CADRES
            END-IF.
