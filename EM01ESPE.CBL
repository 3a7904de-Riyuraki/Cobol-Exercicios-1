       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01ESPE.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. RODADA DIARIA DA LISTA DE ESPERA POR TURMA CADESP
      *         (COPY ESPREG), ALIMENTADA PELO EM01MANT, PELO EM01MLOT
      *         E PELO EM01IMPO COM AS INCLUSOES RECUSADAS POR TURMA
      *         LOTADA, EM VEZ DA LISTA EM PAPEL QUE SO ANDAVA QUANDO
      *         ALGUEM SE LEMBRAVA DELA. A PRIMEIRA PASSAGEM PELO
      *         CADESP VENCE AS OFERTAS SEM RESPOSTA CUJO PRAZO JA
      *         PASSOU (SITUACAO V, A VAGA VOLTA PARA A LISTA) E
      *         MATRICULA NO CADALU OS PEDIDOS CUJA OFERTA FOI ACEITA
      *         NO PRAZO (SITUACAO A, REGISTRADA PELO EM01MESP), COM A
      *         IMAGEM DO ALUNO GUARDADA NO PEDIDO, A TURMA DA LISTA E
      *         SITUACAO A; CADA MATRICULA VAI PARA O JORNAL CADJRN
      *         COMO TODO GRAVADOR EM LOTE DO CADALU, E O PEDIDO FICA
      *         COM SITUACAO M. NUMERO QUE JA EXISTA NO CADALU NAO E
      *         MATRICULADO: SAI NO RELATORIO PARA A SECRETARIA
      *         RESOLVER E O PROGRAMA RETORNA CODIGO 4. AS VAGAS DE
      *         CADA TURMA SAO A CAPACIDADE DO CADTUR MENOS OS ALUNOS
      *         QUE OCUPAM LUGAR NO CADALU (TODOS MENOS T, C, X E F,
      *         COMO NO EM01MANT - E ASSIM QUE OS CANCELAMENTOS E AS
      *         TRANSFERENCIAS DO EM01TRSF LIBERAM LUGAR) E MENOS AS
      *         OFERTAS AINDA EM ABERTO. A SEGUNDA PASSAGEM ORDENA OS
      *         PEDIDOS EM ESPERA POR TURMA, PRIORIDADE (1 = IRMAO DE
      *         ALUNO, 2 = FILHO DE FUNCIONARIO, 3 = GERAL), DATA E
      *         HORA DO PEDIDO, E OFERECE CADA VAGA LIVRE AO PROXIMO
      *         DA FILA (SITUACAO O, COM A DATA DA OFERTA E O PRAZO DE
      *         RESPOSTA, EM DIAS CORRIDOS LIDOS DO PARESP - SEM ELE,
      *         CINCO DIAS). SAEM A LISTA DE OFERTAS E OCORRENCIAS
      *         RELESP, COM O RESUMO DE VAGAS POR TURMA, E AS CARTAS
      *         DE OFERTA CARESP NO FORMATO DO EM01CART, COM O BLOCO
      *         DE ENDERECO DO CADRES QUANDO HOUVER. COMO GRAVA NO
      *         CADALU, A RODADA RESPEITA A TRAVA CADLCK DA CADEIA
      *         BATCH (CODIGO 12). AO FINAL, GRAVA UMA LINHA DE
      *         ESTATISTICA EM EM01LOG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     PARESP  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARESP-STATUS.
           SELECT     CADESP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      CHAVE-ESP
           FILE STATUS IS CADESP-STATUS.
           SELECT     CADALU  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS IS CADALU-STATUS.
           SELECT     CADTUR  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CODIGO-TUR
           FILE STATUS IS CADTUR-STATUS.
           SELECT     CADRES  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-RES
           ALTERNATE RECORD KEY IS FAMILIA-RES WITH DUPLICATES
           FILE STATUS IS CADRES-STATUS.
           SELECT     SORT-ESP  ASSIGN  TO    "SRTESP".
           SELECT     RELESP  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELESP-STATUS.
           SELECT     CARESP  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CARESP-STATUS.
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
       FD PARESP
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARESP.DAT".

       01 REG-PARESP.
           02 PRAZO-DIAS-PAR       PIC 9(02).

       FD CADESP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADESP.DAT".

       COPY ESPREG.

       FD CADALU
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADALU.DAT".

       COPY ALUREG.

       FD CADTUR
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADTUR.DAT".

       COPY TURREG.

       FD CADRES
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRES.DAT".

       COPY RESREG.

       SD SORT-ESP.

       01 REG-SORT-ESP.
           02 TURMA-SRT             PIC X(03).
           02 PRIORIDADE-SRT        PIC 9(01).
           02 DATA-SRT              PIC 9(08).
           02 HORA-SRT              PIC 9(08).
           02 NUMERO-SRT            PIC 9(05).

       FD RELESP
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELESP.DAT".

       01 REG-RELESP.
           02 LINHA-RELESP         PIC X(80).

       FD CARESP
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CARESP.DAT".

       01 REG-CARESP.
           02 LINHA-CARTA          PIC X(80).

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

       77 PARESP-STATUS     PIC X(02) VALUE SPACES.
       77 CADESP-STATUS     PIC X(02) VALUE SPACES.
       77 CADALU-STATUS     PIC X(02) VALUE SPACES.
       77 CADTUR-STATUS     PIC X(02) VALUE SPACES.
       77 CADRES-STATUS     PIC X(02) VALUE SPACES.
       77 RELESP-STATUS     PIC X(02) VALUE SPACES.
       77 CARESP-STATUS     PIC X(02) VALUE SPACES.
       77 CADLCK-STATUS     PIC X(02) VALUE SPACES.
       77 CADJRN-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 TRAVA-ATIVA       PIC X(03) VALUE "NAO".
       77 TEM-CADRES        PIC X(03) VALUE "NAO".
       77 ACHOU-CONTATO     PIC X(03) VALUE "NAO".
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-SORT          PIC X(03) VALUE "NAO".
       77 FIM-CONTAGEM      PIC X(03) VALUE "NAO".
       77 WK-PRAZO-DIAS     PIC 9(02) VALUE 5.
       77 WK-CONTA-DIAS     PIC 9(02) VALUE ZEROS.
       77 WK-ULTIMO-DIA     PIC 9(02) VALUE ZEROS.
       77 WK-QUOCIENTE      PIC 9(04) VALUE ZEROS.
       77 WK-RESTO-4        PIC 9(03) VALUE ZEROS.
       77 WK-RESTO-100      PIC 9(03) VALUE ZEROS.
       77 WK-RESTO-400      PIC 9(03) VALUE ZEROS.
       77 WK-IND-TUR        PIC 9(03) VALUE ZEROS.
       77 WK-ACHOU-TUR      PIC 9(03) VALUE ZEROS.
       77 WK-TURMA-BUSCA    PIC X(03) VALUE SPACES.
       77 WK-EVENTO         PIC X(30) VALUE SPACES.
       77 WK-IMAGEM-DEP     PIC X(60) VALUE SPACES.
       77 HORA-JORNAL       PIC 9(08) VALUE ZEROS.
       77 QTD-TURMAS        PIC 9(03) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-VENCIDAS      PIC 9(05) VALUE ZEROS.
       77 QTD-MATRICULADOS  PIC 9(05) VALUE ZEROS.
       77 QTD-OFERTAS       PIC 9(05) VALUE ZEROS.
       77 QTD-PENDENCIAS    PIC 9(05) VALUE ZEROS.
       77 WK-QTD-ED         PIC ZZZZ9.
       77 WK-CAPAC-ED       PIC ZZ9.
       77 WK-OCUPA-ED       PIC ZZ9.
       77 WK-PEND-ED        PIC ZZ9.
       77 WK-VAGAS-ED       PIC ZZ9.
       77 WK-ESPERA-ED      PIC ZZ9.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-DATA-PRAZO.
           02 ANO-PRAZO            PIC 9(04).
           02 MES-PRAZO            PIC 9(02).
           02 DIA-PRAZO            PIC 9(02).
       01 WK-PRAZO-ED.
           02 DD-PRAZO-ED          PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 MM-PRAZO-ED          PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 AAAA-PRAZO-ED        PIC 9(04).
       01 TAB-TURMAS.
           02 TUR-TAB OCCURS 100 TIMES.
              03 CODIGO-TUR-TAB    PIC X(03).
              03 DESCRICAO-TUR-TAB PIC X(20).
              03 CAPAC-TUR-TAB     PIC 9(03).
              03 OCUPA-TUR-TAB     PIC 9(03).
              03 PEND-TUR-TAB      PIC 9(03).
              03 VAGAS-TUR-TAB     PIC 9(03).
              03 ESPERA-TUR-TAB    PIC 9(03).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM CARGA-CADTUR.
       PERFORM CONTA-OCUPACAO.
       PERFORM PRIMEIRA-PASSAGEM.
       PERFORM CALCULA-VAGAS
               VARYING WK-IND-TUR FROM 1 BY 1
               UNTIL WK-IND-TUR > QTD-TURMAS.
       SORT SORT-ESP
            ON ASCENDING KEY TURMA-SRT
            ON ASCENDING KEY PRIORIDADE-SRT
            ON ASCENDING KEY DATA-SRT
            ON ASCENDING KEY HORA-SRT
            INPUT PROCEDURE IS ENTRADA-SORT
            OUTPUT PROCEDURE IS SAIDA-SORT.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM VERIFICA-TRAVA.
            OPEN INPUT PARESP.
            IF PARESP-STATUS EQUAL "00"
               READ PARESP
                   AT END
                   CONTINUE
                   NOT AT END
                   IF PRAZO-DIAS-PAR IS NUMERIC
                      AND PRAZO-DIAS-PAR > ZEROS
                      MOVE PRAZO-DIAS-PAR TO WK-PRAZO-DIAS
                   END-IF
               END-READ
               CLOSE PARESP
            END-IF.
            OPEN I-O CADESP.
            IF CADESP-STATUS NOT EQUAL "00"
               DISPLAY "EM01ESPE - CADESP NAO ABRIU - STATUS "
                       CADESP-STATUS " - NENHUM PEDIDO NA LISTA DE "
                       "ESPERA"
               STOP RUN
            END-IF.
            OPEN I-O CADALU.
            IF CADALU-STATUS NOT EQUAL "00"
               DISPLAY "EM01ESPE - CADALU NAO ABRIU PARA I-O - STATUS "
                       CADALU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADTUR.
            IF CADTUR-STATUS NOT EQUAL "00"
               DISPLAY "EM01ESPE - CADTUR NAO ABRIU - STATUS "
                       CADTUR-STATUS " - SEM CAPACIDADE DAS TURMAS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADRES.
            IF CADRES-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADRES
            ELSE
               DISPLAY "EM01ESPE - CADRES NAO ABRIU - CARTAS SEM "
                       "BLOCO DE ENDERECO"
            END-IF.
            OPEN OUTPUT RELESP.
            OPEN OUTPUT CARESP.
            MOVE SPACES TO LINHA-RELESP.
            STRING "LISTA DE ESPERA - OFERTAS E OCORRENCIAS DE "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   " - PRAZO " DELIMITED BY SIZE
                   WK-PRAZO-DIAS DELIMITED BY SIZE
                   " DIAS" DELIMITED BY SIZE
                   INTO LINHA-RELESP.
            WRITE REG-RELESP.
            MOVE SPACES TO LINHA-RELESP.
            WRITE REG-RELESP.
            MOVE "TUR NUMERO NOME                 P OCORRENCIA"
                 TO LINHA-RELESP.
            WRITE REG-RELESP.
            MOVE ALL "-" TO LINHA-RELESP.
            WRITE REG-RELESP.

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
               DISPLAY "EM01ESPE - A CADEIA BATCH ESTA COM O CADALU "
                       "TRAVADO DESDE " DATA-LCK " " HORA-LCK
                       " (" PROGRAMA-LCK ") - RODADA DA LISTA DE "
                       "ESPERA RECUSADA"
               IF DATA-LCK < DATA-SISTEMA
                  DISPLAY "EM01ESPE - ATENCAO: TRAVA DE DATA "
                          "ANTERIOR - POSSIVEL TRAVA ORFA DE CADEIA "
                          "DERRUBADA"
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

       CARGA-CADTUR.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM LEITURA-CADTUR
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADTUR.

       LEITURA-CADTUR.
            READ CADTUR NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                PERFORM ARMAZENA-TURMA
            END-READ.

       ARMAZENA-TURMA.
            IF QTD-TURMAS NOT < 100
               DISPLAY "EM01ESPE - TABELA DE TURMAS CHEIA (100) - "
                       "CARGA DO CADTUR INCOMPLETA"
               MOVE "SIM" TO FIM-ARQ
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-TURMAS.
            MOVE CODIGO-TUR TO CODIGO-TUR-TAB(QTD-TURMAS).
            MOVE DESCRICAO-TUR TO DESCRICAO-TUR-TAB(QTD-TURMAS).
            MOVE CAPACIDADE-TUR TO CAPAC-TUR-TAB(QTD-TURMAS).
            MOVE ZEROS TO OCUPA-TUR-TAB(QTD-TURMAS).
            MOVE ZEROS TO PEND-TUR-TAB(QTD-TURMAS).
            MOVE ZEROS TO VAGAS-TUR-TAB(QTD-TURMAS).
            MOVE ZEROS TO ESPERA-TUR-TAB(QTD-TURMAS).

       CONTA-OCUPACAO.
            MOVE "NAO" TO FIM-CONTAGEM.
            MOVE ZEROS TO NUMERO-ENT.
            START CADALU KEY IS NOT LESS THAN NUMERO-ENT
                INVALID KEY
                MOVE "SIM" TO FIM-CONTAGEM
            END-START.
            PERFORM CONTA-1ALUNO
                    UNTIL FIM-CONTAGEM EQUAL "SIM".

       CONTA-1ALUNO.
            READ CADALU NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-CONTAGEM
                NOT AT END
                IF SITUACAO-ENT NOT EQUAL "T" AND "C" AND "X" AND "F"
                   MOVE TURMA-ENT TO WK-TURMA-BUSCA
                   PERFORM PROCURA-TURMA
                   IF WK-ACHOU-TUR > ZEROS
                      ADD 1 TO OCUPA-TUR-TAB(WK-ACHOU-TUR)
                   END-IF
                END-IF
            END-READ.

       PROCURA-TURMA.
            MOVE ZEROS TO WK-ACHOU-TUR.
            PERFORM COMPARA-TURMA
                    VARYING WK-IND-TUR FROM 1 BY 1
                    UNTIL WK-IND-TUR > QTD-TURMAS
                       OR WK-ACHOU-TUR > 0.

       COMPARA-TURMA.
            IF CODIGO-TUR-TAB(WK-IND-TUR) EQUAL WK-TURMA-BUSCA
               MOVE WK-IND-TUR TO WK-ACHOU-TUR
            END-IF.

       PRIMEIRA-PASSAGEM.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM LEITURA-CADESP
                    UNTIL FIM-ARQ EQUAL "SIM".

       LEITURA-CADESP.
            READ CADESP NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                ADD 1 TO QTD-LIDOS
                PERFORM TRATA-PEDIDO
            END-READ.

       TRATA-PEDIDO.
            MOVE TURMA-ESP TO WK-TURMA-BUSCA.
            PERFORM PROCURA-TURMA.
            EVALUATE SITUACAO-ESP
                WHEN "O"
                     IF PRAZO-ESP < DATA-SISTEMA
                        PERFORM VENCE-OFERTA
                     ELSE
                        IF WK-ACHOU-TUR > ZEROS
                           ADD 1 TO PEND-TUR-TAB(WK-ACHOU-TUR)
                        END-IF
                     END-IF
                WHEN "A"
                     PERFORM MATRICULA-ACEITO
                WHEN "E"
                     IF WK-ACHOU-TUR > ZEROS
                        ADD 1 TO ESPERA-TUR-TAB(WK-ACHOU-TUR)
                     END-IF
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.

       VENCE-OFERTA.
            MOVE "V" TO SITUACAO-ESP.
            REWRITE REG-ESP.
            ADD 1 TO QTD-VENCIDAS.
            MOVE ALUNO-ESP TO REG-ENT.
            MOVE SPACES TO WK-EVENTO.
            STRING "OFERTA VENCIDA EM " DELIMITED BY SIZE
                   PRAZO-ESP DELIMITED BY SIZE
                   INTO WK-EVENTO.
            PERFORM GRAVA-OCORRENCIA.

       MATRICULA-ACEITO.
            MOVE ALUNO-ESP TO REG-ENT.
            MOVE NUMERO-ESP TO NUMERO-ENT.
            MOVE TURMA-ESP TO TURMA-ENT.
            MOVE "A" TO SITUACAO-ENT.
            WRITE REG-ENT
                INVALID KEY
                MOVE "NUMERO JA EXISTE NO CADALU" TO WK-EVENTO
                ADD 1 TO QTD-PENDENCIAS
                PERFORM GRAVA-OCORRENCIA
                NOT INVALID KEY
                PERFORM EFETIVA-MATRICULA
            END-WRITE.

       EFETIVA-MATRICULA.
            ADD 1 TO QTD-MATRICULADOS.
            IF WK-ACHOU-TUR > ZEROS
               ADD 1 TO OCUPA-TUR-TAB(WK-ACHOU-TUR)
            END-IF.
            MOVE REG-ENT TO WK-IMAGEM-DEP.
            PERFORM GRAVA-JORNAL.
            MOVE "M" TO SITUACAO-ESP.
            REWRITE REG-ESP.
            MOVE "MATRICULADO (OFERTA ACEITA)" TO WK-EVENTO.
            PERFORM GRAVA-OCORRENCIA.

       CALCULA-VAGAS.
            IF CAPAC-TUR-TAB(WK-IND-TUR) > OCUPA-TUR-TAB(WK-IND-TUR)
                                         + PEND-TUR-TAB(WK-IND-TUR)
               COMPUTE VAGAS-TUR-TAB(WK-IND-TUR)
                       = CAPAC-TUR-TAB(WK-IND-TUR)
                       - OCUPA-TUR-TAB(WK-IND-TUR)
                       - PEND-TUR-TAB(WK-IND-TUR)
            ELSE
               MOVE ZEROS TO VAGAS-TUR-TAB(WK-IND-TUR)
            END-IF.

       ENTRADA-SORT.
            MOVE LOW-VALUES TO CHAVE-ESP.
            START CADESP KEY IS NOT LESS THAN CHAVE-ESP
                INVALID KEY
                EXIT PARAGRAPH
            END-START.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM SELECIONA-ESPERA
                    UNTIL FIM-ARQ EQUAL "SIM".

       SELECIONA-ESPERA.
            READ CADESP NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF SITUACAO-ESP EQUAL "E"
                   MOVE TURMA-ESP TO TURMA-SRT
                   MOVE PRIORIDADE-ESP TO PRIORIDADE-SRT
                   MOVE DATA-PEDIDO-ESP TO DATA-SRT
                   MOVE HORA-PEDIDO-ESP TO HORA-SRT
                   MOVE NUMERO-ESP TO NUMERO-SRT
                   RELEASE REG-SORT-ESP
                END-IF
            END-READ.

       SAIDA-SORT.
            MOVE "NAO" TO FIM-SORT.
            PERFORM RETORNA-SORT
                    UNTIL FIM-SORT EQUAL "SIM".

       RETORNA-SORT.
            RETURN SORT-ESP
                AT END
                MOVE "SIM" TO FIM-SORT
                NOT AT END
                PERFORM AVALIA-CANDIDATO
            END-RETURN.

       AVALIA-CANDIDATO.
            MOVE TURMA-SRT TO WK-TURMA-BUSCA.
            PERFORM PROCURA-TURMA.
            MOVE TURMA-SRT TO TURMA-ESP.
            MOVE NUMERO-SRT TO NUMERO-ESP.
            READ CADESP
                INVALID KEY
                EXIT PARAGRAPH
            END-READ.
            IF WK-ACHOU-TUR EQUAL ZEROS
               MOVE ALUNO-ESP TO REG-ENT
               MOVE "TURMA FORA DO CADTUR" TO WK-EVENTO
               ADD 1 TO QTD-PENDENCIAS
               PERFORM GRAVA-OCORRENCIA
               EXIT PARAGRAPH
            END-IF.
            IF VAGAS-TUR-TAB(WK-ACHOU-TUR) EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            PERFORM CALCULA-PRAZO.
            MOVE "O" TO SITUACAO-ESP.
            MOVE DATA-SISTEMA TO DATA-OFERTA-ESP.
            MOVE WK-DATA-PRAZO TO PRAZO-ESP.
            MOVE ZEROS TO DATA-RESPOSTA-ESP.
            REWRITE REG-ESP.
            SUBTRACT 1 FROM VAGAS-TUR-TAB(WK-ACHOU-TUR).
            SUBTRACT 1 FROM ESPERA-TUR-TAB(WK-ACHOU-TUR).
            ADD 1 TO PEND-TUR-TAB(WK-ACHOU-TUR).
            ADD 1 TO QTD-OFERTAS.
            MOVE ALUNO-ESP TO REG-ENT.
            MOVE SPACES TO WK-EVENTO.
            STRING "VAGA OFERECIDA ATE " DELIMITED BY SIZE
                   WK-PRAZO-ED DELIMITED BY SIZE
                   INTO WK-EVENTO.
            PERFORM GRAVA-OCORRENCIA.
            PERFORM CARTA-OFERTA.

       CALCULA-PRAZO.
      * PRAZO EM DIAS CORRIDOS A PARTIR DE HOJE.
            MOVE DATA-SISTEMA TO WK-DATA-PRAZO.
            PERFORM SOMA-1-DIA
                    VARYING WK-CONTA-DIAS FROM 1 BY 1
                    UNTIL WK-CONTA-DIAS > WK-PRAZO-DIAS.
            MOVE DIA-PRAZO TO DD-PRAZO-ED.
            MOVE MES-PRAZO TO MM-PRAZO-ED.
            MOVE ANO-PRAZO TO AAAA-PRAZO-ED.

       SOMA-1-DIA.
            PERFORM ULTIMO-DIA-MES.
            IF DIA-PRAZO < WK-ULTIMO-DIA
               ADD 1 TO DIA-PRAZO
               EXIT PARAGRAPH
            END-IF.
            MOVE 1 TO DIA-PRAZO.
            IF MES-PRAZO < 12
               ADD 1 TO MES-PRAZO
            ELSE
               MOVE 1 TO MES-PRAZO
               ADD 1 TO ANO-PRAZO
            END-IF.

       ULTIMO-DIA-MES.
           MOVE 31 TO WK-ULTIMO-DIA.
           IF MES-PRAZO EQUAL 4 OR MES-PRAZO EQUAL 6
                    OR MES-PRAZO EQUAL 9 OR MES-PRAZO EQUAL 11
              MOVE 30 TO WK-ULTIMO-DIA
           END-IF.
           IF MES-PRAZO EQUAL 2
              MOVE 28 TO WK-ULTIMO-DIA
              DIVIDE ANO-PRAZO BY 4 GIVING WK-QUOCIENTE
                     REMAINDER WK-RESTO-4
              DIVIDE ANO-PRAZO BY 100 GIVING WK-QUOCIENTE
                     REMAINDER WK-RESTO-100
              DIVIDE ANO-PRAZO BY 400 GIVING WK-QUOCIENTE
                     REMAINDER WK-RESTO-400
              IF WK-RESTO-4 EQUAL 0 AND WK-RESTO-100 NOT EQUAL 0
                 MOVE 29 TO WK-ULTIMO-DIA
              END-IF
              IF WK-RESTO-400 EQUAL 0
                 MOVE 29 TO WK-ULTIMO-DIA
              END-IF
           END-IF.

       GRAVA-OCORRENCIA.
            MOVE SPACES TO LINHA-RELESP.
            STRING TURMA-ESP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NUMERO-ESP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOME-ENT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PRIORIDADE-ESP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-EVENTO DELIMITED BY SIZE
                   INTO LINHA-RELESP.
            WRITE REG-RELESP.

       CARTA-OFERTA.
            PERFORM BUSCA-CONTATO.
            MOVE ALL "-" TO LINHA-CARTA.
            WRITE REG-CARESP.
            MOVE SPACES TO LINHA-CARTA.
            STRING "FATEC-SP - SECRETARIA ACADEMICA - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-CARTA.
            WRITE REG-CARESP.
            MOVE SPACES TO LINHA-CARTA.
            WRITE REG-CARESP.
            PERFORM BLOCO-ENDERECO.
            MOVE SPACES TO LINHA-CARTA.
            STRING "AO RESPONSAVEL PELO CANDIDATO " DELIMITED BY SIZE
                   NOME-ENT DELIMITED BY SIZE
                   INTO LINHA-CARTA.
            WRITE REG-CARESP.
            MOVE SPACES TO LINHA-CARTA.
            WRITE REG-CARESP.
            MOVE SPACES TO LINHA-CARTA.
            STRING "COMUNICAMOS QUE ABRIU UMA VAGA NA TURMA "
                   DELIMITED BY SIZE
                   TURMA-ESP DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   DESCRICAO-TUR-TAB(WK-ACHOU-TUR) DELIMITED BY SIZE
                   INTO LINHA-CARTA.
            WRITE REG-CARESP.
            MOVE SPACES TO LINHA-CARTA.
            MOVE "E ELA ESTA RESERVADA PARA O CANDIDATO ACIMA, DA NOSSA"
                 TO LINHA-CARTA.
            WRITE REG-CARESP.
            MOVE SPACES TO LINHA-CARTA.
            MOVE "LISTA DE ESPERA." TO LINHA-CARTA.
            WRITE REG-CARESP.
            MOVE SPACES TO LINHA-CARTA.
            STRING "PEDIMOS CONFIRMAR A MATRICULA NA SECRETARIA ATE "
                   DELIMITED BY SIZE
                   WK-PRAZO-ED DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO LINHA-CARTA.
            WRITE REG-CARESP.
            MOVE SPACES TO LINHA-CARTA.
            MOVE "SEM RESPOSTA NO PRAZO, A VAGA PASSA AO PROXIMO"
                 TO LINHA-CARTA.
            WRITE REG-CARESP.
            MOVE SPACES TO LINHA-CARTA.
            MOVE "CANDIDATO DA LISTA." TO LINHA-CARTA.
            WRITE REG-CARESP.
            MOVE SPACES TO LINHA-CARTA.
            WRITE REG-CARESP.
            MOVE SPACES TO LINHA-CARTA.
            MOVE "ATENCIOSAMENTE, A COORDENACAO" TO LINHA-CARTA.
            WRITE REG-CARESP.
            MOVE SPACES TO LINHA-CARTA.
            WRITE REG-CARESP.

       BUSCA-CONTATO.
            MOVE "NAO" TO ACHOU-CONTATO.
            IF TEM-CADRES EQUAL "SIM"
               MOVE NUMERO-ESP TO NUMERO-RES
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
               MOVE SPACES TO LINHA-CARTA
               MOVE RESPONSAVEL-RES TO LINHA-CARTA
               WRITE REG-CARESP
               MOVE SPACES TO LINHA-CARTA
               MOVE ENDERECO-RES TO LINHA-CARTA
               WRITE REG-CARESP
               MOVE SPACES TO LINHA-CARTA
               STRING "CEP " DELIMITED BY SIZE
                      CEP-RES DELIMITED BY SIZE
                      INTO LINHA-CARTA
               WRITE REG-CARESP
            ELSE
               MOVE SPACES TO LINHA-CARTA
               MOVE "(ENDERECO PENDENTE - COMPLETAR NO CADRES)"
                    TO LINHA-CARTA
               WRITE REG-CARESP
               MOVE SPACES TO LINHA-CARTA
               WRITE REG-CARESP
               MOVE SPACES TO LINHA-CARTA
               WRITE REG-CARESP
            END-IF.
            MOVE SPACES TO LINHA-CARTA.
            WRITE REG-CARESP.

       GRAVA-JORNAL.
            ACCEPT HORA-JORNAL FROM TIME.
            OPEN EXTEND CADJRN.
            IF CADJRN-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADJRN
            END-IF.
            MOVE "EM01ESPE" TO PROGRAMA-JRN.
            MOVE DATA-SISTEMA TO DATA-JRN.
            MOVE HORA-JORNAL TO HORA-JRN.
            MOVE "INC" TO OPERACAO-JRN.
            MOVE NUMERO-ENT TO NUMERO-JRN.
            MOVE SPACES TO IMAGEM-ANT-JRN.
            MOVE WK-IMAGEM-DEP TO IMAGEM-DEP-JRN.
            WRITE REG-JRN.
            CLOSE CADJRN.

       RESUMO-TURMA.
            IF OCUPA-TUR-TAB(WK-IND-TUR) EQUAL ZEROS
               AND PEND-TUR-TAB(WK-IND-TUR) EQUAL ZEROS
               AND ESPERA-TUR-TAB(WK-IND-TUR) EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE CAPAC-TUR-TAB(WK-IND-TUR) TO WK-CAPAC-ED.
            MOVE OCUPA-TUR-TAB(WK-IND-TUR) TO WK-OCUPA-ED.
            MOVE PEND-TUR-TAB(WK-IND-TUR) TO WK-PEND-ED.
            MOVE VAGAS-TUR-TAB(WK-IND-TUR) TO WK-VAGAS-ED.
            MOVE ESPERA-TUR-TAB(WK-IND-TUR) TO WK-ESPERA-ED.
            MOVE SPACES TO LINHA-RELESP.
            STRING CODIGO-TUR-TAB(WK-IND-TUR) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WK-CAPAC-ED DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   WK-OCUPA-ED DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   WK-PEND-ED DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WK-VAGAS-ED DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   WK-ESPERA-ED DELIMITED BY SIZE
                   INTO LINHA-RELESP.
            WRITE REG-RELESP.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01ESPE" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            COMPUTE QTD-GRAVADOS-LOG = QTD-MATRICULADOS + QTD-OFERTAS.
            MOVE QTD-PENDENCIAS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            MOVE SPACES TO LINHA-RELESP.
            WRITE REG-RELESP.
            MOVE "VAGAS POR TURMA" TO LINHA-RELESP.
            WRITE REG-RELESP.
            MOVE "TUR CAPACIDADE OCUPADOS OFERTAS VAGAS EM ESPERA"
                 TO LINHA-RELESP.
            WRITE REG-RELESP.
            PERFORM RESUMO-TURMA
                    VARYING WK-IND-TUR FROM 1 BY 1
                    UNTIL WK-IND-TUR > QTD-TURMAS.
            MOVE SPACES TO LINHA-RELESP.
            WRITE REG-RELESP.
            MOVE SPACES TO LINHA-RELESP.
            MOVE QTD-OFERTAS TO WK-QTD-ED.
            STRING "VAGAS OFERECIDAS ..: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELESP.
            WRITE REG-RELESP.
            MOVE SPACES TO LINHA-RELESP.
            MOVE QTD-MATRICULADOS TO WK-QTD-ED.
            STRING "MATRICULADOS ......: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELESP.
            WRITE REG-RELESP.
            MOVE SPACES TO LINHA-RELESP.
            MOVE QTD-VENCIDAS TO WK-QTD-ED.
            STRING "OFERTAS VENCIDAS ..: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELESP.
            WRITE REG-RELESP.
            MOVE SPACES TO LINHA-RELESP.
            MOVE QTD-PENDENCIAS TO WK-QTD-ED.
            STRING "PENDENCIAS ........: " DELIMITED BY SIZE
                   WK-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELESP.
            WRITE REG-RELESP.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01ESPE - OFERTAS " QTD-OFERTAS
                    " - MATRICULADOS " QTD-MATRICULADOS
                    " - VENCIDAS " QTD-VENCIDAS
                    " - PENDENCIAS " QTD-PENDENCIAS.
            CLOSE CADESP
                  CADALU
                  RELESP
                  CARESP.
            IF TEM-CADRES EQUAL "SIM"
               CLOSE CADRES
            END-IF.
            IF QTD-PENDENCIAS > ZEROS
               MOVE 4 TO RETURN-CODE
            END-IF.
