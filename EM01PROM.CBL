      *         REGISTRADA NO JORNAL COMPARTILHADO CADJRN, COMO TODO
      *         GRAVADOR EM LOTE DO CADALU - SEM ELA O ROLL-FORWARD
      *         DO EM01ROLL DEVOLVERIA O CADASTRO SEM ESTES EVENTOS.
      *         A REMATRICULA DO APROVADO CONSULTA O BLOQUEIO
      *         FINANCEIRO CADBLQ (COPY BLQREG) ARMADO PELA REGUA DE
      *         COBRANCA EM01AVIS: ALUNO BLOQUEADO NAO AVANCA DE TURMA
      *         E SAI NO RELPRO COMO MANTIDO POR BLOQUEIO FINANCEIRO,
      *         CONTADO A PARTE; QUITADO O DEBITO E LIBERADO O
      *         BLOQUEIO, A TURMA NOVA E ACERTADA PELO EM01MANT. SEM O
      *         CADBLQ NINGUEM ESTA BLOQUEADO.
      *         ALUNO FECHADO EM RECUPERACAO TEM O EXAME CONSULTADO NO
      *         RESULTADO FINAL CADRFN (COPY RFNREG) APURADO PELO
      *         EM01RECU: APROVADO APOS A RECUPERACAO E PROMOVIDO COMO
      *         OS DEMAIS APROVADOS; REPROVADO APOS A RECUPERACAO FICA
      *         NA TURMA COM ESSE MOTIVO; SEM EXAME APURADO (OU SEM O
      *         CADRFN) CONTINUA MANTIDO EM RECUPERACAO.
      *         QUANDO HOUVE CAMPANHA DE REMATRICULA (EM01REMA, COM AS
      *         RESPOSTAS CARREGADAS PELO EM01RREM NO CADRMT, COPY
      *         RMTREG), A INTENCAO DE CADA ALUNO ATIVO E CONSULTADA
      *         ANTES DO FECHAMENTO: O ALUNO CUJA FAMILIA AVISOU A SAIDA
      *         (S) E CANCELADO (SITUACAO C) COM O MOTIVO DO CADRMT NO
      *         RELPRO, SEM PASSAR PELA PROMOCAO, E A VAGA QUE ELE
      *         OCUPARIA NA TURMA DE DESTINO E CONTADA COMO LIBERADA; O
      *         CONFIRMADO (C) SEGUE A PROMOCAO NORMAL; O INDECISO
      *         (I), O SEM RESPOSTA (P) E O ALUNO SEM INTENCAO NO
      *         CADRMT (FORA DE TURMA TERMINAL) TAMBEM SEGUEM A
      *         PROMOCAO NORMAL, MAS SAEM NO RELATORIO DE EXCECOES
      *         RELREX PARA A SECRETARIA PROCURAR A FAMILIA. O RELREX
      *         TERMINA COM AS VAGAS
      *         LIBERADAS POR TURMA. SEM O CADRMT A VIRADA SEGUE COMO
      *         ANTES, SUPONDO QUE TODOS VOLTAM. SO VALE A INTENCAO DA
      *         CAMPANHA DO ANO LETIVO QUE SE ABRE (O SEGUINTE AO DO
      *         PERIODO FECHADO): A QUE SOBROU DE UMA CAMPANHA ANTERIOR
      *         E TRATADA COMO SE NAO HOUVESSE INTENCAO.

       ENVIRONMENT DIVISION.

           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-HIS
           FILE STATUS IS CADHIS-STATUS.
           SELECT     CADRFN  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-RFN
           FILE STATUS IS CADRFN-STATUS.
           SELECT     CADTUR  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           SELECT     CADJRN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADJRN-STATUS.
           SELECT     CADRMT  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-RMT
           FILE STATUS IS CADRMT-STATUS.
           SELECT     RELREX  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELREX-STATUS.
           SELECT     CADBLQ  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-BLQ
           FILE STATUS IS CADBLQ-STATUS.

       DATA     DIVISION.


       COPY HISREG.

       FD CADRFN
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRFN.DAT".

       COPY RFNREG.

       FD CADTUR
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADTUR.DAT".
           02 IMAGEM-ANT-JRN        PIC X(60).
           02 IMAGEM-DEP-JRN        PIC X(60).

       FD CADRMT
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRMT.DAT".

       COPY RMTREG.

       FD RELREX
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELREX.DAT".

       01 REG-RELREX.
           02 LINHA-RELREX         PIC X(80).

       FD CADBLQ
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADBLQ.DAT".

       COPY BLQREG.

       WORKING-STORAGE SECTION.

       77 CADALU-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-PERIODO       PIC X(03) VALUE "NAO".
       77 MODO-DRYRUN       PIC X(03) VALUE "NAO".
       77 WK-PERIODO        PIC X(06) VALUE SPACES.
       77 WK-ANO-PERIODO    PIC 9(04) VALUE ZEROS.
       77 WK-ANO-REMATR     PIC 9(04) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-PROMOVIDOS    PIC 9(05) VALUE ZEROS.
       77 QTD-MANTIDOS      PIC 9(05) VALUE ZEROS.
       77 WK-IMAGEM-DEP     PIC X(60) VALUE SPACES.
       77 HORA-JORNAL       PIC 9(08) VALUE ZEROS.
       77 WK-NUMERO-ED      PIC ZZZZ9.
       77 CADBLQ-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADBLQ        PIC X(03) VALUE "NAO".
       77 ALUNO-BLOQUEADO   PIC X(03) VALUE "NAO".
       77 QTD-BLOQUEADOS    PIC 9(05) VALUE ZEROS.
       77 CADRFN-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADRFN        PIC X(03) VALUE "NAO".
       77 WK-SITUACAO       PIC X(11) VALUE SPACES.
       77 QTD-POS-EXAME     PIC 9(05) VALUE ZEROS.
       77 CADRMT-STATUS     PIC X(02) VALUE SPACES.
       77 RELREX-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADRMT        PIC X(03) VALUE "NAO".
       77 ALUNO-SAI         PIC X(03) VALUE "NAO".
       77 WK-EXCECAO        PIC X(30) VALUE SPACES.
       77 QTD-CANCELADOS    PIC 9(05) VALUE ZEROS.
       77 QTD-EXCECOES      PIC 9(05) VALUE ZEROS.
       77 QTD-TURMAS-LIB    PIC 9(03) VALUE ZEROS.
       77 WK-IND-LIB        PIC 9(03) VALUE ZEROS.
       77 WK-ACHOU-LIB      PIC 9(03) VALUE ZEROS.
       77 WK-LIB-ED         PIC ZZ9.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 TAB-LIBERADAS.
           02 LIB-TAB OCCURS 100 TIMES.
              03 TURMA-LIB-TAB     PIC X(03).
              03 QTD-LIB-TAB       PIC 9(03).

       PROCEDURE         DIVISION.

               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      * A REMATRICULA QUE INTERESSA E A DO ANO LETIVO QUE SE ABRE: O
      * SEGUINTE AO DO PERIODO FECHADO; SE O PERIODO NAO COMECA PELO
      * ANO, O PROPRIO ANO NA VIRADA DO PRIMEIRO SEMESTRE E O SEGUINTE
      * NA DO SEGUNDO.
            IF WK-PERIODO(1:4) IS NUMERIC
               MOVE WK-PERIODO(1:4) TO WK-ANO-PERIODO
               COMPUTE WK-ANO-REMATR = WK-ANO-PERIODO + 1
            ELSE
               IF MES-SISTEMA > 6
                  COMPUTE WK-ANO-REMATR = ANO-SISTEMA + 1
               ELSE
                  MOVE ANO-SISTEMA TO WK-ANO-REMATR
               END-IF
            END-IF.
            OPEN INPUT PARPRO.
            IF PARPRO-STATUS EQUAL "00"
               PERFORM LEITURA-PARPRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADBLQ.
            IF CADBLQ-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADBLQ
            END-IF.
            OPEN INPUT CADRFN.
            IF CADRFN-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADRFN
            END-IF.
            OPEN INPUT CADRMT.
            IF CADRMT-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADRMT
               OPEN OUTPUT RELREX
               PERFORM CABECALHO-RELREX
            END-IF.
            OPEN OUTPUT RELPRO.
            PERFORM CABECALHO-RELPRO.
            PERFORM LEITURA.
            MOVE SPACES TO LINHA-RELPRO.
            WRITE REG-RELPRO.

       CABECALHO-RELREX.
            MOVE SPACES TO LINHA-RELREX.
            STRING "REMATRICULA - EXCECOES DA VIRADA - EM01PROM - "
                   DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELREX.
            WRITE REG-RELREX.
            IF MODO-DRYRUN EQUAL "SIM"
               MOVE "*** MODO SIMULACAO - CADALU NAO REGRAVADO ***"
                    TO LINHA-RELREX
               WRITE REG-RELREX
            END-IF.
            MOVE SPACES TO LINHA-RELREX.
            WRITE REG-RELREX.
            MOVE "NUMERO NOME                 TUR OCORRENCIA"
                 TO LINHA-RELREX.
            WRITE REG-RELREX.
            MOVE ALL "-" TO LINHA-RELREX.
            WRITE REG-RELREX.

       LEITURA.
            READ CADALU NEXT RECORD
                AT END
                ADD 1 TO QTD-LIDOS.

       PRINCIPAL.
            IF SITUACAO-ENT EQUAL "T" OR "C" OR "X" OR "F"
               ADD 1 TO QTD-IGNORADOS
            ELSE
               PERFORM TRATA-ATIVO

       TRATA-ATIVO.
            MOVE REG-ENT TO WK-IMAGEM-ANT.
            IF TEM-CADRMT EQUAL "SIM"
               PERFORM CONSULTA-REMATRICULA
               IF ALUNO-SAI EQUAL "SIM"
                  PERFORM CANCELA-SAIDA
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            MOVE NUMERO-ENT TO NUMERO-HIS.
            MOVE WK-PERIODO TO PERIODO-HIS.
            READ CADHIS
                PERFORM APLICA-RESULTADO
            END-READ.

       CONSULTA-REMATRICULA.
            MOVE "NAO" TO ALUNO-SAI.
            MOVE SPACES TO WK-EXCECAO.
            MOVE NUMERO-ENT TO NUMERO-RMT.
            READ CADRMT
                INVALID KEY
                PERFORM VERIFICA-SEM-INTENCAO
                NOT INVALID KEY
                IF ANO-RMT NOT EQUAL WK-ANO-REMATR
                   PERFORM VERIFICA-SEM-INTENCAO
                ELSE
                   EVALUATE SITUACAO-RMT
                       WHEN "S"
                            MOVE "SIM" TO ALUNO-SAI
                       WHEN "I"
                            MOVE "FAMILIA INDECISA"
                                 TO WK-EXCECAO
                       WHEN "P"
                            MOVE "SEM RESPOSTA NO PRAZO"
                                 TO WK-EXCECAO
                       WHEN OTHER
                            CONTINUE
                   END-EVALUATE
                END-IF
            END-READ.
            IF WK-EXCECAO NOT EQUAL SPACES
               PERFORM GRAVA-LINHA-RELREX
            END-IF.

       VERIFICA-SEM-INTENCAO.
      * CONCLUINTE NAO TEM REMATRICULA - SO E EXCECAO FORA DA TURMA
      * TERMINAL.
            MOVE TURMA-ENT TO CODIGO-TUR.
            READ CADTUR
                INVALID KEY
                MOVE "SEM INTENCAO DE REMATRICULA" TO WK-EXCECAO
                NOT INVALID KEY
                IF PROXIMA-TUR NOT EQUAL SPACES
                   MOVE "SEM INTENCAO DE REMATRICULA" TO WK-EXCECAO
                END-IF
            END-READ.

       GRAVA-LINHA-RELREX.
            ADD 1 TO QTD-EXCECOES.
            MOVE SPACES TO LINHA-RELREX.
            MOVE NUMERO-ENT TO WK-NUMERO-ED.
            STRING WK-NUMERO-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOME-ENT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TURMA-ENT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-EXCECAO DELIMITED BY SIZE
                   INTO LINHA-RELREX.
            WRITE REG-RELREX.

       CANCELA-SAIDA.
            ADD 1 TO QTD-CANCELADOS.
            PERFORM CONTA-LIBERADA.
            MOVE SPACES TO LINHA-RELPRO.
            MOVE NUMERO-ENT TO WK-NUMERO-ED.
            STRING WK-NUMERO-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOME-ENT DELIMITED BY SIZE
                   " TURMA " DELIMITED BY SIZE
                   TURMA-ENT DELIMITED BY SIZE
                   " CANCELADO - " DELIMITED BY SIZE
                   MOTIVO-RMT DELIMITED BY SIZE
                   INTO LINHA-RELPRO.
            WRITE REG-RELPRO.
            MOVE "C" TO SITUACAO-ENT.
            IF MODO-DRYRUN EQUAL "NAO"
               REWRITE REG-ENT
               MOVE REG-ENT TO WK-IMAGEM-DEP
               MOVE "ALT" TO WK-OPER-JRN
               PERFORM GRAVA-JORNAL
            END-IF.

       CONTA-LIBERADA.
            MOVE ZEROS TO WK-ACHOU-LIB.
            PERFORM PROCURA-LIBERADA
                    VARYING WK-IND-LIB FROM 1 BY 1
                    UNTIL WK-IND-LIB > QTD-TURMAS-LIB
                       OR WK-ACHOU-LIB NOT EQUAL ZEROS.
            IF WK-ACHOU-LIB EQUAL ZEROS
               IF QTD-TURMAS-LIB < 100
                  ADD 1 TO QTD-TURMAS-LIB
                  MOVE QTD-TURMAS-LIB TO WK-ACHOU-LIB
                  MOVE TURMA-DESTINO-RMT
                       TO TURMA-LIB-TAB(WK-ACHOU-LIB)
                  MOVE ZEROS TO QTD-LIB-TAB(WK-ACHOU-LIB)
               ELSE
                  DISPLAY "EM01PROM - TABELA DE VAGAS LIBERADAS "
                          "CHEIA - TURMA " TURMA-DESTINO-RMT
                          " NAO CONTADA"
                  EXIT PARAGRAPH
               END-IF
            END-IF.
            ADD 1 TO QTD-LIB-TAB(WK-ACHOU-LIB).

       PROCURA-LIBERADA.
            IF TURMA-LIB-TAB(WK-IND-LIB) EQUAL TURMA-DESTINO-RMT
               MOVE WK-IND-LIB TO WK-ACHOU-LIB
            END-IF.

       RESUMO-LIBERADA.
            MOVE SPACES TO LINHA-RELREX.
            MOVE QTD-LIB-TAB(WK-IND-LIB) TO WK-LIB-ED.
            STRING TURMA-LIB-TAB(WK-IND-LIB) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WK-LIB-ED DELIMITED BY SIZE
                   INTO LINHA-RELREX.
            WRITE REG-RELREX.

       TRATA-SEM-FECHAMENTO.
            ADD 1 TO QTD-SEM-FECHAM.
            MOVE "SEM FECHAMENTO NO CADHIS" TO WK-MOTIVO.
            PERFORM GRAVA-LINHA-RELPRO.

       APLICA-RESULTADO.
            MOVE SITUACAO-HIS TO WK-SITUACAO.
            MOVE SITUACAO-HIS TO WK-MOTIVO.
            IF SITUACAO-HIS EQUAL "RECUPERACAO"
               AND TEM-CADRFN EQUAL "SIM"
               PERFORM CONSULTA-RECUPERACAO
            END-IF.
            IF WK-SITUACAO EQUAL "APROVADO"
               PERFORM PROMOVE-ALUNO
            ELSE
               MOVE SPACES TO WK-TURMA-NOVA
               ADD 1 TO QTD-MANTIDOS
               PERFORM GRAVA-LINHA-RELPRO
               PERFORM ZERA-PERIODO
            END-IF.

       CONSULTA-RECUPERACAO.
            MOVE NUMERO-ENT TO NUMERO-RFN.
            MOVE WK-PERIODO TO PERIODO-RFN.
            READ CADRFN
                INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE SITUACAO-RFN TO WK-SITUACAO
                ADD 1 TO QTD-POS-EXAME
                IF SITUACAO-RFN NOT EQUAL "APROVADO"
                   MOVE "REPROVADO APOS RECUPERACAO" TO WK-MOTIVO
                END-IF
            END-READ.

       PROMOVE-ALUNO.
            MOVE TURMA-ENT TO CODIGO-TUR.
            READ CADTUR
               PERFORM GRAVA-LINHA-RELPRO
               PERFORM ZERA-PERIODO
            ELSE
               PERFORM VERIFICA-BLOQUEIO
               IF ALUNO-BLOQUEADO EQUAL "SIM"
                  MOVE SPACES TO WK-TURMA-NOVA
                  MOVE "BLOQUEIO FINANCEIRO NO CADBLQ" TO WK-MOTIVO
                  ADD 1 TO QTD-BLOQUEADOS
                  PERFORM GRAVA-LINHA-RELPRO
                  PERFORM ZERA-PERIODO
               ELSE
                  MOVE PROXIMA-TUR TO WK-TURMA-NOVA
                  IF SITUACAO-HIS EQUAL "RECUPERACAO"
                     MOVE "APROVADO APOS RECUPERACAO" TO WK-MOTIVO
                  ELSE
                     MOVE "APROVADO" TO WK-MOTIVO
                  END-IF
                  ADD 1 TO QTD-PROMOVIDOS
                  PERFORM GRAVA-LINHA-RELPRO
                  MOVE WK-TURMA-NOVA TO TURMA-ENT
                  PERFORM ZERA-PERIODO
               END-IF
            END-IF.

       VERIFICA-BLOQUEIO.
            MOVE "NAO" TO ALUNO-BLOQUEADO.
            IF TEM-CADBLQ EQUAL "SIM"
               MOVE NUMERO-ENT TO NUMERO-BLQ
               READ CADBLQ
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF SITUACAO-BLQ EQUAL "B"
                      MOVE "SIM" TO ALUNO-BLOQUEADO
                   END-IF
               END-READ
            END-IF.

       ZERA-PERIODO.
            MOVE "EM01PROM" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            COMPUTE QTD-GRAVADOS-LOG = QTD-PROMOVIDOS + QTD-CANCELADOS.
            MOVE QTD-SEM-FECHAM TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELPRO.
            WRITE REG-RELPRO.
            MOVE SPACES TO LINHA-RELPRO.
            MOVE QTD-BLOQUEADOS TO WK-NUMERO-ED.
            STRING "BLOQ. FINANCEIRO : " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELPRO.
            WRITE REG-RELPRO.
            MOVE SPACES TO LINHA-RELPRO.
            MOVE QTD-POS-EXAME TO WK-NUMERO-ED.
            STRING "APURADOS NO EXAME: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELPRO.
            WRITE REG-RELPRO.
            MOVE SPACES TO LINHA-RELPRO.
            MOVE QTD-CANCELADOS TO WK-NUMERO-ED.
            STRING "CANCELADOS SAIDA : " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELPRO.
            WRITE REG-RELPRO.
            CLOSE RELPRO
                  CADALU
                  CADHIS
                  CADTUR.
            IF TEM-CADBLQ EQUAL "SIM"
               CLOSE CADBLQ
            END-IF.
            IF TEM-CADRFN EQUAL "SIM"
               CLOSE CADRFN
            END-IF.
            IF TEM-CADRMT EQUAL "SIM"
               PERFORM TERMINO-RELREX
            END-IF.
            IF MODO-DRYRUN EQUAL "NAO"
               PERFORM GRAVA-LOG
            END-IF.
            DISPLAY "MANTIDOS ............: " QTD-MANTIDOS.
            DISPLAY "CONCLUINTES .........: " QTD-CONCLUINTES.
            DISPLAY "SEM FECHAMENTO ......: " QTD-SEM-FECHAM.
            DISPLAY "BLOQUEIO FINANCEIRO .: " QTD-BLOQUEADOS.
            DISPLAY "CANCELADOS (SAIDA) ..: " QTD-CANCELADOS.
            DISPLAY "EXCECOES REMATRICULA : " QTD-EXCECOES.
            DISPLAY "NAO ATIVOS IGNORADOS : " QTD-IGNORADOS.

       TERMINO-RELREX.
            MOVE SPACES TO LINHA-RELREX.
            WRITE REG-RELREX.
            MOVE SPACES TO LINHA-RELREX.
            MOVE QTD-EXCECOES TO WK-NUMERO-ED.
            STRING "EXCECOES ........: " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELREX.
            WRITE REG-RELREX.
            MOVE SPACES TO LINHA-RELREX.
            MOVE QTD-CANCELADOS TO WK-NUMERO-ED.
            STRING "CANCELADOS SAIDA : " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   INTO LINHA-RELREX.
            WRITE REG-RELREX.
            MOVE SPACES TO LINHA-RELREX.
            WRITE REG-RELREX.
            MOVE "VAGAS LIBERADAS POR TURMA DE DESTINO" TO LINHA-RELREX.
            WRITE REG-RELREX.
            MOVE "TUR VAGAS" TO LINHA-RELREX.
            WRITE REG-RELREX.
            PERFORM RESUMO-LIBERADA
                    VARYING WK-IND-LIB FROM 1 BY 1
                    UNTIL WK-IND-LIB > QTD-TURMAS-LIB.
            CLOSE CADRMT
                  RELREX.
