      *         CADA DESCONTO E O LIQUIDO, PARA QUE AS PERGUNTAS DOS
      *         FUNCIONARIOS SEJAM RESPONDIDAS DE UMA PAGINA SO. AO
      *         FINAL, GRAVA UMA LINHA DE ESTATISTICA EM EM01LOG.
      *         O PROVENTO DE HORA-AULA DOS PROFESSORES, APURADO PELO
      *         EM01HAUL NO ARQUIVO CADHAU (COPY HAUREG), E SOMADO AO
      *         SALAJT DO FUNCIONARIO DE MESMA MATRICULA: O BRUTO, A
      *         BASE DO INSS E DO IRRF E O LIQUIDO JA O INCLUEM, E NO
      *         RELLIQ ELE SAI NUMA LINHA PROPRIA DE PROVENTO, LOGO
      *         ABAIXO DO FUNCIONARIO. SEM CADHAU A FOLHA SAI SO COM O
      *         SALARIO, COM AVISO; PROVENTO CUJA MATRICULA NAO ESTA
      *         NA GERACAO LIDA FICA DE FORA, SAI LISTADO NO RELLIQ E
      *         O PROGRAMA TERMINA COM CODIGO 4. OS EVENTOS VARIAVEIS
      *         DO MES (HORA EXTRA, FALTA, ADICIONAL NOTURNO,
      *         GRATIFICACAO, DESCONTO AVULSO), JA CRITICADOS PELO
      *         EM01VEVT NO CADEVA (COPY EVMREG), SAO VALORIZADOS PELA
      *         TABELA PAREVT (COPY EVTREG) SOBRE O SALAJT DO
      *         FUNCIONARIO: O PROVENTO SOMA NO BRUTO, O DESCONTO SAI
      *         DO LIQUIDO, E CADA UM SOMA (PROVENTO) OU SUBTRAI
      *         (DESCONTO) NA BASE DO INSS E NA DO IRRF CONFORME A
      *         INCIDENCIA DA TABELA; NO RELLIQ CADA EVENTO SAI NUMA
      *         LINHA ABAIXO DO FUNCIONARIO. BASE QUE FICARIA NEGATIVA
      *         VALE ZERO, E LIQUIDO QUE FICARIA NEGATIVO VALE ZERO,
      *         COM AVISO E CODIGO 4. SEM CADEVA A FOLHA SAI SEM
      *         EVENTOS, COM AVISO; COM CADEVA E SEM PAREVT O CALCULO
      *         E ABORTADO COM CODIGO 16. EVENTO DE MATRICULA FORA DA
      *         GERACAO LIDA (OU DE CODIGO QUE SAIU DO PAREVT DEPOIS DA
      *         CRITICA) FICA DE FORA, SAI LISTADO NO RELLIQ E TAMBEM
      *         TERMINA COM CODIGO 4. O ADIANTAMENTO QUINZENAL PAGO
      *         PELO EM01ADIA E GUARDADO EM ABERTO NO CADADI (COPY
      *         ADIREG) E DESCONTADO DO LIQUIDO DO FUNCIONARIO DE MESMA
      *         MATRICULA, SEM EFEITO NAS BASES DO INSS E DO IRRF (JA
      *         E PARTE DO SALARIO DO MES), NUMA LINHA PROPRIA DO
      *         RELLIQ; AO FINAL O CADADI E REESCRITO (VIA ARQUIVO DE
      *         TRABALHO, COMO O EM01LIMP FAZ COM O CADGER) COM OS
      *         DESCONTADOS MARCADOS QUITADOS, COM A DATA E O NOME DO
      *         CADLIQ08. ADIANTAMENTO QUE NAO CABE NO LIQUIDO OU CUJA
      *         MATRICULA NAO ESTA NA GERACAO LIDA FICA EM ABERTO, SAI
      *         LISTADO NO RELLIQ E O PROGRAMA TERMINA COM CODIGO 4.
      *         CADA FUNCIONARIO CALCULADO DEIXA AINDA NO ARQUIVO
      *         CUMULATIVO CADHOL (COPY HOLREG) UMA LINHA DE RESUMO E
      *         UMA LINHA POR VERBA (SALARIO, REAJUSTE, HORA-AULA,
      *         EVENTOS, INSS E IRRF COM BASE E ALIQUOTA, ADIANTAMENTO),
      *         COM O NOME DO CADLIQ08, DE ONDE O EM01HOLE IMPRIME OS
      *         HOLERITES. O CONTROLE CADLQC GUARDA TAMBEM O NOME DO
      *         CADLIQ08 GERADO, PARA QUE O EM01APLI, AO CONFIRMAR A
      *         FOLHA, ENCONTRE O LIQUIDO DA MESMA GERACAO DE CADSAI08
      *         E ATUALIZE O ACUMULADO ANUAL CADACF. A COMPETENCIA DA
      *         FOLHA E O ANO E MES DO CALCULO E A HORA-AULA PAGA NELA
      *         E A DO MES ANTERIOR (O MES DE REFERENCIA QUE O EM01HAUL
      *         ADOTA SEM PARHAU): PROVENTO DE HORA-AULA DE OUTRO
      *         PERIODO, E EVENTO VARIAVEL DO CADEVA DE OUTRA
      *         COMPETENCIA (UM ARQUIVO ANTIGO QUE FICOU PARA TRAS),
      *         NAO ENTRA NO CALCULO, SAI LISTADO NO RELLIQ
      *         E O PROGRAMA TERMINA COM CODIGO 4. QUANDO A FOLHA DO
      *         MES E RECALCULADA SOBRE UMA NOVA GERACAO DE CADSAI08,
      *         OS ADIANTAMENTOS QUE A EXECUCAO ANTERIOR JA HAVIA
      *         QUITADO NESTE MES VOLTAM A SER DESCONTADOS E SAO
      *         QUITADOS DE NOVO, EM NOME DO NOVO CADLIQ08, SO AO FINAL
      *         DESTA EXECUCAO; O QUE ELA NAO CONSEGUIR DESCONTAR VOLTA
      *         A FICAR EM ABERTO NO CADADI. COMO O EM01EX06, CONTA
      *         NO CADALT OS PEDIDOS DE SALARIO (TIPO S) AINDA
      *         PENDENTES DE APROVACAO NO EM01APRV E, SE HOUVER ALGUM,
      *         AVISA NO CONSOLE E NO RODAPE DO RELLIQ QUE O LIQUIDO
      *         SAIU COM OS SALARIOS ANTERIORES.

       ENVIRONMENT DIVISION.

           SELECT     PARIRF  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARIRF-STATUS.
           SELECT     CADHAU  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADHAU-STATUS.
           SELECT     PAREVT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PAREVT-STATUS.
           SELECT     CADEVA  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADEVA-STATUS.
           SELECT     CADLIQ  ASSIGN  TO DYNAMIC CADLIQ-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADLIQ-STATUS.
           SELECT     CADLQC  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADLQC-STATUS.
           SELECT     CADADI  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADADI-STATUS.
           SELECT     WRKADI  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS WRKADI-STATUS.
           SELECT     CADHOL  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADHOL-STATUS.
           SELECT     RELLIQ  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELLIQ-STATUS.
           SELECT     CADALT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADALT-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.
           02 PCT-IRF              PIC 9(02)V99.
           02 DATA-VIG-IRF         PIC 9(08).

       FD CADHAU
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADHAU.DAT".

       COPY HAUREG.

       FD PAREVT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PAREVT.DAT".

       COPY EVTREG.

       FD CADEVA
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADEVA.DAT".

       COPY EVMREG.

       FD CADLIQ
           LABEL        RECORD ARE      STANDARD.

           02 DATA-LQC             PIC 9(08).
           02 HORA-LQC             PIC 9(08).
           02 QTD-LQC              PIC 9(05).
           02 NOME-LIQ-LQC         PIC X(30).

       FD CADADI
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADADI.DAT".

       COPY ADIREG.

       FD WRKADI
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "WRKADI.TMP".

       01 REG-WRKADI               PIC X(95).

       FD CADHOL
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADHOL.DAT".

       COPY HOLREG.

       FD RELLIQ
           LABEL        RECORD ARE      STANDARD
       01 REG-RELLIQ.
           02 LINHA-RELLIQ         PIC X(80).

       FD CADALT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADALT.DAT".

       COPY ALTREG.

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".
       77 CADSAI-STATUS     PIC X(02) VALUE SPACES.
       77 PARINS-STATUS     PIC X(02) VALUE SPACES.
       77 PARIRF-STATUS     PIC X(02) VALUE SPACES.
       77 CADHAU-STATUS     PIC X(02) VALUE SPACES.
       77 PAREVT-STATUS     PIC X(02) VALUE SPACES.
       77 CADEVA-STATUS     PIC X(02) VALUE SPACES.
       77 CADLIQ-STATUS     PIC X(02) VALUE SPACES.
       77 CADLQC-STATUS     PIC X(02) VALUE SPACES.
       77 CADADI-STATUS     PIC X(02) VALUE SPACES.
       77 WRKADI-STATUS     PIC X(02) VALUE SPACES.
       77 CADHOL-STATUS     PIC X(02) VALUE SPACES.
       77 RELLIQ-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 CADALT-STATUS     PIC X(02) VALUE SPACES.
       77 QTD-SAL-PENDENTES PIC 9(05) VALUE ZEROS.
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 ACHOU-GERACAO     PIC X(03) VALUE "NAO".
       77 JA-LIQUIDADA      PIC X(03) VALUE "NAO".
       77 WK-BASE           PIC 9(05)V99 VALUE ZEROS.
       77 WK-INSS           PIC 9(05)V99 VALUE ZEROS.
       77 WK-IRRF           PIC 9(05)V99 VALUE ZEROS.
       77 WK-PCT-INSS       PIC 9(02)V99 VALUE ZEROS.
       77 WK-PCT-IRRF       PIC 9(02)V99 VALUE ZEROS.
       77 WK-LIQUIDO        PIC 9(05)V99 VALUE ZEROS.
       77 WK-BRUTO          PIC 9(05)V99 VALUE ZEROS.
       77 WK-PROVENTO       PIC 9(05)V99 VALUE ZEROS.
       77 QTD-HAU           PIC 9(03) VALUE ZEROS.
       77 WK-IND-HAU        PIC 9(03) VALUE ZEROS.
       77 WK-HAU            PIC 9(03) VALUE ZEROS.
       77 QTD-HAU-FORA      PIC 9(03) VALUE ZEROS.
       77 QTD-HAU-PER       PIC 9(03) VALUE ZEROS.
       77 TOTAL-PROVENTO    PIC 9(08)V99 VALUE ZEROS.
       77 TEM-PAREVT        PIC X(03) VALUE "NAO".
       77 QTD-EVT           PIC 9(03) VALUE ZEROS.
       77 WK-IND-EVT        PIC 9(03) VALUE ZEROS.
       77 WK-EVT            PIC 9(03) VALUE ZEROS.
       77 QTD-MOV           PIC 9(04) VALUE ZEROS.
       77 WK-IND-MOV        PIC 9(04) VALUE ZEROS.
       77 QTD-MOV-FORA      PIC 9(04) VALUE ZEROS.
       77 QTD-MOV-PER       PIC 9(04) VALUE ZEROS.
       77 QTD-LIQ-ZERADO    PIC 9(05) VALUE ZEROS.
       77 WK-VALOR-EVT      PIC 9(05)V99 VALUE ZEROS.
       77 WK-DESCONTOS      PIC 9(05)V99 VALUE ZEROS.
       77 WK-BASE-INSS      PIC S9(06)V99 VALUE ZEROS.
       77 WK-BASE-IRRF      PIC S9(06)V99 VALUE ZEROS.
       77 WK-LIQ-CALC       PIC S9(06)V99 VALUE ZEROS.
       77 TOTAL-EVT-PROV    PIC 9(08)V99 VALUE ZEROS.
       77 TOTAL-EVT-DESC    PIC 9(08)V99 VALUE ZEROS.
       77 WK-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77 QTD-ADI           PIC 9(04) VALUE ZEROS.
       77 WK-IND-ADI        PIC 9(04) VALUE ZEROS.
       77 WK-ADI            PIC 9(04) VALUE ZEROS.
       77 QTD-ADI-QUITADOS  PIC 9(04) VALUE ZEROS.
       77 QTD-ADI-ABERTOS   PIC 9(04) VALUE ZEROS.
       77 TOTAL-ADIANTAMENTO PIC 9(08)V99 VALUE ZEROS.
       77 WK-COMANDO        PIC X(80) VALUE SPACES.
       77 WK-QTD-EVT-ED     PIC ZZ9,99.
       77 WK-AULAS-ED       PIC ZZZ9.
       77 WK-HORAS-ED       PIC ZZZ9,99.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-GRAVADOS      PIC 9(05) VALUE ZEROS.
       77 TOTAL-BRUTO       PIC 9(08)V99 VALUE ZEROS.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-PERIODO-HAU.
           02 ANO-PERIODO-HAU      PIC 9(04).
           02 MES-PERIODO-HAU      PIC 9(02).
       01 WK-PERIODO-HAU-N REDEFINES WK-PERIODO-HAU PIC 9(06).
       01 TAB-INSS.
           02 FAIXA-INS-TAB OCCURS 20 TIMES.
              03 LIM-INF-INS-TAB   PIC 9(05)V99.
              03 LIM-SUP-IRF-TAB   PIC 9(05)V99.
              03 PCT-IRF-TAB       PIC 9(02)V99.
              03 DATA-VIG-IRF-TAB  PIC 9(08).
       01 TAB-HORA-AULA.
           02 HAU-TAB OCCURS 300 TIMES.
              03 MATRICULA-HAU-TAB PIC 9(05).
              03 PERIODO-HAU-TAB   PIC 9(06).
              03 AULAS-HAU-TAB     PIC 9(04).
              03 HORAS-HAU-TAB     PIC 9(04)V99.
              03 VALOR-HAU-TAB     PIC 9(05)V99.
              03 USADO-HAU-TAB     PIC X(03).
       01 TAB-EVENTOS.
           02 EVT-TAB OCCURS 100 TIMES.
              03 CODIGO-EVT-TAB    PIC 9(03).
              03 DESCRICAO-EVT-TAB PIC X(20).
              03 TIPO-EVT-TAB      PIC X(01).
              03 BASE-EVT-TAB      PIC X(01).
              03 FATOR-EVT-TAB     PIC 9(03)V99.
              03 INSS-EVT-TAB      PIC X(01).
              03 IRRF-EVT-TAB      PIC X(01).
       01 TAB-MOVIMENTOS.
           02 MOV-TAB OCCURS 1000 TIMES.
              03 MATRICULA-MOV-TAB PIC 9(05).
              03 CODIGO-MOV-TAB    PIC 9(03).
              03 QUANTIDADE-MOV-TAB PIC 9(03)V99.
              03 VALOR-MOV-TAB     PIC 9(05)V99.
              03 EVT-MOV-TAB       PIC 9(03).
              03 VALOR-CALC-MOV-TAB PIC 9(05)V99.
              03 USADO-MOV-TAB     PIC X(03).
       01 TAB-ADIANTAMENTOS.
           02 ADI-TAB OCCURS 1000 TIMES.
              03 MATRICULA-ADI-TAB PIC 9(05).
              03 COMPETENCIA-ADI-TAB PIC 9(06).
              03 VALOR-ADI-TAB     PIC 9(05)V99.
              03 QUITADO-ADI-TAB   PIC X(03).
       01 TAB-FAIXAS.
           02 FAIXA-TAB OCCURS 20 TIMES.
              03 LIM-INF-TAB       PIC 9(05)V99.
       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT HORA-SISTEMA FROM TIME.
            MOVE DATA-SISTEMA(1:6) TO WK-COMPETENCIA.
      * A HORA-AULA E PAGA NA FOLHA DO MES SEGUINTE AO DAS AULAS, COMO
      * O EM01HAUL APURA QUANDO NAO HA PARHAU.
            IF MES-SISTEMA EQUAL 1
               COMPUTE ANO-PERIODO-HAU = ANO-SISTEMA - 1
               MOVE 12 TO MES-PERIODO-HAU
            ELSE
               MOVE ANO-SISTEMA TO ANO-PERIODO-HAU
               COMPUTE MES-PERIODO-HAU = MES-SISTEMA - 1
            END-IF.
            STRING "CADLIQ08." DATA-SISTEMA HORA-SISTEMA ".DAT"
                   DELIMITED BY SIZE INTO CADLIQ-NOME.
            PERFORM RESOLVE-GERACAO.
            PERFORM CARGA-PARIRF.
            MOVE TAB-FAIXAS TO TAB-IRRF.
            MOVE QTD-FAIXAS TO QTD-FAIXAS-IRF.
            PERFORM CARGA-CADHAU.
            PERFORM CARGA-PAREVT.
            PERFORM CARGA-CADEVA.
            PERFORM CARGA-CADADI.
            PERFORM VERIFICA-PENDENCIAS.

       VERIFICA-PENDENCIAS.
      * MESMA CONTAGEM DO EM01EX06: SALARIO PEDIDO NO EM01MEMP E AINDA
      * NAO APROVADO NO EM01APRV NAO ENTRA NO LIQUIDO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADALT.
            IF CADALT-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-CADALT
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADALT.
            IF QTD-SAL-PENDENTES > ZEROS
               DISPLAY "EM01LIQD - ATENCAO: " QTD-SAL-PENDENTES
                       " ALTERACAO(OES) DE SALARIO PENDENTE(S) DE "
                       "APROVACAO NO CADALT (EM01APRV) - O LIQUIDO "
                       "USA OS SALARIOS ANTERIORES"
            END-IF.

       LEITURA-CADALT.
            READ CADALT
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF TIPO-ALT EQUAL "S" AND SITUACAO-ALT EQUAL "P"
                   ADD 1 TO QTD-SAL-PENDENTES
                END-IF
            END-READ.

       CARGA-CADADI.
      * SO ENTRAM OS ADIANTAMENTOS EM ABERTO DE COMPETENCIA ATE A
      * DESTA EXECUCAO E, NO REPROCESSAMENTO DA FOLHA DO MES, OS QUE
      * A EXECUCAO ANTERIOR JA QUITOU NESTE MESMO MES.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADADI.
            IF CADADI-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-CADADI
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADADI.

       LEITURA-CADADI.
            READ CADADI
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF COMPETENCIA-ADI NOT > WK-COMPETENCIA
                   AND (SITUACAO-ADI EQUAL "A"
                        OR (SITUACAO-ADI EQUAL "Q"
                            AND DATA-QUIT-ADI(1:6) EQUAL
                                WK-COMPETENCIA))
                   PERFORM ARMAZENA-ADIANTAMENTO
                END-IF
            END-READ.

       ARMAZENA-ADIANTAMENTO.
            IF QTD-ADI < 1000
               ADD 1 TO QTD-ADI
               MOVE MATRICULA-ADI TO MATRICULA-ADI-TAB(QTD-ADI)
               MOVE COMPETENCIA-ADI TO COMPETENCIA-ADI-TAB(QTD-ADI)
               MOVE VALOR-ADI TO VALOR-ADI-TAB(QTD-ADI)
               MOVE "NAO" TO QUITADO-ADI-TAB(QTD-ADI)
            ELSE
               DISPLAY "EM01LIQD - TABELA DE ADIANTAMENTOS CHEIA "
                       "(1000) - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       CARGA-CADHAU.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADHAU.
            IF CADHAU-STATUS NOT EQUAL "00"
               DISPLAY "EM01LIQD - CADHAU AUSENTE - FOLHA SEM PROVENTO "
                       "DE HORA-AULA"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-CADHAU
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADHAU.

       LEITURA-CADHAU.
            READ CADHAU
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                PERFORM ARMAZENA-HORA-AULA
            END-READ.

       ARMAZENA-HORA-AULA.
            IF QTD-HAU < 300
               ADD 1 TO QTD-HAU
               MOVE MATRICULA-HAU TO MATRICULA-HAU-TAB(QTD-HAU)
               MOVE PERIODO-HAU TO PERIODO-HAU-TAB(QTD-HAU)
               MOVE AULAS-HAU TO AULAS-HAU-TAB(QTD-HAU)
               MOVE HORAS-HAU TO HORAS-HAU-TAB(QTD-HAU)
               MOVE VALOR-HAU TO VALOR-HAU-TAB(QTD-HAU)
               MOVE "NAO" TO USADO-HAU-TAB(QTD-HAU)
               IF PERIODO-HAU NOT EQUAL WK-PERIODO-HAU-N
                  MOVE "PER" TO USADO-HAU-TAB(QTD-HAU)
               END-IF
            ELSE
               DISPLAY "EM01LIQD - TABELA DO CADHAU CHEIA (300) - "
                       "CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       CARGA-PAREVT.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT PAREVT.
            IF PAREVT-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO TEM-PAREVT.
            PERFORM LEITURA-PAREVT
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE PAREVT.

       LEITURA-PAREVT.
            READ PAREVT
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                PERFORM ARMAZENA-EVENTO
            END-READ.

       ARMAZENA-EVENTO.
            IF CODIGO-EVT IS NOT NUMERIC
               OR FATOR-EVT IS NOT NUMERIC
               OR (TIPO-EVT NOT EQUAL "P" AND "D")
               OR (BASE-EVT NOT EQUAL "V" AND "H" AND "D")
               OR (INSS-EVT NOT EQUAL "S" AND "N")
               OR (IRRF-EVT NOT EQUAL "S" AND "N")
               DISPLAY "EM01LIQD - LINHA DE EVENTO INVALIDA NO "
                       "PAREVT - IGNORADA: " CODIGO-EVT
            ELSE
               IF QTD-EVT < 100
                  ADD 1 TO QTD-EVT
                  MOVE CODIGO-EVT TO CODIGO-EVT-TAB(QTD-EVT)
                  MOVE DESCRICAO-EVT TO DESCRICAO-EVT-TAB(QTD-EVT)
                  MOVE TIPO-EVT TO TIPO-EVT-TAB(QTD-EVT)
                  MOVE BASE-EVT TO BASE-EVT-TAB(QTD-EVT)
                  MOVE FATOR-EVT TO FATOR-EVT-TAB(QTD-EVT)
                  MOVE INSS-EVT TO INSS-EVT-TAB(QTD-EVT)
                  MOVE IRRF-EVT TO IRRF-EVT-TAB(QTD-EVT)
               END-IF
            END-IF.

       CARGA-CADEVA.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADEVA.
            IF CADEVA-STATUS NOT EQUAL "00"
               DISPLAY "EM01LIQD - CADEVA AUSENTE - FOLHA SEM EVENTOS "
                       "VARIAVEIS"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-CADEVA
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADEVA.
            IF QTD-MOV > ZEROS AND TEM-PAREVT EQUAL "NAO"
               DISPLAY "EM01LIQD - CADEVA COM EVENTOS E PAREVT "
                       "AUSENTE - CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       LEITURA-CADEVA.
            READ CADEVA
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                PERFORM ARMAZENA-MOVIMENTO
            END-READ.

       ARMAZENA-MOVIMENTO.
            IF QTD-MOV < 1000
               ADD 1 TO QTD-MOV
               MOVE MATRICULA-EVM TO MATRICULA-MOV-TAB(QTD-MOV)
               MOVE CODIGO-EVM TO CODIGO-MOV-TAB(QTD-MOV)
               MOVE QUANTIDADE-EVM TO QUANTIDADE-MOV-TAB(QTD-MOV)
               MOVE VALOR-EVM TO VALOR-MOV-TAB(QTD-MOV)
               MOVE ZEROS TO VALOR-CALC-MOV-TAB(QTD-MOV)
               MOVE "NAO" TO USADO-MOV-TAB(QTD-MOV)
               PERFORM LOCALIZA-EVENTO
               MOVE WK-EVT TO EVT-MOV-TAB(QTD-MOV)
               IF COMPETENCIA-EVM NOT EQUAL WK-COMPETENCIA
                  MOVE "PER" TO USADO-MOV-TAB(QTD-MOV)
                  MOVE ZEROS TO EVT-MOV-TAB(QTD-MOV)
               END-IF
            ELSE
               DISPLAY "EM01LIQD - TABELA DO CADEVA CHEIA (1000) - "
                       "CALCULO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       LOCALIZA-EVENTO.
            MOVE ZEROS TO WK-EVT.
            PERFORM COMPARA-EVENTO
                    VARYING WK-IND-EVT FROM 1 BY 1
                    UNTIL WK-IND-EVT > QTD-EVT OR WK-EVT > 0.

       COMPARA-EVENTO.
            IF CODIGO-EVT-TAB(WK-IND-EVT) EQUAL CODIGO-EVM
               MOVE WK-IND-EVT TO WK-EVT
            END-IF.

       RESOLVE-GERACAO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADSAI.
            OPEN OUTPUT CADLIQ
                 OUTPUT RELLIQ.
            OPEN EXTEND CADHOL.
            IF CADHOL-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADHOL
            END-IF.
            PERFORM CABECALHO-RELLIQ.
            PERFORM LEITURA-CALCULO
                    UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM RODAPE-RELLIQ.
            CLOSE CADSAI
                  CADLIQ
                  CADHOL
                  RELLIQ.

       CABECALHO-RELLIQ.
            END-READ.

       CALCULA-1FUNCIONARIO.
            PERFORM PROCURA-HORA-AULA.
            COMPUTE WK-BRUTO = SALAJT + WK-PROVENTO.
            MOVE ZEROS TO WK-DESCONTOS.
            MOVE WK-BRUTO TO WK-BASE-INSS.
            MOVE WK-BRUTO TO WK-BASE-IRRF.
            PERFORM APLICA-EVENTO
                    VARYING WK-IND-MOV FROM 1 BY 1
                    UNTIL WK-IND-MOV > QTD-MOV.
            IF WK-BASE-INSS < ZEROS
               MOVE ZEROS TO WK-BASE-INSS
            END-IF.
            MOVE TAB-INSS TO TAB-FAIXAS.
            MOVE QTD-FAIXAS-INS TO QTD-FAIXAS.
            MOVE WK-BASE-INSS TO WK-BASE.
            PERFORM PROCURA-FAIXA.
            COMPUTE WK-INSS ROUNDED
                    = WK-BASE-INSS * PCT-TAB(WK-FX) / 100.
            MOVE PCT-TAB(WK-FX) TO WK-PCT-INSS.
            MOVE TAB-IRRF TO TAB-FAIXAS.
            MOVE QTD-FAIXAS-IRF TO QTD-FAIXAS.
            SUBTRACT WK-INSS FROM WK-BASE-IRRF.
            IF WK-BASE-IRRF < ZEROS
               MOVE ZEROS TO WK-BASE-IRRF
            END-IF.
            MOVE WK-BASE-IRRF TO WK-BASE.
            PERFORM PROCURA-FAIXA.
            COMPUTE WK-IRRF ROUNDED
                    = WK-BASE * PCT-TAB(WK-FX) / 100.
            MOVE PCT-TAB(WK-FX) TO WK-PCT-IRRF.
            COMPUTE WK-LIQ-CALC = WK-BRUTO - WK-DESCONTOS
                                - WK-INSS - WK-IRRF.
            IF WK-LIQ-CALC < ZEROS
               DISPLAY "EM01LIQD - DESCONTOS DE " COD-SAI
                       " SUPERAM O BRUTO - LIQUIDO ZERADO"
               ADD 1 TO QTD-LIQ-ZERADO
               MOVE ZEROS TO WK-LIQ-CALC
            END-IF.
            PERFORM DESCONTA-ADIANTAMENTO
                    VARYING WK-IND-ADI FROM 1 BY 1
                    UNTIL WK-IND-ADI > QTD-ADI.
            MOVE WK-LIQ-CALC TO WK-LIQUIDO.
            PERFORM GRAVA-LIQUIDO.

       DESCONTA-ADIANTAMENTO.
      * O ADIANTAMENTO SO E QUITADO SE COUBER INTEIRO NO LIQUIDO;
      * SENAO FICA EM ABERTO E SAI NA CONFERENCIA DO RODAPE.
            IF MATRICULA-ADI-TAB(WK-IND-ADI) NOT EQUAL COD-SAI
               OR QUITADO-ADI-TAB(WK-IND-ADI) EQUAL "SIM"
               EXIT PARAGRAPH
            END-IF.
            IF VALOR-ADI-TAB(WK-IND-ADI) > WK-LIQ-CALC
               DISPLAY "EM01LIQD - ADIANTAMENTO DE " COD-SAI
                       " MAIOR QUE O LIQUIDO - FICA EM ABERTO"
               EXIT PARAGRAPH
            END-IF.
            SUBTRACT VALOR-ADI-TAB(WK-IND-ADI) FROM WK-LIQ-CALC.
            MOVE "SIM" TO QUITADO-ADI-TAB(WK-IND-ADI).
            ADD 1 TO QTD-ADI-QUITADOS.
            ADD VALOR-ADI-TAB(WK-IND-ADI) TO TOTAL-ADIANTAMENTO.

       APLICA-EVENTO.
            IF MATRICULA-MOV-TAB(WK-IND-MOV) NOT EQUAL COD-SAI
               OR EVT-MOV-TAB(WK-IND-MOV) EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE EVT-MOV-TAB(WK-IND-MOV) TO WK-EVT.
            EVALUATE BASE-EVT-TAB(WK-EVT)
                WHEN "H"
                     COMPUTE WK-VALOR-EVT ROUNDED
                             = QUANTIDADE-MOV-TAB(WK-IND-MOV)
                             * SALAJT * FATOR-EVT-TAB(WK-EVT)
                             / (220 * 100)
                WHEN "D"
                     COMPUTE WK-VALOR-EVT ROUNDED
                             = QUANTIDADE-MOV-TAB(WK-IND-MOV)
                             * SALAJT * FATOR-EVT-TAB(WK-EVT)
                             / (30 * 100)
                WHEN OTHER
                     MOVE VALOR-MOV-TAB(WK-IND-MOV) TO WK-VALOR-EVT
            END-EVALUATE.
            MOVE WK-VALOR-EVT TO VALOR-CALC-MOV-TAB(WK-IND-MOV).
            MOVE "SIM" TO USADO-MOV-TAB(WK-IND-MOV).
            IF TIPO-EVT-TAB(WK-EVT) EQUAL "P"
               ADD WK-VALOR-EVT TO WK-BRUTO
               ADD WK-VALOR-EVT TO TOTAL-EVT-PROV
               IF INSS-EVT-TAB(WK-EVT) EQUAL "S"
                  ADD WK-VALOR-EVT TO WK-BASE-INSS
               END-IF
               IF IRRF-EVT-TAB(WK-EVT) EQUAL "S"
                  ADD WK-VALOR-EVT TO WK-BASE-IRRF
               END-IF
            ELSE
               ADD WK-VALOR-EVT TO WK-DESCONTOS
               ADD WK-VALOR-EVT TO TOTAL-EVT-DESC
               IF INSS-EVT-TAB(WK-EVT) EQUAL "S"
                  SUBTRACT WK-VALOR-EVT FROM WK-BASE-INSS
               END-IF
               IF IRRF-EVT-TAB(WK-EVT) EQUAL "S"
                  SUBTRACT WK-VALOR-EVT FROM WK-BASE-IRRF
               END-IF
            END-IF.

       PROCURA-HORA-AULA.
            MOVE ZEROS TO WK-PROVENTO.
            MOVE ZEROS TO WK-HAU.
            PERFORM COMPARA-HORA-AULA
                    VARYING WK-IND-HAU FROM 1 BY 1
                    UNTIL WK-IND-HAU > QTD-HAU OR WK-HAU > 0.
            IF WK-HAU > ZEROS
               MOVE VALOR-HAU-TAB(WK-HAU) TO WK-PROVENTO
               MOVE "SIM" TO USADO-HAU-TAB(WK-HAU)
               ADD WK-PROVENTO TO TOTAL-PROVENTO
            END-IF.

       COMPARA-HORA-AULA.
            IF MATRICULA-HAU-TAB(WK-IND-HAU) EQUAL COD-SAI
               AND USADO-HAU-TAB(WK-IND-HAU) EQUAL "NAO"
               MOVE WK-IND-HAU TO WK-HAU
            END-IF.

       PROCURA-FAIXA.
            MOVE ZEROS TO WK-FX.
            PERFORM COMPARA-FAIXA
       GRAVA-LIQUIDO.
            MOVE COD-SAI TO COD-LIQ.
            MOVE NOME-SAI TO NOME-LIQ.
            MOVE WK-BRUTO TO BRUTO-LIQ.
            MOVE WK-INSS TO INSS-LIQ.
            MOVE WK-IRRF TO IRRF-LIQ.
            MOVE WK-LIQUIDO TO LIQUIDO-LIQ.
            MOVE DATA-SISTEMA TO DATA-PROC-LIQ.
            WRITE REG-LIQ.
            PERFORM GRAVA-CADHOL.
            ADD 1 TO QTD-GRAVADOS.
            ADD WK-BRUTO TO TOTAL-BRUTO.
            ADD WK-INSS TO TOTAL-INSS.
            ADD WK-IRRF TO TOTAL-IRRF.
            ADD WK-LIQUIDO TO TOTAL-LIQUIDO.
            PERFORM GRAVA-RELLIQ.

       GRAVA-CADHOL.
            MOVE SPACES TO REG-HOL.
            MOVE CADLIQ-NOME TO NOME-GER-HOL.
            MOVE COD-SAI TO MATRICULA-HOL.
            MOVE "R" TO TIPO-HOL.
            MOVE SALBRT-SAI TO SALARIO-HOL.
            MOVE AJUSTE-SAI TO REAJUSTE-HOL.
            MOVE WK-BRUTO TO BRUTO-HOL.
            MOVE WK-INSS TO INSS-HOL.
            MOVE WK-IRRF TO IRRF-HOL.
            MOVE WK-LIQUIDO TO LIQUIDO-HOL.
            MOVE DATA-SISTEMA TO DATA-PROC-HOL.
            WRITE REG-HOL.
            MOVE SPACES TO DETALHE-HOL.
            MOVE "SALARIO" TO DESCRICAO-HOL.
            MOVE ZEROS TO REFERENCIA-HOL.
            MOVE ZEROS TO TAXA-HOL.
            MOVE SALBRT-SAI TO VALOR-HOL.
            PERFORM GRAVA-VERBA-HOL-P.
            IF AJUSTE-SAI > ZEROS
               MOVE "REAJUSTE" TO DESCRICAO-HOL
               MOVE ZEROS TO REFERENCIA-HOL
               MOVE ZEROS TO TAXA-HOL
               MOVE AJUSTE-SAI TO VALOR-HOL
               PERFORM GRAVA-VERBA-HOL-P
            END-IF.
            IF WK-HAU > ZEROS
               MOVE SPACES TO DESCRICAO-HOL
               STRING "HORA-AULA " DELIMITED BY SIZE
                      PERIODO-HAU-TAB(WK-HAU) DELIMITED BY SIZE
                      INTO DESCRICAO-HOL
               MOVE HORAS-HAU-TAB(WK-HAU) TO REFERENCIA-HOL
               MOVE ZEROS TO TAXA-HOL
               MOVE WK-PROVENTO TO VALOR-HOL
               PERFORM GRAVA-VERBA-HOL-P
            END-IF.
            PERFORM GRAVA-EVENTO-HOL
                    VARYING WK-IND-MOV FROM 1 BY 1
                    UNTIL WK-IND-MOV > QTD-MOV.
            MOVE "INSS" TO DESCRICAO-HOL.
            MOVE WK-BASE-INSS TO REFERENCIA-HOL.
            MOVE WK-PCT-INSS TO TAXA-HOL.
            MOVE WK-INSS TO VALOR-HOL.
            PERFORM GRAVA-VERBA-HOL-D.
            MOVE "IRRF" TO DESCRICAO-HOL.
            MOVE WK-BASE-IRRF TO REFERENCIA-HOL.
            MOVE WK-PCT-IRRF TO TAXA-HOL.
            MOVE WK-IRRF TO VALOR-HOL.
            PERFORM GRAVA-VERBA-HOL-D.
            PERFORM GRAVA-ADIANTAMENTO-HOL
                    VARYING WK-IND-ADI FROM 1 BY 1
                    UNTIL WK-IND-ADI > QTD-ADI.

       GRAVA-EVENTO-HOL.
            IF MATRICULA-MOV-TAB(WK-IND-MOV) NOT EQUAL COD-SAI
               OR EVT-MOV-TAB(WK-IND-MOV) EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE EVT-MOV-TAB(WK-IND-MOV) TO WK-EVT.
            MOVE DESCRICAO-EVT-TAB(WK-EVT) TO DESCRICAO-HOL.
            IF BASE-EVT-TAB(WK-EVT) EQUAL "V"
               MOVE ZEROS TO REFERENCIA-HOL
               MOVE ZEROS TO TAXA-HOL
            ELSE
               MOVE QUANTIDADE-MOV-TAB(WK-IND-MOV) TO REFERENCIA-HOL
               MOVE FATOR-EVT-TAB(WK-EVT) TO TAXA-HOL
            END-IF.
            MOVE VALOR-CALC-MOV-TAB(WK-IND-MOV) TO VALOR-HOL.
            IF TIPO-EVT-TAB(WK-EVT) EQUAL "P"
               PERFORM GRAVA-VERBA-HOL-P
            ELSE
               PERFORM GRAVA-VERBA-HOL-D
            END-IF.

       GRAVA-ADIANTAMENTO-HOL.
            IF MATRICULA-ADI-TAB(WK-IND-ADI) NOT EQUAL COD-SAI
               OR QUITADO-ADI-TAB(WK-IND-ADI) NOT EQUAL "SIM"
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO DESCRICAO-HOL.
            STRING "ADIANTAMENTO " DELIMITED BY SIZE
                   COMPETENCIA-ADI-TAB(WK-IND-ADI) DELIMITED BY SIZE
                   INTO DESCRICAO-HOL.
            MOVE ZEROS TO REFERENCIA-HOL.
            MOVE ZEROS TO TAXA-HOL.
            MOVE VALOR-ADI-TAB(WK-IND-ADI) TO VALOR-HOL.
            PERFORM GRAVA-VERBA-HOL-D.

       GRAVA-VERBA-HOL-P.
            MOVE "P" TO TIPO-HOL.
            WRITE REG-HOL.

       GRAVA-VERBA-HOL-D.
            MOVE "D" TO TIPO-HOL.
            WRITE REG-HOL.

       GRAVA-RELLIQ.
            MOVE SPACES TO LINHA-RELLIQ.
            MOVE COD-LIQ TO WK-COD-ED.
            MOVE WK-BRUTO TO WK-BRUTO-ED.
            MOVE WK-INSS TO WK-INSS-ED.
            MOVE WK-IRRF TO WK-IRRF-ED.
            MOVE WK-LIQUIDO TO WK-LIQ-ED.
                   WK-LIQ-ED DELIMITED BY SIZE
                   INTO LINHA-RELLIQ.
            WRITE REG-RELLIQ.
            IF WK-HAU > ZEROS
               PERFORM GRAVA-RELLIQ-PROVENTO
            END-IF.
            PERFORM GRAVA-RELLIQ-EVENTO
                    VARYING WK-IND-MOV FROM 1 BY 1
                    UNTIL WK-IND-MOV > QTD-MOV.
            PERFORM GRAVA-RELLIQ-ADIANTAMENTO
                    VARYING WK-IND-ADI FROM 1 BY 1
                    UNTIL WK-IND-ADI > QTD-ADI.

       GRAVA-RELLIQ-ADIANTAMENTO.
            IF MATRICULA-ADI-TAB(WK-IND-ADI) NOT EQUAL COD-SAI
               OR QUITADO-ADI-TAB(WK-IND-ADI) NOT EQUAL "SIM"
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO LINHA-RELLIQ.
            MOVE VALOR-ADI-TAB(WK-IND-ADI) TO WK-BRUTO-ED.
            STRING "         ADIANTAMENTO QUINZENAL " DELIMITED BY SIZE
                   COMPETENCIA-ADI-TAB(WK-IND-ADI) DELIMITED BY SIZE
                   INTO LINHA-RELLIQ.
            MOVE "DESCONTO" TO LINHA-RELLIQ(58:8).
            MOVE WK-BRUTO-ED TO LINHA-RELLIQ(67:8).
            WRITE REG-RELLIQ.

       GRAVA-RELLIQ-EVENTO.
            IF MATRICULA-MOV-TAB(WK-IND-MOV) NOT EQUAL COD-SAI
               OR EVT-MOV-TAB(WK-IND-MOV) EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE EVT-MOV-TAB(WK-IND-MOV) TO WK-EVT.
            MOVE SPACES TO LINHA-RELLIQ.
            IF BASE-EVT-TAB(WK-EVT) EQUAL "V"
               MOVE ZEROS TO WK-QTD-EVT-ED
            ELSE
               MOVE QUANTIDADE-MOV-TAB(WK-IND-MOV) TO WK-QTD-EVT-ED
            END-IF.
            MOVE VALOR-CALC-MOV-TAB(WK-IND-MOV) TO WK-BRUTO-ED.
            STRING "         EVENTO " DELIMITED BY SIZE
                   CODIGO-EVT-TAB(WK-EVT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DESCRICAO-EVT-TAB(WK-EVT) DELIMITED BY SIZE
                   " QTD " DELIMITED BY SIZE
                   WK-QTD-EVT-ED DELIMITED BY SIZE
                   INTO LINHA-RELLIQ.
            IF TIPO-EVT-TAB(WK-EVT) EQUAL "P"
               MOVE "PROVENTO" TO LINHA-RELLIQ(58:8)
            ELSE
               MOVE "DESCONTO" TO LINHA-RELLIQ(58:8)
            END-IF.
            MOVE WK-BRUTO-ED TO LINHA-RELLIQ(67:8).
            WRITE REG-RELLIQ.

       GRAVA-RELLIQ-PROVENTO.
            MOVE SPACES TO LINHA-RELLIQ.
            MOVE AULAS-HAU-TAB(WK-HAU) TO WK-AULAS-ED.
            MOVE HORAS-HAU-TAB(WK-HAU) TO WK-HORAS-ED.
            MOVE WK-PROVENTO TO WK-BRUTO-ED.
            STRING "         HORA-AULA " DELIMITED BY SIZE
                   PERIODO-HAU-TAB(WK-HAU) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WK-AULAS-ED DELIMITED BY SIZE
                   " AULAS, " DELIMITED BY SIZE
                   WK-HORAS-ED DELIMITED BY SIZE
                   " H = " DELIMITED BY SIZE
                   WK-BRUTO-ED DELIMITED BY SIZE
                   " (INCLUIDO NO BRUTO)" DELIMITED BY SIZE
                   INTO LINHA-RELLIQ.
            WRITE REG-RELLIQ.

       GRAVA-TRAILER-CADLIQ.
            MOVE "TRL" TO TIPO-LIQ-TRL.
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELLIQ.
            WRITE REG-RELLIQ.
            MOVE SPACES TO LINHA-RELLIQ.
            MOVE TOTAL-PROVENTO TO WK-TOTAL-ED.
            STRING "HORA-AULA NO BRUTO: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELLIQ.
            WRITE REG-RELLIQ.
            MOVE SPACES TO LINHA-RELLIQ.
            MOVE TOTAL-EVT-PROV TO WK-TOTAL-ED.
            STRING "EVENTOS - PROVENTOS: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELLIQ.
            MOVE TOTAL-EVT-DESC TO WK-TOTAL-ED.
            STRING " - DESCONTOS: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELLIQ(33:40).
            WRITE REG-RELLIQ.
            MOVE SPACES TO LINHA-RELLIQ.
            MOVE TOTAL-ADIANTAMENTO TO WK-TOTAL-ED.
            STRING "ADIANTAMENTOS DESCONTADOS: " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELLIQ.
            WRITE REG-RELLIQ.
            IF QTD-SAL-PENDENTES > ZEROS
               MOVE QTD-SAL-PENDENTES TO WK-COD-ED
               MOVE SPACES TO LINHA-RELLIQ
               STRING "ATENCAO: " DELIMITED BY SIZE
                      WK-COD-ED DELIMITED BY SIZE
                      " ALTERACAO(OES) DE SALARIO AINDA NAO APROVADA(S)"
                      DELIMITED BY SIZE
                      INTO LINHA-RELLIQ
               WRITE REG-RELLIQ
            END-IF.
            PERFORM CONFERE-HORA-AULA
                    VARYING WK-IND-HAU FROM 1 BY 1
                    UNTIL WK-IND-HAU > QTD-HAU.
            PERFORM CONFERE-EVENTO
                    VARYING WK-IND-MOV FROM 1 BY 1
                    UNTIL WK-IND-MOV > QTD-MOV.
            PERFORM CONFERE-ADIANTAMENTO
                    VARYING WK-IND-ADI FROM 1 BY 1
                    UNTIL WK-IND-ADI > QTD-ADI.

       CONFERE-ADIANTAMENTO.
            IF QUITADO-ADI-TAB(WK-IND-ADI) EQUAL "NAO"
               ADD 1 TO QTD-ADI-ABERTOS
               MOVE SPACES TO LINHA-RELLIQ
               MOVE MATRICULA-ADI-TAB(WK-IND-ADI) TO WK-COD-ED
               MOVE VALOR-ADI-TAB(WK-IND-ADI) TO WK-BRUTO-ED
               STRING "ADIANTAMENTO EM ABERTO - MATRICULA "
                      DELIMITED BY SIZE
                      WK-COD-ED DELIMITED BY SIZE
                      " - COMPETENCIA " DELIMITED BY SIZE
                      COMPETENCIA-ADI-TAB(WK-IND-ADI) DELIMITED BY SIZE
                      " - VALOR " DELIMITED BY SIZE
                      WK-BRUTO-ED DELIMITED BY SIZE
                      INTO LINHA-RELLIQ
               WRITE REG-RELLIQ
            END-IF.

       CONFERE-EVENTO.
            IF USADO-MOV-TAB(WK-IND-MOV) EQUAL "PER"
               ADD 1 TO QTD-MOV-PER
               MOVE SPACES TO LINHA-RELLIQ
               MOVE MATRICULA-MOV-TAB(WK-IND-MOV) TO WK-COD-ED
               STRING "EVENTO FORA DA COMPETENCIA - MATRICULA "
                      DELIMITED BY SIZE
                      WK-COD-ED DELIMITED BY SIZE
                      " - EVENTO " DELIMITED BY SIZE
                      CODIGO-MOV-TAB(WK-IND-MOV) DELIMITED BY SIZE
                      INTO LINHA-RELLIQ
               WRITE REG-RELLIQ
            END-IF.
            IF USADO-MOV-TAB(WK-IND-MOV) EQUAL "NAO"
               ADD 1 TO QTD-MOV-FORA
               MOVE SPACES TO LINHA-RELLIQ
               MOVE MATRICULA-MOV-TAB(WK-IND-MOV) TO WK-COD-ED
               STRING "EVENTO FORA DA FOLHA - MATRICULA "
                      DELIMITED BY SIZE
                      WK-COD-ED DELIMITED BY SIZE
                      " - EVENTO " DELIMITED BY SIZE
                      CODIGO-MOV-TAB(WK-IND-MOV) DELIMITED BY SIZE
                      INTO LINHA-RELLIQ
               IF EVT-MOV-TAB(WK-IND-MOV) EQUAL ZEROS
                  MOVE "(FORA DO PAREVT)" TO LINHA-RELLIQ(55:16)
               ELSE
                  MOVE "(FORA DA GERACAO)" TO LINHA-RELLIQ(55:17)
               END-IF
               WRITE REG-RELLIQ
            END-IF.

       CONFERE-HORA-AULA.
            IF USADO-HAU-TAB(WK-IND-HAU) EQUAL "PER"
               ADD 1 TO QTD-HAU-PER
               MOVE SPACES TO LINHA-RELLIQ
               MOVE MATRICULA-HAU-TAB(WK-IND-HAU) TO WK-COD-ED
               MOVE VALOR-HAU-TAB(WK-IND-HAU) TO WK-BRUTO-ED
               STRING "HORA-AULA DE OUTRO PERIODO - MATRICULA "
                      DELIMITED BY SIZE
                      WK-COD-ED DELIMITED BY SIZE
                      " - PERIODO " DELIMITED BY SIZE
                      PERIODO-HAU-TAB(WK-IND-HAU) DELIMITED BY SIZE
                      INTO LINHA-RELLIQ
               WRITE REG-RELLIQ
            END-IF.
            IF USADO-HAU-TAB(WK-IND-HAU) EQUAL "NAO"
               ADD 1 TO QTD-HAU-FORA
               MOVE SPACES TO LINHA-RELLIQ
               MOVE MATRICULA-HAU-TAB(WK-IND-HAU) TO WK-COD-ED
               MOVE VALOR-HAU-TAB(WK-IND-HAU) TO WK-BRUTO-ED
               STRING "HORA-AULA FORA DA FOLHA - MATRICULA "
                      DELIMITED BY SIZE
                      WK-COD-ED DELIMITED BY SIZE
                      " NAO ESTA NA GERACAO - VALOR " DELIMITED BY SIZE
                      WK-BRUTO-ED DELIMITED BY SIZE
                      INTO LINHA-RELLIQ
               WRITE REG-RELLIQ
            END-IF.

       GRAVA-GERACAO.
            OPEN EXTEND CADGER.
            MOVE DATA-SISTEMA TO DATA-LQC.
            MOVE HORA-SISTEMA TO HORA-LQC.
            MOVE QTD-GRAVADOS TO QTD-LQC.
            MOVE CADLIQ-NOME TO NOME-LIQ-LQC.
            WRITE REG-LQC.
            CLOSE CADLQC.

       QUITA-ADIANTAMENTOS.
      * REESCREVE O CADADI MARCANDO QUITADOS OS ADIANTAMENTOS QUE
      * ESTA EXECUCAO DESCONTOU. O QUE UMA EXECUCAO ANTERIOR DO MES
      * QUITOU E ESTA NAO DESCONTOU VOLTA A FICAR EM ABERTO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADADI.
            IF CADADI-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT WRKADI.
            PERFORM COPIA-1ADIANTAMENTO
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADADI
                  WRKADI.
            MOVE "mv WRKADI.TMP CADADI.DAT" TO WK-COMANDO.
            CALL "SYSTEM" USING WK-COMANDO.

       COPIA-1ADIANTAMENTO.
            READ CADADI
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF SITUACAO-ADI EQUAL "A"
                   OR (SITUACAO-ADI EQUAL "Q"
                       AND DATA-QUIT-ADI(1:6) EQUAL WK-COMPETENCIA)
                   PERFORM PROCURA-QUITADO
                   IF WK-ADI > ZEROS
                      MOVE "Q" TO SITUACAO-ADI
                      MOVE DATA-SISTEMA TO DATA-QUIT-ADI
                      MOVE CADLIQ-NOME TO NOME-GER-QUIT-ADI
                   ELSE
                      MOVE "A" TO SITUACAO-ADI
                      MOVE ZEROS TO DATA-QUIT-ADI
                      MOVE SPACES TO NOME-GER-QUIT-ADI
                   END-IF
                END-IF
                MOVE REG-ADI TO REG-WRKADI
                WRITE REG-WRKADI
            END-READ.

       PROCURA-QUITADO.
            MOVE ZEROS TO WK-ADI.
            PERFORM COMPARA-QUITADO
                    VARYING WK-IND-ADI FROM 1 BY 1
                    UNTIL WK-IND-ADI > QTD-ADI OR WK-ADI > 0.

       COMPARA-QUITADO.
            IF MATRICULA-ADI-TAB(WK-IND-ADI) EQUAL MATRICULA-ADI
               AND COMPETENCIA-ADI-TAB(WK-IND-ADI)
                   EQUAL COMPETENCIA-ADI
               AND QUITADO-ADI-TAB(WK-IND-ADI) EQUAL "SIM"
               MOVE WK-IND-ADI TO WK-ADI
            END-IF.

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
       TERMINO.
            PERFORM GRAVA-GERACAO.
            PERFORM GRAVA-CONTROLE.
            IF QTD-ADI > ZEROS
               PERFORM QUITA-ADIANTAMENTOS
            END-IF.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01LIQD - LIQUIDOS CALCULADOS: " QTD-GRAVADOS
                    " - TOTAL LIQUIDO " TOTAL-LIQUIDO.
            IF QTD-HAU-FORA > ZEROS
               DISPLAY "EM01LIQD - " QTD-HAU-FORA " PROVENTO(S) DE "
                       "HORA-AULA FORA DA FOLHA - VER RELLIQ"
               MOVE 4 TO RETURN-CODE
            END-IF.
            IF QTD-MOV-FORA > ZEROS
               DISPLAY "EM01LIQD - " QTD-MOV-FORA " EVENTO(S) "
                       "VARIAVEIS FORA DA FOLHA - VER RELLIQ"
               MOVE 4 TO RETURN-CODE
            END-IF.
            IF QTD-HAU-PER > ZEROS
               DISPLAY "EM01LIQD - " QTD-HAU-PER " PROVENTO(S) DE "
                       "HORA-AULA DE OUTRO PERIODO RECUSADO(S) - VER "
                       "RELLIQ"
               MOVE 4 TO RETURN-CODE
            END-IF.
            IF QTD-MOV-PER > ZEROS
               DISPLAY "EM01LIQD - " QTD-MOV-PER " EVENTO(S) "
                       "VARIAVEIS DE OUTRA COMPETENCIA RECUSADO(S) - "
                       "VER RELLIQ"
               MOVE 4 TO RETURN-CODE
            END-IF.
            IF QTD-LIQ-ZERADO > ZEROS
               MOVE 4 TO RETURN-CODE
            END-IF.
            IF QTD-ADI-ABERTOS > ZEROS
               DISPLAY "EM01LIQD - " QTD-ADI-ABERTOS " ADIANTAMENTO(S) "
                       "QUINZENAL(IS) EM ABERTO - VER RELLIQ"
               MOVE 4 TO RETURN-CODE
            END-IF.
