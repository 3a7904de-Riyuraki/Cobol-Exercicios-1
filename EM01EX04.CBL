      *         DATA, HORA, NOME DO ARQUIVO E QUANTIDADE GRAVADA),
      *         PARA QUE OS CONSUMIDORES RESOLVAM "A GERACAO MAIS
      *         RECENTE" PELO EM01CGER EM VEZ DE OLHAR O DIRETORIO.
      *         O CORTE FIXO (MASCULINOS LIVRES EM CADCLI2, O RESTO
      *         EM CADNAO) DEU LUGAR A SEGMENTOS DEFINIDOS NO ARQUIVO
      *         DE CRITERIOS CADSEG (DESENHO SEGREG): CADA LINHA DA
      *         UM NOME, O PREFIXO DA GERACAO DE SAIDA E AS CONDICOES
      *         SOBRE SEXO, BLOQUEIO, FAIXA DE CODIGOS E PADRAO DO
      *         NOME. UMA UNICA LEITURA DO CADCLI ALIMENTA TODOS OS
      *         SEGMENTOS (ATE 6; UM CLIENTE PODE CAIR EM MAIS DE UM)
      *         E O CLIENTE QUE NAO CAI EM NENHUM VAI PARA O CADNAO.
      *         SEXO FORA DE M/F CONTINUA INDO SO PARA O CADSEX. SEM
      *         O CADSEG VALE O SEGMENTO PADRAO, IDENTICO AO CORTE
      *         ANTIGO (MASCULINOS NAO BLOQUEADOS, PREFIXO CADCLI204).
      *         LINHA INVALIDA OU PREFIXO REPETIDO NO CADSEG E
      *         IGNORADO COM MENSAGEM; MAIS DE 6 SEGMENTOS, OU NENHUM
      *         VALIDO, ENCERRA COM CODIGO 16. O RELREC TRAZ OS LIDOS,
      *         OS SELECIONADOS DE CADA SEGMENTO, OS SELECIONADOS EM
      *         ALGUM SEGMENTO, OS NAO SELECIONADOS E OS DE SEXO
      *         INVALIDO, COM A CONFERENCIA DE SEMPRE NA ULTIMA
      *         LINHA. CADA SAIDA E CATALOGADA NO CADGER COM A MESMA
      *         HORA, E A LINHA DO EM01LOG LEVA EM GRAVADOS A SOMA DAS
      *         SAIDAS, QUE O EM01RGER CONFERE CONTRA O TOTAL DA
      *         EXECUCAO.
                                                                                                                                                                                                                                                                                                                                                                                                                                                                                       
       ENVIRONMENT DIVISION.

           ORGANIZATION IS    INDEXED
           RECORD KEY IS      CODIGO-CLI
           FILE STATUS IS CADCLI-STATUS.
           SELECT     CADSEG  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADSEG-STATUS.
           SELECT     SEGSAI1  ASSIGN  TO     DYNAMIC SEGSAI1-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS SEGSAI1-STATUS.
           SELECT     SEGSAI2  ASSIGN  TO     DYNAMIC SEGSAI2-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS SEGSAI2-STATUS.
           SELECT     SEGSAI3  ASSIGN  TO     DYNAMIC SEGSAI3-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS SEGSAI3-STATUS.
           SELECT     SEGSAI4  ASSIGN  TO     DYNAMIC SEGSAI4-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS SEGSAI4-STATUS.
           SELECT     SEGSAI5  ASSIGN  TO     DYNAMIC SEGSAI5-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS SEGSAI5-STATUS.
           SELECT     SEGSAI6  ASSIGN  TO     DYNAMIC SEGSAI6-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS SEGSAI6-STATUS.
           SELECT     CADNAO  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADNAO-STATUS.

       COPY CLIREG.

       FD CADSEG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADSEG.DAT".

       COPY SEGREG.

       FD SEGSAI1
           LABEL        RECORD ARE      STANDARD.

       01 REG-SAI1.
           02 LINHA-SAI1   PIC X(33).

       FD SEGSAI2
           LABEL        RECORD ARE      STANDARD.

       01 REG-SAI2.
           02 LINHA-SAI2   PIC X(33).

       FD SEGSAI3
           LABEL        RECORD ARE      STANDARD.

       01 REG-SAI3.
           02 LINHA-SAI3   PIC X(33).

       FD SEGSAI4
           LABEL        RECORD ARE      STANDARD.

       01 REG-SAI4.
           02 LINHA-SAI4   PIC X(33).

       FD SEGSAI5
           LABEL        RECORD ARE      STANDARD.

       01 REG-SAI5.
           02 LINHA-SAI5   PIC X(33).

       FD SEGSAI6
           LABEL        RECORD ARE      STANDARD.

       01 REG-SAI6.
           02 LINHA-SAI6   PIC X(33).

       FD CADNAO
           LABEL        RECORD ARE      STANDARD
       WORKING-STORAGE SECTION.

       77 CADCLI-STATUS     PIC X(02) VALUE SPACES.
       77 CADSEG-STATUS     PIC X(02) VALUE SPACES.
       77 SEGSAI1-STATUS    PIC X(02) VALUE SPACES.
       77 SEGSAI2-STATUS    PIC X(02) VALUE SPACES.
       77 SEGSAI3-STATUS    PIC X(02) VALUE SPACES.
       77 SEGSAI4-STATUS    PIC X(02) VALUE SPACES.
       77 SEGSAI5-STATUS    PIC X(02) VALUE SPACES.
       77 SEGSAI6-STATUS    PIC X(02) VALUE SPACES.
       77 CADNAO-STATUS     PIC X(02) VALUE SPACES.
       77 CADSEX-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS     PIC X(02) VALUE SPACES.
       77 CADGER-STATUS     PIC X(02) VALUE SPACES.
       77 RELREC-STATUS     PIC X(02) VALUE SPACES.
       77 WK-STATUS         PIC X(02) VALUE SPACES.
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 FIM-SEG        PIC X(03) VALUE "NAO".
       77 SEG-VALIDO     PIC X(03) VALUE "NAO".
       77 SEG-ATENDE     PIC X(03) VALUE "NAO".
       77 WK-SELECIONADO PIC X(03) VALUE "NAO".
       77 WK-LIDOS-ED     PIC ZZZZ9.
       77 WK-GRAV-ED      PIC ZZZZ9.
       77 WK-REJ-ED       PIC ZZZZ9.
       77 WK-INV-ED       PIC ZZZZ9.
       77 WK-QTD-ED       PIC ZZZZ9.
       77 WK-TOTAL-EXC    PIC 9(05) VALUE ZEROS.
       77 CONFERE         PIC X(03) VALUE "NAO".
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-GRAVADOS      PIC 9(05) VALUE ZEROS.
       77 QTD-SELECIONADOS  PIC 9(05) VALUE ZEROS.
       77 QTD-REJEITADOS    PIC 9(05) VALUE ZEROS.
       77 QTD-INVALIDOS     PIC 9(05) VALUE ZEROS.
       77 QTD-SEGMENTOS     PIC 9(02) VALUE ZEROS.
       77 QTD-LINHAS-SEG    PIC 9(03) VALUE ZEROS.
       77 WK-IND-SEG        PIC 9(02) VALUE ZEROS.
       77 WK-IND            PIC 9(02) VALUE ZEROS.
       77 WK-POS            PIC 9(02) VALUE ZEROS.
       77 WK-ULTIMA-POS     PIC 9(02) VALUE ZEROS.
       77 WK-TAM            PIC 9(02) VALUE ZEROS.
       77 WK-ACHOU          PIC 9(02) VALUE ZEROS.
       77 WK-CAMPO          PIC X(20) VALUE SPACES.
       77 HORA-SISTEMA      PIC 9(08).
       77 SEGSAI1-NOME      PIC X(30) VALUE SPACES.
       77 SEGSAI2-NOME      PIC X(30) VALUE SPACES.
       77 SEGSAI3-NOME      PIC X(30) VALUE SPACES.
       77 SEGSAI4-NOME      PIC X(30) VALUE SPACES.
       77 SEGSAI5-NOME      PIC X(30) VALUE SPACES.
       77 SEGSAI6-NOME      PIC X(30) VALUE SPACES.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 REG-SAI.
           02 COD-SAI   PIC 9(05).
           02 NOME-SAI  PIC X(20).
           02 DATA-PROC-SAI PIC 9(08).
       01 TAB-SEGMENTOS.
           02 SEG-TAB OCCURS 6 TIMES.
              03 NOME-SEG-TAB      PIC X(15).
              03 PREFIXO-SEG-TAB   PIC X(09).
              03 SEXO-SEG-TAB      PIC X(01).
              03 BLOQUEIO-SEG-TAB  PIC X(01).
              03 COD-INI-SEG-TAB   PIC 9(05).
              03 COD-FIM-SEG-TAB   PIC 9(05).
              03 PADRAO-SEG-TAB    PIC X(20).
              03 TAM-PADRAO-TAB    PIC 9(02).
              03 CONTEM-SEG-TAB    PIC X(01).
              03 ARQ-SEG-TAB       PIC X(30).
              03 QTD-SEG-TAB       PIC 9(05).
       PROCEDURE         DIVISION.

       PERFORM INICIO.
       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT HORA-SISTEMA FROM TIME.
            OPEN INPUT  CADCLI.
            IF CADCLI-STATUS NOT EQUAL "00"
               DISPLAY "EM01EX04 - CADCLI NAO ABRIU - STATUS "
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM CARGA-CADSEG.
            PERFORM ABRE-SAIDAS.
            PERFORM LEITURA.

       CARGA-CADSEG.
            OPEN INPUT CADSEG.
            IF CADSEG-STATUS NOT EQUAL "00"
               DISPLAY "EM01EX04 - CADSEG AUSENTE - EXTRAINDO O "
                       "SEGMENTO PADRAO (MASCULINOS EM CADCLI204)"
               PERFORM CARGA-PADRAO
            ELSE
               PERFORM LEITURA-CADSEG
                       UNTIL FIM-SEG EQUAL "SIM"
               CLOSE CADSEG
            END-IF.
            IF QTD-SEGMENTOS EQUAL ZEROS
               DISPLAY "EM01EX04 - CADSEG SEM NENHUM SEGMENTO VALIDO "
                       "- NADA A EXTRAIR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       CARGA-PADRAO.
            MOVE 1 TO QTD-SEGMENTOS.
            MOVE "MASCULINOS" TO NOME-SEG-TAB(1).
            MOVE "CADCLI204" TO PREFIXO-SEG-TAB(1).
            MOVE "M" TO SEXO-SEG-TAB(1).
            MOVE "N" TO BLOQUEIO-SEG-TAB(1).
            MOVE ZEROS TO COD-INI-SEG-TAB(1).
            MOVE 99999 TO COD-FIM-SEG-TAB(1).
            MOVE SPACES TO PADRAO-SEG-TAB(1).
            MOVE ZEROS TO TAM-PADRAO-TAB(1).
            MOVE "N" TO CONTEM-SEG-TAB(1).
            MOVE ZEROS TO QTD-SEG-TAB(1).

       LEITURA-CADSEG.
            READ CADSEG
                AT END
                MOVE "SIM" TO FIM-SEG
                NOT AT END
                ADD 1 TO QTD-LINHAS-SEG
                IF REG-SEG NOT EQUAL SPACES
                   PERFORM VALIDA-SEGMENTO
                END-IF
            END-READ.

       VALIDA-SEGMENTO.
            MOVE "SIM" TO SEG-VALIDO.
            MOVE PREFIXO-SEG TO WK-CAMPO.
            PERFORM CALCULA-TAMANHO.
            IF WK-TAM EQUAL ZEROS
               MOVE "NAO" TO SEG-VALIDO
            ELSE
               PERFORM CONFERE-PREFIXO
                       VARYING WK-IND FROM 1 BY 1
                       UNTIL WK-IND > WK-TAM
            END-IF.
            IF SEXO-SEG NOT EQUAL "M" AND "F" AND SPACE
               MOVE "NAO" TO SEG-VALIDO
            END-IF.
            IF BLOQUEIO-SEG NOT EQUAL "S" AND "N" AND SPACE
               MOVE "NAO" TO SEG-VALIDO
            END-IF.
            IF COD-INI-SEG IS NOT NUMERIC
               IF COD-INI-SEG EQUAL SPACES
                  MOVE ZEROS TO COD-INI-SEG
               ELSE
                  MOVE "NAO" TO SEG-VALIDO
               END-IF
            END-IF.
            IF COD-FIM-SEG IS NOT NUMERIC
               IF COD-FIM-SEG EQUAL SPACES
                  MOVE ZEROS TO COD-FIM-SEG
               ELSE
                  MOVE "NAO" TO SEG-VALIDO
               END-IF
            END-IF.
            IF SEG-VALIDO EQUAL "SIM"
               IF COD-FIM-SEG EQUAL ZEROS
                  MOVE 99999 TO COD-FIM-SEG
               END-IF
               IF COD-INI-SEG > COD-FIM-SEG
                  MOVE "NAO" TO SEG-VALIDO
               END-IF
            END-IF.
            IF SEG-VALIDO EQUAL "SIM"
               PERFORM PROCURA-PREFIXO
               IF WK-ACHOU > ZEROS
                  DISPLAY "EM01EX04 - PREFIXO " PREFIXO-SEG
                          " REPETIDO NO CADSEG"
                  MOVE "NAO" TO SEG-VALIDO
               END-IF
            END-IF.
            IF SEG-VALIDO EQUAL "NAO"
               DISPLAY "EM01EX04 - LINHA " QTD-LINHAS-SEG " DO CADSEG "
                       "INVALIDA (" NOME-SEG ") - IGNORADA"
               EXIT PARAGRAPH
            END-IF.
            IF QTD-SEGMENTOS NOT < 6
               DISPLAY "EM01EX04 - CADSEG COM MAIS DE 6 SEGMENTOS - "
                       "EXTRACAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM ARMAZENA-SEGMENTO.

       CONFERE-PREFIXO.
      * O PREFIXO VIRA NOME DE ARQUIVO E E PROCURADO NO CATALOGO ATE O
      * PONTO, ENTAO NAO PODE TER BRANCO NEM PONTO NO MEIO.
            IF PREFIXO-SEG(WK-IND:1) EQUAL SPACE OR "."
               MOVE "NAO" TO SEG-VALIDO
            END-IF.

       CALCULA-TAMANHO.
            MOVE ZEROS TO WK-TAM.
            PERFORM VERIFICA-TAMANHO
                    VARYING WK-IND FROM 20 BY -1
                    UNTIL WK-IND < 1 OR WK-TAM > 0.

       VERIFICA-TAMANHO.
            IF WK-CAMPO(WK-IND:1) NOT EQUAL SPACE
               MOVE WK-IND TO WK-TAM
            END-IF.

       PROCURA-PREFIXO.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM COMPARA-PREFIXO
                    VARYING WK-IND-SEG FROM 1 BY 1
                    UNTIL WK-IND-SEG > QTD-SEGMENTOS
                       OR WK-ACHOU > 0.

       COMPARA-PREFIXO.
            IF PREFIXO-SEG-TAB(WK-IND-SEG) EQUAL PREFIXO-SEG
               MOVE WK-IND-SEG TO WK-ACHOU
            END-IF.

       ARMAZENA-SEGMENTO.
            ADD 1 TO QTD-SEGMENTOS.
            MOVE NOME-SEG TO NOME-SEG-TAB(QTD-SEGMENTOS).
            MOVE PREFIXO-SEG TO PREFIXO-SEG-TAB(QTD-SEGMENTOS).
            MOVE SEXO-SEG TO SEXO-SEG-TAB(QTD-SEGMENTOS).
            MOVE BLOQUEIO-SEG TO BLOQUEIO-SEG-TAB(QTD-SEGMENTOS).
            MOVE COD-INI-SEG TO COD-INI-SEG-TAB(QTD-SEGMENTOS).
            MOVE COD-FIM-SEG TO COD-FIM-SEG-TAB(QTD-SEGMENTOS).
            IF PADRAO-SEG(1:1) EQUAL "*"
               MOVE "S" TO CONTEM-SEG-TAB(QTD-SEGMENTOS)
               MOVE PADRAO-SEG(2:19) TO PADRAO-SEG-TAB(QTD-SEGMENTOS)
            ELSE
               MOVE "N" TO CONTEM-SEG-TAB(QTD-SEGMENTOS)
               MOVE PADRAO-SEG TO PADRAO-SEG-TAB(QTD-SEGMENTOS)
            END-IF.
            MOVE PADRAO-SEG-TAB(QTD-SEGMENTOS) TO WK-CAMPO.
            PERFORM CALCULA-TAMANHO.
            MOVE WK-TAM TO TAM-PADRAO-TAB(QTD-SEGMENTOS).
            MOVE ZEROS TO QTD-SEG-TAB(QTD-SEGMENTOS).

       ABRE-SAIDAS.
            PERFORM ABRE-SEGMENTO
                    VARYING WK-IND-SEG FROM 1 BY 1
                    UNTIL WK-IND-SEG > QTD-SEGMENTOS.
            OPEN OUTPUT CADNAO
                 OUTPUT CADSEX
                 OUTPUT RELREC.

       ABRE-SEGMENTO.
            MOVE SPACES TO ARQ-SEG-TAB(WK-IND-SEG).
            STRING PREFIXO-SEG-TAB(WK-IND-SEG) DELIMITED BY SPACE
                   "." DATA-SISTEMA HORA-SISTEMA ".DAT"
                   DELIMITED BY SIZE
                   INTO ARQ-SEG-TAB(WK-IND-SEG).
            EVALUATE WK-IND-SEG
                WHEN 1
                     MOVE ARQ-SEG-TAB(1) TO SEGSAI1-NOME
                     OPEN OUTPUT SEGSAI1
                     MOVE SEGSAI1-STATUS TO WK-STATUS
                WHEN 2
                     MOVE ARQ-SEG-TAB(2) TO SEGSAI2-NOME
                     OPEN OUTPUT SEGSAI2
                     MOVE SEGSAI2-STATUS TO WK-STATUS
                WHEN 3
                     MOVE ARQ-SEG-TAB(3) TO SEGSAI3-NOME
                     OPEN OUTPUT SEGSAI3
                     MOVE SEGSAI3-STATUS TO WK-STATUS
                WHEN 4
                     MOVE ARQ-SEG-TAB(4) TO SEGSAI4-NOME
                     OPEN OUTPUT SEGSAI4
                     MOVE SEGSAI4-STATUS TO WK-STATUS
                WHEN 5
                     MOVE ARQ-SEG-TAB(5) TO SEGSAI5-NOME
                     OPEN OUTPUT SEGSAI5
                     MOVE SEGSAI5-STATUS TO WK-STATUS
                WHEN 6
                     MOVE ARQ-SEG-TAB(6) TO SEGSAI6-NOME
                     OPEN OUTPUT SEGSAI6
                     MOVE SEGSAI6-STATUS TO WK-STATUS
            END-EVALUATE.
            IF WK-STATUS NOT EQUAL "00"
               DISPLAY "EM01EX04 - SAIDA " ARQ-SEG-TAB(WK-IND-SEG)
                       " NAO ABRIU - STATUS " WK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       LEITURA.
            READ CADCLI
                AT END
                ADD 1 TO QTD-LIDOS.

       PRINCIPAL.
         PERFORM SELECIONA.
         PERFORM LEITURA.

       SELECIONA.
           IF SEXO-CLI NOT EQUAL "M" AND "m" AND "F" AND "f"
              PERFORM GRAVA-SEXO-INVALIDO
              EXIT PARAGRAPH
           END-IF.
           MOVE "NAO" TO WK-SELECIONADO.
           PERFORM AVALIA-SEGMENTO
                   VARYING WK-IND-SEG FROM 1 BY 1
                   UNTIL WK-IND-SEG > QTD-SEGMENTOS.
           IF WK-SELECIONADO EQUAL "SIM"
              ADD 1 TO QTD-SELECIONADOS
           ELSE
              PERFORM GRAVA-NAO-GRAVADO
           END-IF.

       AVALIA-SEGMENTO.
           MOVE "SIM" TO SEG-ATENDE.
           PERFORM CONFERE-CRITERIOS.
           IF SEG-ATENDE EQUAL "SIM"
              MOVE "SIM" TO WK-SELECIONADO
              PERFORM GRAVACAO
           END-IF.

       CONFERE-CRITERIOS.
           IF SEXO-SEG-TAB(WK-IND-SEG) EQUAL "M"
              AND SEXO-CLI NOT EQUAL "M" AND "m"
              MOVE "NAO" TO SEG-ATENDE
              EXIT PARAGRAPH
           END-IF.
           IF SEXO-SEG-TAB(WK-IND-SEG) EQUAL "F"
              AND SEXO-CLI NOT EQUAL "F" AND "f"
              MOVE "NAO" TO SEG-ATENDE
              EXIT PARAGRAPH
           END-IF.
           IF BLOQUEIO-SEG-TAB(WK-IND-SEG) EQUAL "S"
              AND BLOQUEADO-CLI NOT EQUAL "S"
              MOVE "NAO" TO SEG-ATENDE
              EXIT PARAGRAPH
           END-IF.
           IF BLOQUEIO-SEG-TAB(WK-IND-SEG) EQUAL "N"
              AND BLOQUEADO-CLI EQUAL "S"
              MOVE "NAO" TO SEG-ATENDE
              EXIT PARAGRAPH
           END-IF.
           IF CODIGO-CLI < COD-INI-SEG-TAB(WK-IND-SEG)
              OR CODIGO-CLI > COD-FIM-SEG-TAB(WK-IND-SEG)
              MOVE "NAO" TO SEG-ATENDE
              EXIT PARAGRAPH
           END-IF.
           IF TAM-PADRAO-TAB(WK-IND-SEG) > ZEROS
              PERFORM CONFERE-PADRAO
           END-IF.

       CONFERE-PADRAO.
      * SEM O * O PADRAO SO E TENTADO A PARTIR DA PRIMEIRA LETRA DO
      * NOME; COM ELE, EM TODAS AS POSICOES EM QUE AINDA CABE.
           IF CONTEM-SEG-TAB(WK-IND-SEG) EQUAL "S"
              COMPUTE WK-ULTIMA-POS = 21 - TAM-PADRAO-TAB(WK-IND-SEG)
           ELSE
              MOVE 1 TO WK-ULTIMA-POS
           END-IF.
           MOVE ZEROS TO WK-ACHOU.
           PERFORM CONFERE-POSICAO
                   VARYING WK-POS FROM 1 BY 1
                   UNTIL WK-POS > WK-ULTIMA-POS OR WK-ACHOU > 0.
           IF WK-ACHOU EQUAL ZEROS
              MOVE "NAO" TO SEG-ATENDE
           END-IF.

       CONFERE-POSICAO.
           MOVE WK-POS TO WK-ACHOU.
           PERFORM CONFERE-LETRA
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > TAM-PADRAO-TAB(WK-IND-SEG)
                      OR WK-ACHOU EQUAL ZEROS.

       CONFERE-LETRA.
           IF PADRAO-SEG-TAB(WK-IND-SEG)(WK-IND:1) NOT EQUAL "?"
              AND PADRAO-SEG-TAB(WK-IND-SEG)(WK-IND:1)
                  NOT EQUAL NOME-CLI(WK-POS + WK-IND - 1:1)
              MOVE ZEROS TO WK-ACHOU
           END-IF.

       GRAVACAO.
           MOVE CODIGO-CLI TO COD-SAI.
           MOVE NOME-CLI TO NOME-SAI.
           MOVE DATA-SISTEMA TO DATA-PROC-SAI.
           EVALUATE WK-IND-SEG
               WHEN 1
                    WRITE REG-SAI1 FROM REG-SAI
               WHEN 2
                    WRITE REG-SAI2 FROM REG-SAI
               WHEN 3
                    WRITE REG-SAI3 FROM REG-SAI
               WHEN 4
                    WRITE REG-SAI4 FROM REG-SAI
               WHEN 5
                    WRITE REG-SAI5 FROM REG-SAI
               WHEN 6
                    WRITE REG-SAI6 FROM REG-SAI
           END-EVALUATE.
           ADD 1 TO QTD-SEG-TAB(WK-IND-SEG).
           ADD 1 TO QTD-GRAVADOS.

       GRAVA-NAO-GRAVADO.
           WRITE REG-SEX.
           ADD 1 TO QTD-INVALIDOS.

       GRAVA-LOG.
           OPEN EXTEND EM01LOG.
           IF EM01LOG-STATUS NOT EQUAL "00"
           MOVE DATA-SISTEMA TO DATA-LOG.
           MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
           MOVE QTD-GRAVADOS TO QTD-GRAVADOS-LOG.
           ADD QTD-REJEITADOS QTD-INVALIDOS
                   GIVING WK-TOTAL-EXC.
           MOVE WK-TOTAL-EXC TO QTD-REJEITADOS-LOG.
           WRITE REG-LOG.
           WRITE REG-RELREC.
           MOVE SPACES TO LINHA-RELREC.
           WRITE REG-RELREC.
           ADD QTD-REJEITADOS QTD-INVALIDOS
                   GIVING WK-TOTAL-EXC.
           IF QTD-LIDOS EQUAL QTD-SELECIONADOS + WK-TOTAL-EXC
              MOVE "SIM" TO CONFERE
           ELSE
              MOVE "NAO" TO CONFERE
                  WK-LIDOS-ED DELIMITED BY SIZE
                  INTO LINHA-RELREC.
           WRITE REG-RELREC.
           MOVE SPACES TO LINHA-RELREC.
           WRITE REG-RELREC.
           PERFORM LINHA-SEGMENTO-RELREC
                   VARYING WK-IND-SEG FROM 1 BY 1
                   UNTIL WK-IND-SEG > QTD-SEGMENTOS.
           MOVE SPACES TO LINHA-RELREC.
           WRITE REG-RELREC.
           MOVE QTD-SELECIONADOS TO WK-GRAV-ED.
           STRING "SELECIONADOS EM ALGUM SEGMENTO : "
                  DELIMITED BY SIZE
                  WK-GRAV-ED DELIMITED BY SIZE
                  INTO LINHA-RELREC.
           WRITE REG-RELREC.
           MOVE SPACES TO LINHA-RELREC.
           MOVE QTD-REJEITADOS TO WK-REJ-ED.
           STRING "NAO SELECIONADOS (CADNAO) .....: "
                  DELIMITED BY SIZE
                  WK-REJ-ED DELIMITED BY SIZE
                  INTO LINHA-RELREC.
           WRITE REG-RELREC.
           MOVE SPACES TO LINHA-RELREC.
           MOVE QTD-INVALIDOS TO WK-INV-ED.
           STRING "EXCLUIDOS SEXO INVALIDO .......: "
                  DELIMITED BY SIZE
                  WK-INV-ED DELIMITED BY SIZE
                  INTO LINHA-RELREC.
           WRITE REG-RELREC.
           MOVE SPACES TO LINHA-RELREC.
           WRITE REG-RELREC.
           STRING "LIDOS = GRAVADOS + EXCLUIDOS .: "
                  INTO LINHA-RELREC.
           WRITE REG-RELREC.

       LINHA-SEGMENTO-RELREC.
      * UM CLIENTE PODE CAIR EM MAIS DE UM SEGMENTO, ENTAO A SOMA
      * DESTAS LINHAS NAO PRECISA BATER COM OS SELECIONADOS.
           MOVE SPACES TO LINHA-RELREC.
           MOVE QTD-SEG-TAB(WK-IND-SEG) TO WK-QTD-ED.
           STRING "SEGMENTO " DELIMITED BY SIZE
                  NOME-SEG-TAB(WK-IND-SEG) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ARQ-SEG-TAB(WK-IND-SEG) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-RELREC.
           WRITE REG-RELREC.

       GRAVA-GERACAO.
           OPEN EXTEND CADGER.
           IF CADGER-STATUS NOT EQUAL "00"
              OPEN OUTPUT CADGER
           END-IF.
           PERFORM CATALOGA-SEGMENTO
                   VARYING WK-IND-SEG FROM 1 BY 1
                   UNTIL WK-IND-SEG > QTD-SEGMENTOS.
           CLOSE CADGER.

       CATALOGA-SEGMENTO.
           MOVE SPACES TO REG-GER.
           MOVE "EM01EX04" TO PROGRAMA-GER.
           MOVE DATA-SISTEMA TO DATA-GER.
           MOVE HORA-SISTEMA TO HORA-GER.
           MOVE ARQ-SEG-TAB(WK-IND-SEG) TO NOME-ARQ-GER.
           MOVE QTD-SEG-TAB(WK-IND-SEG) TO QTD-GRAVADOS-GER.
           WRITE REG-GER.

       EXIBE-SEGMENTO.
           DISPLAY "SEGMENTO " NOME-SEG-TAB(WK-IND-SEG) " : "
                   QTD-SEG-TAB(WK-IND-SEG).

       FECHA-SEGMENTO.
           EVALUATE WK-IND-SEG
               WHEN 1
                    CLOSE SEGSAI1
               WHEN 2
                    CLOSE SEGSAI2
               WHEN 3
                    CLOSE SEGSAI3
               WHEN 4
                    CLOSE SEGSAI4
               WHEN 5
                    CLOSE SEGSAI5
               WHEN 6
                    CLOSE SEGSAI6
           END-EVALUATE.

       TERMINO.
           PERFORM GRAVA-LOG.
           PERFORM GRAVA-RELREC.
           DISPLAY "EM01EX04 - RESUMO DA EXECUCAO".
           DISPLAY "REGISTROS LIDOS ........: " QTD-LIDOS.
           PERFORM EXIBE-SEGMENTO
                   VARYING WK-IND-SEG FROM 1 BY 1
                   UNTIL WK-IND-SEG > QTD-SEGMENTOS.
           DISPLAY "SELECIONADOS ...........: " QTD-SELECIONADOS.
           DISPLAY "NAO SELECIONADOS .......: " QTD-REJEITADOS.
           DISPLAY "SEXO INVALIDO ..........: " QTD-INVALIDOS.
           PERFORM FECHA-SEGMENTO
                   VARYING WK-IND-SEG FROM 1 BY 1
                   UNTIL WK-IND-SEG > QTD-SEGMENTOS.
           CLOSE CADCLI
                 CADNAO
                 CADSEX
                 RELREC.
