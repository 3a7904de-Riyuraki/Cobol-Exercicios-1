      *         A DATA, O SALARIO ANTES, O SALARIO DEPOIS E A GERACAO
      *         DE CADSAI08 QUE A PRODUZIU - A RESPOSTA PRONTA PARA A
      *         PERGUNTA DE EVOLUCAO SALARIAL QUE OS AUDITORES FAZEM
      *         TODO ANO. A MATRICULA ZERO ENCERRA A CONSULTA. APOS
      *         A MATRICULA O OPERADOR INFORMA A DATA INICIAL DA
      *         EVOLUCAO; ZERO CONSULTA SO O ARQUIVO VIVO (O ANO
      *         CORRENTE), QUE E O CASO DO DIA A DIA. OS ANOS JA
      *         LEVADOS PELA ROTACAO ANUAL EM01ROTA FICAM NOS ARQUIVOS
      *         MORTOS DO CADSALH LISTADOS NO INDICE CADIDX (COPY
      *         IDXREG), E SO SAO ABERTOS AQUELES CUJA FAIXA DE DATAS
      *         ALCANCA A DATA INICIAL PEDIDA (MESMO CRITERIO DO
      *         EM01CJRN), NA ORDEM DO INDICE E ANTES DO ARQUIVO VIVO,
      *         PARA A EVOLUCAO PEDIDA SAIR COMPLETA SEM QUE TODA
      *         CONSULTA PAGUE A LEITURA DE TODOS OS ANOS ARQUIVADOS.

       ENVIRONMENT DIVISION.


       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADSALH  ASSIGN  TO DYNAMIC CADSALH-NOME
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADSALH-STATUS.
           SELECT     CADIDX  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADIDX-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADSALH
           LABEL        RECORD ARE      STANDARD.

       01 REG-SALH.
           02 MATRICULA-SALH       PIC 9(05).
           02 SAL-DEPOIS-SALH      PIC 9(05)V99.
           02 GERACAO-SALH         PIC X(30).

       FD CADIDX
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADIDX.DAT".

       COPY IDXREG.

       WORKING-STORAGE SECTION.

       77 CADSALH-STATUS    PIC X(02) VALUE SPACES.
       77 QTD-EFETIVACOES   PIC 9(03) VALUE ZEROS.
       77 WK-ANTES-ED       PIC ZZZZ9,99.
       77 WK-DEPOIS-ED      PIC ZZZZ9,99.
       77 CADIDX-STATUS     PIC X(02) VALUE SPACES.
       77 CADSALH-NOME      PIC X(30) VALUE "CADSALH.DAT".
       77 FIM-IDX           PIC X(03) VALUE "NAO".
       77 QTD-MORTOS        PIC 9(02) VALUE ZEROS.
       77 WK-IND            PIC 9(02) VALUE ZEROS.
       77 WK-ACHOU          PIC 9(02) VALUE ZEROS.
       77 WK-DATA-INI       PIC 9(08) VALUE ZEROS.
       01 TAB-MORTOS.
           02 MORTO-TAB OCCURS 50 TIMES.
              03 NOME-MORTO-TAB    PIC X(30).
              03 FIM-MORTO-TAB     PIC 9(08).

       PROCEDURE         DIVISION.

       PERFORM CARGA-CADIDX.
       PERFORM PRINCIPAL
               UNTIL FIM-CONSULTA EQUAL "SIM".
       STOP RUN.
            IF WK-MATRICULA EQUAL ZEROS
               MOVE "SIM" TO FIM-CONSULTA
            ELSE
               DISPLAY "EM01CSAL - DESDE A DATA (AAAAMMDD, 0=SO O "
                       "ANO CORRENTE): "
               ACCEPT WK-DATA-INI
               PERFORM CONSULTA
            END-IF.

       CARGA-CADIDX.
            OPEN INPUT CADIDX.
            IF CADIDX-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-CADIDX
                    UNTIL FIM-IDX EQUAL "SIM".
            CLOSE CADIDX.

       LEITURA-CADIDX.
            READ CADIDX
                AT END
                MOVE "SIM" TO FIM-IDX
                NOT AT END
                IF NOME-BASE-IDX EQUAL "CADSALH"
                   PERFORM GUARDA-MORTO
                END-IF
            END-READ.

       GUARDA-MORTO.
            MOVE ZEROS TO WK-ACHOU.
            PERFORM PROCURA-MORTO
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-MORTOS OR WK-ACHOU > 0.
            IF WK-ACHOU EQUAL ZEROS AND QTD-MORTOS < 50
               ADD 1 TO QTD-MORTOS
               MOVE NOME-ARQ-IDX TO NOME-MORTO-TAB(QTD-MORTOS)
               MOVE DATA-FIM-IDX TO FIM-MORTO-TAB(QTD-MORTOS)
            END-IF.
            IF WK-ACHOU > 0
               IF DATA-FIM-IDX > FIM-MORTO-TAB(WK-ACHOU)
                  MOVE DATA-FIM-IDX TO FIM-MORTO-TAB(WK-ACHOU)
               END-IF
            END-IF.

       PROCURA-MORTO.
            IF NOME-MORTO-TAB(WK-IND) EQUAL NOME-ARQ-IDX
               MOVE WK-IND TO WK-ACHOU
            END-IF.

       CONSULTA.
            MOVE ZEROS TO QTD-EFETIVACOES.
            PERFORM CONSULTA-MORTO
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-MORTOS.
            MOVE "CADSALH.DAT" TO CADSALH-NOME.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADSALH.
            IF CADSALH-STATUS NOT EQUAL "00"
               PERFORM EXIBE-TOTAL
            END-IF.

       CONSULTA-MORTO.
            IF WK-DATA-INI EQUAL ZEROS
               OR FIM-MORTO-TAB(WK-IND) < WK-DATA-INI
               EXIT PARAGRAPH
            END-IF.
            MOVE NOME-MORTO-TAB(WK-IND) TO CADSALH-NOME.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADSALH.
            IF CADSALH-STATUS NOT EQUAL "00"
               DISPLAY "EM01CSAL - ARQUIVO MORTO " CADSALH-NOME
                       " NAO ABRIU - EVOLUCAO INCOMPLETA"
            ELSE
               PERFORM LEITURA
                       UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADSALH
            END-IF.

       LEITURA.
            READ CADSALH
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF MATRICULA-SALH EQUAL WK-MATRICULA
                   AND DATA-SALH NOT < WK-DATA-INI
                   PERFORM EXIBE-EFETIVACAO
                END-IF
            END-READ.
