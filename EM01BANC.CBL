      *         PRESENTE NO CONTROLE NUNCA E TRANSMITIDA DE NOVO - A
      *         SEGUNDA TENTATIVA E RECUSADA COM CODIGO 8. O RETORNO
      *         QUE O BANCO DEVOLVE E PROCESSADO PELO EM01RETB, QUE
      *         CASA CADA DETALHE COM ESTA REMESSA PELO COD-DET. O
      *         ARQUIVO DE PARAMETROS PARFOL (OPCIONAL) ESCOLHE O TIPO
      *         DE FOLHA A PAGAR: 08 = FOLHA MENSAL (CADLIQ08, O
      *         PADRAO), 13 = DECIMO TERCEIRO (CADLIQ13, DO EM01DECI),
      *         FE = FERIAS (CADLIQFE, DO EM01FERI), RS = CREDITO DE
      *         RESCISAO (CADLIQRS, DO EM01RESC) OU AD = ADIANTAMENTO
      *         QUINZENAL (CADLIQAD, DO EM01ADIA); AS CINCO GERACOES
      *         TEM O MESMO LAYOUT E O MESMO TRAILER, E TIPO FORA
      *         DESSES ENCERRA COM CODIGO 16. CADA DETALHE DET LEVA
      *         TAMBEM A CONTA DE CREDITO DO FUNCIONARIO (BANCO,
      *         AGENCIA, CONTA, DIGITO E TIPO), LIDA DO CADASTRO DE
      *         CONTAS CADCTA (COPY CTAREG, MANTIDO PELO EM01MCTA), EM
      *         VEZ DA LISTA EM PAPEL QUE O BANCO USAVA PARA CASAR A
      *         CONTA. FUNCIONARIO SEM CONTA NO CADCTA, OU COM CONTA
      *         INCOMPLETA OU DE DV MODULO 11 QUE NAO CONFERE, FICA
      *         FORA DA REMESSA E E LISTADO COM O VALOR E O MOTIVO NO
      *         RELATORIO RELSCT; O TRAILER DO REMBAN E O CONTROLE
      *         CADREM TRAZEM SO OS CREDITOS ENVIADOS E O PROGRAMA
      *         ENCERRA COM CODIGO 4. SEM O CADCTA A REMESSA NAO E
      *         GERADA (CODIGO 16). COMO O EM01EX06 E O EM01LIQD,
      *         CONTA NO CADALT OS PEDIDOS DE SALARIO (TIPO S) AINDA
      *         PENDENTES DE APROVACAO NO EM01APRV E, SE HOUVER ALGUM,
      *         AVISA NO CONSOLE E NO RODAPE DO RELSCT QUE O CREDITO
      *         SAIU COM OS SALARIOS ANTERIORES.

       ENVIRONMENT DIVISION.

           SELECT     CADGER  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADGER-STATUS.
           SELECT     PARFOL  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARFOL-STATUS.
           SELECT     PARBAN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARBAN-STATUS.
           SELECT     CADREM  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADREM-STATUS.
           SELECT     CADCTA  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      MATRICULA-CTA
           FILE STATUS IS CADCTA-STATUS.
           SELECT     RELSCT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELSCT-STATUS.
           SELECT     CADALT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADALT-STATUS.

       DATA     DIVISION.


       COPY GERREG.

       FD PARFOL
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARFOL.DAT".

       01 REG-PARFOL.
           02 TIPO-FOLHA-PAR       PIC X(02).

       FD PARBAN
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARBAN.DAT".
           02 EMPRESA-HDR          PIC X(10).
           02 DATA-HDR             PIC 9(08).
           02 SEQ-HDR              PIC 9(05).
           02 FILLER               PIC X(06).

       01 REG-BAN-DET REDEFINES REG-BAN-HDR.
           02 TIPO-DET             PIC X(03).
           02 COD-DET              PIC 9(05).
           02 VALOR-DET            PIC 9(05)V99.
           02 BANCO-DET            PIC 9(03).
           02 AGENCIA-DET          PIC 9(04).
           02 CONTA-DET            PIC 9(08).
           02 DIGITO-DET           PIC 9(01).
           02 TIPO-CONTA-DET       PIC X(01).

       01 REG-BAN-TRL REDEFINES REG-BAN-HDR.
           02 TIPO-BAN-TRL         PIC X(03).
           02 QTD-BAN-TRL          PIC 9(05).
           02 TOTAL-BAN-TRL        PIC 9(08)V99.
           02 FILLER               PIC X(14).

       FD CADREM
           LABEL        RECORD ARE      STANDARD
           02 QTD-REM              PIC 9(05).
           02 TOTAL-REM            PIC 9(08)V99.

       FD CADCTA
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADCTA.DAT".

       COPY CTAREG.

       FD RELSCT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELSCT.DAT".

       01 REG-RELSCT.
           02 LINHA-RELSCT         PIC X(80).

       FD CADALT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADALT.DAT".

       COPY ALTREG.

       WORKING-STORAGE SECTION.

       77 CADGER-STATUS     PIC X(02) VALUE SPACES.
       77 PARFOL-STATUS     PIC X(02) VALUE SPACES.
       77 WK-TIPO-FOLHA     PIC X(02) VALUE "08".
       77 WK-PREFIXO        PIC X(09) VALUE "CADLIQ08.".
       77 PARBAN-STATUS     PIC X(02) VALUE SPACES.
       77 CADLIQ-STATUS     PIC X(02) VALUE SPACES.
       77 REMBAN-STATUS     PIC X(02) VALUE SPACES.
       77 WK-QTD-TRL        PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-TRL      PIC 9(08)V99 VALUE ZEROS.
       77 WK-DATA-GERACAO   PIC 9(08) VALUE ZEROS.
       77 CADCTA-STATUS     PIC X(02) VALUE SPACES.
       77 RELSCT-STATUS     PIC X(02) VALUE SPACES.
       77 CADALT-STATUS     PIC X(02) VALUE SPACES.
       77 QTD-SAL-PENDENTES PIC 9(05) VALUE ZEROS.
       77 CONTA-OK          PIC X(03) VALUE "NAO".
       77 WK-MOTIVO         PIC X(30) VALUE SPACES.
       77 QTD-ENVIADOS      PIC 9(05) VALUE ZEROS.
       77 TOTAL-ENVIADO     PIC 9(08)V99 VALUE ZEROS.
       77 QTD-SEM-CONTA     PIC 9(05) VALUE ZEROS.
       77 TOTAL-SEM-CONTA   PIC 9(08)V99 VALUE ZEROS.
       77 WK-COD-ED         PIC ZZZZ9.
       77 WK-VALOR-ED       PIC ZZZZ9,99.
       77 WK-TOTAL-ED       PIC Z(7)9,99.
       77 WK-DV             PIC 9(01) VALUE ZERO.
       77 WK-DV-SOMA        PIC 9(03) VALUE ZEROS.
       77 WK-DV-QUOC        PIC 9(03) VALUE ZEROS.
       77 WK-DV-RESTO       PIC 9(02) VALUE ZEROS.
       77 WK-IND-DV         PIC 9(02) VALUE ZEROS.
       01 WK-DV-CONTA.
           02 DIG-DV               PIC 9(01) OCCURS 8 TIMES.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM CARGA-PARFOL.
            PERFORM RESOLVE-GERACAO.
            IF ACHOU-GERACAO EQUAL "NAO"
               DISPLAY "EM01BANC - NENHUMA GERACAO DE " WK-PREFIXO
                       " NO CATALOGO CADGER - RODE O CALCULO DA "
                       "FOLHA ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
               STOP RUN
            END-IF.
            ADD 1 TO WK-SEQ-REMESSA.
            PERFORM VERIFICA-PENDENCIAS.

       VERIFICA-PENDENCIAS.
      * MESMA CONTAGEM DO EM01EX06: SALARIO PEDIDO NO EM01MEMP E AINDA
      * NAO APROVADO NO EM01APRV NAO ESTA NO LIQUIDO REMETIDO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADALT.
            IF CADALT-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-CADALT
                    UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADALT.
            IF QTD-SAL-PENDENTES > ZEROS
               DISPLAY "EM01BANC - ATENCAO: " QTD-SAL-PENDENTES
                       " ALTERACAO(OES) DE SALARIO PENDENTE(S) DE "
                       "APROVACAO NO CADALT (EM01APRV) - O CREDITO "
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

       VERIFICA-CONTROLE.
            MOVE "NAO" TO FIM-ARQ.
                   MOVE "SIM" TO TEM-EMPRESA
                END-IF.

       CARGA-PARFOL.
            OPEN INPUT PARFOL.
            IF PARFOL-STATUS EQUAL "00"
               READ PARFOL
                   AT END
                   CONTINUE
                   NOT AT END
                   IF TIPO-FOLHA-PAR NOT EQUAL SPACES
                      MOVE TIPO-FOLHA-PAR TO WK-TIPO-FOLHA
                   END-IF
               END-READ
               CLOSE PARFOL
            END-IF.
            IF WK-TIPO-FOLHA NOT EQUAL "08" AND "13" AND "FE" AND "RS"
                                 AND "AD"
               DISPLAY "EM01BANC - TIPO DE FOLHA INVALIDO NO PARFOL: "
                       WK-TIPO-FOLHA " (08, 13, FE, RS OU AD)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE WK-TIPO-FOLHA TO WK-PREFIXO(7:2).

       RESOLVE-GERACAO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADGER.
                AT END
                MOVE "SIM" TO FIM-ARQ
                NOT AT END
                IF NOME-ARQ-GER(1:9) EQUAL WK-PREFIXO
                      AND SITUACAO-GER NOT EQUAL "Q" AND "R"
                   MOVE NOME-ARQ-GER TO CADLIQ-NOME
                   MOVE "SIM" TO ACHOU-GERACAO
            END-IF.

       GRAVA-REMESSA.
            OPEN INPUT CADCTA.
            IF CADCTA-STATUS NOT EQUAL "00"
               DISPLAY "EM01BANC - CADCTA NAO ABRIU - STATUS "
                       CADCTA-STATUS " - SEM AS CONTAS DOS "
                       "FUNCIONARIOS A REMESSA NAO E GERADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM ABRE-RELSCT.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADLIQ.
            OPEN OUTPUT REMBAN.
                    UNTIL FIM-ARQ EQUAL "SIM".
            MOVE SPACES TO REG-BAN-HDR.
            MOVE "TRL" TO TIPO-BAN-TRL.
            MOVE QTD-ENVIADOS TO QTD-BAN-TRL.
            MOVE TOTAL-ENVIADO TO TOTAL-BAN-TRL.
            WRITE REG-BAN-TRL.
            CLOSE CADLIQ
                  REMBAN
                  CADCTA.
            PERFORM FECHA-RELSCT.

       LEITURA-REMESSA.
            READ CADLIQ
            END-READ.

       GRAVA-DETALHE.
            PERFORM VALIDA-CONTA.
            IF CONTA-OK EQUAL "NAO"
               PERFORM GRAVA-SEM-CONTA
               EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO REG-BAN-HDR.
            MOVE "DET" TO TIPO-DET.
            MOVE COD-LIQ TO COD-DET.
            MOVE LIQUIDO-LIQ TO VALOR-DET.
            MOVE BANCO-CTA TO BANCO-DET.
            MOVE AGENCIA-CTA TO AGENCIA-DET.
            MOVE CONTA-CTA TO CONTA-DET.
            MOVE DIGITO-CTA TO DIGITO-DET.
            MOVE TIPO-CTA TO TIPO-CONTA-DET.
            WRITE REG-BAN-DET.
            ADD 1 TO QTD-ENVIADOS.
            ADD LIQUIDO-LIQ TO TOTAL-ENVIADO.

       VALIDA-CONTA.
      * A CONTA E CONFERIDA DE NOVO AQUI, E NAO SO NA DIGITACAO DO
      * EM01MCTA, PARA QUE UM CADCTA ESTRAGADO NUNCA CHEGUE AO BANCO.
            MOVE "SIM" TO CONTA-OK.
            MOVE COD-LIQ TO MATRICULA-CTA.
            READ CADCTA
                INVALID KEY
                MOVE "NAO" TO CONTA-OK
                MOVE "SEM CONTA NO CADCTA" TO WK-MOTIVO
            END-READ.
            IF CONTA-OK EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            IF BANCO-CTA IS NOT NUMERIC OR BANCO-CTA EQUAL ZEROS
               OR AGENCIA-CTA IS NOT NUMERIC
               OR AGENCIA-CTA EQUAL ZEROS
               OR CONTA-CTA IS NOT NUMERIC OR CONTA-CTA EQUAL ZEROS
               OR DIGITO-CTA IS NOT NUMERIC
               MOVE "NAO" TO CONTA-OK
               MOVE "CONTA INCOMPLETA NO CADCTA" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            IF TIPO-CTA NOT EQUAL "C" AND "P"
               MOVE "NAO" TO CONTA-OK
               MOVE "TIPO DE CONTA INVALIDO" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            MOVE CONTA-CTA TO WK-DV-CONTA.
            PERFORM CALCULA-DV.
            IF DIGITO-CTA NOT EQUAL WK-DV
               MOVE "NAO" TO CONTA-OK
               MOVE "DV DA CONTA NAO CONFERE" TO WK-MOTIVO
            END-IF.

       CALCULA-DV.
      * DV MODULO 11 DA CONTA (PESOS 9 A 2 DA ESQUERDA PARA A DIREITA;
      * RESTO 0 OU 1 DA DV ZERO), O MESMO CRITICADO PELO EM01MCTA.
            MOVE ZEROS TO WK-DV-SOMA.
            PERFORM SOMA-DIGITO-DV
                    VARYING WK-IND-DV FROM 1 BY 1
                    UNTIL WK-IND-DV > 8.
            DIVIDE WK-DV-SOMA BY 11 GIVING WK-DV-QUOC
                   REMAINDER WK-DV-RESTO.
            IF WK-DV-RESTO < 2
               MOVE ZERO TO WK-DV
            ELSE
               COMPUTE WK-DV = 11 - WK-DV-RESTO
            END-IF.

       SOMA-DIGITO-DV.
            COMPUTE WK-DV-SOMA = WK-DV-SOMA
                    + DIG-DV(WK-IND-DV) * (10 - WK-IND-DV).

       ABRE-RELSCT.
            OPEN OUTPUT RELSCT.
            MOVE SPACES TO LINHA-RELSCT.
            STRING "CREDITOS FORA DA REMESSA POR FALTA DE CONTA - "
                   DELIMITED BY SIZE
                   "EM01BANC - " DELIMITED BY SIZE
                   DATA-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELSCT.
            WRITE REG-RELSCT.
            MOVE SPACES TO LINHA-RELSCT.
            STRING "GERACAO: " DELIMITED BY SIZE
                   CADLIQ-NOME DELIMITED BY SIZE
                   INTO LINHA-RELSCT.
            WRITE REG-RELSCT.
            MOVE SPACES TO LINHA-RELSCT.
            WRITE REG-RELSCT.
            MOVE "MATR.  NOME                    VALOR  MOTIVO"
                 TO LINHA-RELSCT.
            WRITE REG-RELSCT.
            MOVE ALL "-" TO LINHA-RELSCT.
            WRITE REG-RELSCT.

       GRAVA-SEM-CONTA.
            ADD 1 TO QTD-SEM-CONTA.
            ADD LIQUIDO-LIQ TO TOTAL-SEM-CONTA.
            MOVE SPACES TO LINHA-RELSCT.
            MOVE COD-LIQ TO WK-COD-ED.
            MOVE LIQUIDO-LIQ TO WK-VALOR-ED.
            STRING WK-COD-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOME-LIQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-VALOR-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WK-MOTIVO DELIMITED BY SIZE
                   INTO LINHA-RELSCT.
            WRITE REG-RELSCT.

       FECHA-RELSCT.
            MOVE ALL "-" TO LINHA-RELSCT.
            WRITE REG-RELSCT.
            MOVE SPACES TO LINHA-RELSCT.
            MOVE QTD-SEM-CONTA TO WK-COD-ED.
            MOVE TOTAL-SEM-CONTA TO WK-TOTAL-ED.
            STRING "FORA DA REMESSA ..: " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   " - TOTAL " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELSCT.
            WRITE REG-RELSCT.
            MOVE SPACES TO LINHA-RELSCT.
            MOVE QTD-ENVIADOS TO WK-COD-ED.
            MOVE TOTAL-ENVIADO TO WK-TOTAL-ED.
            STRING "ENVIADOS AO BANCO : " DELIMITED BY SIZE
                   WK-COD-ED DELIMITED BY SIZE
                   " - TOTAL " DELIMITED BY SIZE
                   WK-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELSCT.
            WRITE REG-RELSCT.
            IF QTD-SAL-PENDENTES > ZEROS
               MOVE QTD-SAL-PENDENTES TO WK-COD-ED
               MOVE SPACES TO LINHA-RELSCT
               STRING "ATENCAO: " DELIMITED BY SIZE
                      WK-COD-ED DELIMITED BY SIZE
                      " ALTERACAO(OES) DE SALARIO AINDA NAO APROVADA(S)"
                      DELIMITED BY SIZE
                      INTO LINHA-RELSCT
               WRITE REG-RELSCT
            END-IF.
            CLOSE RELSCT.

       GRAVA-CONTROLE.
            OPEN EXTEND CADREM.
            MOVE CADLIQ-NOME TO NOME-GER-REM.
            MOVE DATA-SISTEMA TO DATA-REM.
            MOVE HORA-SISTEMA TO HORA-REM.
            MOVE QTD-ENVIADOS TO QTD-REM.
            MOVE TOTAL-ENVIADO TO TOTAL-REM.
            WRITE REG-REM.
            CLOSE CADREM.

            PERFORM GRAVA-CONTROLE.
            DISPLAY "EM01BANC - REMESSA " WK-SEQ-REMESSA
                    " GRAVADA EM REMBAN - "
                    QTD-ENVIADOS " CREDITOS - TOTAL "
                    TOTAL-ENVIADO.
            IF QTD-SEM-CONTA > ZEROS
               DISPLAY "EM01BANC - " QTD-SEM-CONTA " CREDITO(S) FORA "
                       "DA REMESSA SEM CONTA VALIDA - TOTAL "
                       TOTAL-SEM-CONTA " - VER RELSCT"
               MOVE 4 TO RETURN-CODE
            END-IF.
