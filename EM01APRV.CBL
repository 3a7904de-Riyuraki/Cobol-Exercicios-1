       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01APRV.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. APROVACAO DAS ALTERACOES PENDENTES DO CADALT (COPY
      *         ALTREG). ATE AQUI UM UNICO OPERADOR TROCAVA O SALARIO
      *         DE QUALQUER FUNCIONARIO NO EM01MEMP OU A CONTA
      *         CONTABIL DE UM DEPARTAMENTO NO EM01MDEP SEM QUE
      *         NINGUEM CONFERISSE; AGORA ESSES DOIS PROGRAMAS SO
      *         REGISTRAM O PEDIDO E E AQUI QUE ELE E APLICADO. O
      *         SIGN-ON EXIGE NIVEL 3 NO CADOPE (TENTATIVA REGISTRADA
      *         NO CADSLOG, COMO NO EM01CNOT) E O APROVADOR NUNCA
      *         REVISA UM PEDIDO QUE ELE MESMO FEZ - ESSE FICA PARA
      *         OUTRO OPERADOR. PARA CADA PEDIDO PENDENTE O PROGRAMA
      *         MOSTRA O FUNCIONARIO OU DEPARTAMENTO, O VALOR ANTES E
      *         O VALOR DEPOIS, QUEM PEDIU E QUANDO, E O OPERADOR
      *         APROVA (A ALTERACAO E APLICADA NO CADEMP OU NO CADDEP
      *         POR REWRITE), REJEITA (COM MOTIVO OBRIGATORIO), PULA
      *         OU ENCERRA. SE O VALOR ATUAL DO CADASTRO JA NAO FOR O
      *         VALOR ANTES DO PEDIDO, A APROVACAO E RECUSADA E O
      *         PEDIDO CONTINUA PENDENTE ATE SER REJEITADO. NA
      *         ABERTURA, O RELATORIO RELALT LISTA OS PEDIDOS
      *         PENDENTES HA MAIS DE N DIAS (N DO ARQUIVO DE
      *         PARAMETROS PARALT; SEM ELE, 5 DIAS) E EM SEGUIDA
      *         REGISTRA CADA DECISAO TOMADA. OS PEDIDOS PENDENTES DO
      *         CADALT SAO CARREGADOS EM TABELA (ATE 1000 PENDENTES) E
      *         O ARQUIVO E REGRAVADO NO TERMINO, COMO O CADOPE NO
      *         EM01MOPE, SO COM OS QUE CONTINUAM PENDENTES; OS
      *         DECIDIDOS (OS DESTA SESSAO E OS QUE AINDA ESTIVESSEM
      *         NO CADALT) SAO ACRESCENTADOS AO HISTORICO CUMULATIVO
      *         CADALTH, NO MESMO LAYOUT, QUE FICA COMO TRILHA DE
      *         AUDITORIA SEM PESAR NO LIMITE. ANTES DE REGRAVAR, O
      *         CADALT E RELIDO E OS PEDIDOS QUE O EM01MEMP E O
      *         EM01MDEP ACRESCENTARAM DURANTE A SESSAO (PENDENTES QUE
      *         NAO ESTAO NA TABELA, PELO TIPO, CHAVE, DATA E HORA) SAO
      *         MANTIDOS, VIA ARQUIVO DE TRABALHO. COMO O EM01MEMP, O
      *         PROGRAMA RECUSA RODAR (CODIGO 12) ENQUANTO A TRAVA
      *         CADLKE DOS PASSOS DE FUNCIONARIOS ESTIVER ARMADA. AO
      *         FINAL, GRAVA UMA LINHA DE ESTATISTICA EM EM01LOG, NO
      *         LAYOUT DA COPY LOGREG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADALT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADALT-STATUS.
           SELECT     CADALTH  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADALTH-STATUS.
           SELECT     WRKALT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS WRKALT-STATUS.
           SELECT     CADEMP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      MATRICULA-EMP
           FILE STATUS IS CADEMP-STATUS.
           SELECT     CADDEP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-DEP
           FILE STATUS IS CADDEP-STATUS.
           SELECT     CADLKE  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADLKE-STATUS.
           SELECT     CADOPE  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADOPE-STATUS.
           SELECT     CADSLOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADSLOG-STATUS.
           SELECT     PARALT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARALT-STATUS.
           SELECT     RELALT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELALT-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADALT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADALT.DAT".

       COPY ALTREG.

       FD CADALTH
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADALTH.DAT".

       01 REG-ALTH                  PIC X(117).

       FD WRKALT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "WRKALT.TMP".

       01 REG-WRKALT                PIC X(117).

       FD CADEMP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADEMP.DAT".

       COPY FUNREG.

       FD CADDEP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADDEP.DAT".

       COPY DEPREG.

       FD CADLKE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADLKE.DAT".

       01 REG-LKE.
           02 DATA-LKE              PIC 9(08).
           02 HORA-LKE              PIC 9(08).
           02 PROGRAMA-LKE          PIC X(08).

       FD CADOPE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADOPE.DAT".

       01 REG-OPE.
           02 OPERADOR-OPE          PIC X(08).
           02 SENHA-OPE             PIC X(08).
           02 NIVEL-OPE             PIC 9(01).
           02 SITUACAO-OPE          PIC X(01).
           02 DATA-TROCA-OPE        PIC 9(08).
           02 FORCA-TROCA-OPE       PIC X(01).
           02 FALHAS-OPE            PIC 9(01).

       FD CADSLOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADSLOG.DAT".

       01 REG-SLOG.
           02 DATA-SLOG             PIC 9(08).
           02 HORA-SLOG             PIC 9(08).
           02 PROGRAMA-SLOG         PIC X(08).
           02 OPERADOR-SLOG         PIC X(08).
           02 RESULTADO-SLOG        PIC X(20).

       FD PARALT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARALT.DAT".

       01 REG-PARALT.
           02 DIAS-PAR              PIC 9(03).

       FD RELALT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELALT.DAT".

       01 REG-RELALT.
           02 LINHA-RELALT          PIC X(80).

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY LOGREG.

       WORKING-STORAGE SECTION.

       77 CADALT-STATUS     PIC X(02) VALUE SPACES.
       77 CADALTH-STATUS    PIC X(02) VALUE SPACES.
       77 WRKALT-STATUS     PIC X(02) VALUE SPACES.
       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 CADDEP-STATUS     PIC X(02) VALUE SPACES.
       77 CADLKE-STATUS     PIC X(02) VALUE SPACES.
       77 CADOPE-STATUS     PIC X(02) VALUE SPACES.
       77 CADSLOG-STATUS    PIC X(02) VALUE SPACES.
       77 PARALT-STATUS     PIC X(02) VALUE SPACES.
       77 RELALT-STATUS     PIC X(02) VALUE SPACES.
       77 EM01LOG-STATUS    PIC X(02) VALUE SPACES.
       77 TRAVA-ATIVA       PIC X(03) VALUE "NAO".
       77 FIM-ALT           PIC X(03) VALUE "NAO".
       77 FIM-WRK           PIC X(03) VALUE "NAO".
       77 FIM-OPE           PIC X(03) VALUE "NAO".
       77 FIM-REVISAO       PIC X(03) VALUE "NAO".
       77 ACHOU-OPERADOR    PIC X(03) VALUE "NAO".
       77 TEM-CADEMP        PIC X(03) VALUE "SIM".
       77 TEM-CADDEP        PIC X(03) VALUE "SIM".
       77 CADALT-TRUNCADO   PIC X(03) VALUE "NAO".
       77 WK-APLICADO       PIC X(03) VALUE "NAO".
       77 WK-OPERADOR       PIC X(08) VALUE SPACES.
       77 WK-SENHA          PIC X(08) VALUE SPACES.
       77 WK-SENHA-ACH      PIC X(08) VALUE SPACES.
       77 WK-SITUACAO-ACH   PIC X(01) VALUE SPACE.
       77 WK-NIVEL          PIC 9(01) VALUE ZERO.
       77 WK-RESULTADO-ACESSO PIC X(20) VALUE SPACES.
       77 HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
       77 WK-DIAS           PIC 9(03) VALUE 5.
       77 WK-DECISAO        PIC X(01) VALUE SPACE.
           88 DECISAO-APROVAR         VALUE "A" "a".
           88 DECISAO-REJEITAR        VALUE "R" "r".
           88 DECISAO-FIM             VALUE "F" "f".
       77 WK-MOTIVO         PIC X(40) VALUE SPACES.
       77 WK-NOME           PIC X(30) VALUE SPACES.
       77 WK-RESULTADO      PIC X(09) VALUE SPACES.
       77 WK-ANTES          PIC X(08) VALUE SPACES.
       77 WK-DEPOIS         PIC X(08) VALUE SPACES.
       77 WK-SALARIO-ED     PIC ZZZZ9,99.
       77 WK-DIAS-ED        PIC ZZZZ9.
       77 WK-CNT-ED         PIC ZZZZ9.
       77 WK-IND            PIC 9(04) VALUE ZEROS.
       77 QTD-ALTERACOES    PIC 9(04) VALUE ZEROS.
       77 QTD-PENDENTES     PIC 9(04) VALUE ZEROS.
       77 QTD-ANTIGAS       PIC 9(04) VALUE ZEROS.
       77 QTD-APROVADAS     PIC 9(04) VALUE ZEROS.
       77 QTD-REJEITADAS    PIC 9(04) VALUE ZEROS.
       77 QTD-PROPRIAS      PIC 9(04) VALUE ZEROS.
       77 QTD-RESTANTES     PIC 9(04) VALUE ZEROS.
       77 QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 QTD-HISTORICO     PIC 9(05) VALUE ZEROS.
       77 QTD-CHEGADOS      PIC 9(05) VALUE ZEROS.
       77 WK-ACHOU-ALT      PIC 9(04) VALUE ZEROS.
       77 WK-IND-ALT        PIC 9(04) VALUE ZEROS.
       77 WK-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 WK-DIAS-PEDIDO    PIC 9(07) VALUE ZEROS.
       77 WK-ANO-AJ         PIC 9(04) VALUE ZEROS.
       77 WK-MES-AJ         PIC 9(02) VALUE ZEROS.
       77 WK-Q4             PIC 9(04) VALUE ZEROS.
       77 WK-Q100           PIC 9(04) VALUE ZEROS.
       77 WK-Q400           PIC 9(04) VALUE ZEROS.
       77 WK-QMES           PIC 9(03) VALUE ZEROS.
       77 WK-DIAS-CALC      PIC 9(07) VALUE ZEROS.

       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).

       01 WK-DATA-CALC.
           02 ANO-CALC             PIC 9(04).
           02 MES-CALC             PIC 9(02).
           02 DIA-CALC             PIC 9(02).

       01 TABELA-ALTERACOES.
           02 ALTERACAO-TAB OCCURS 1000 TIMES.
              03 TIPO-TAB          PIC X(01).
              03 CHAVE-TAB         PIC X(05).
              03 SALARIO-ANT-TAB   PIC 9(05)V99.
              03 SALARIO-NOVO-TAB  PIC 9(05)V99.
              03 CONTA-ANT-TAB     PIC X(08).
              03 CONTA-NOVA-TAB    PIC X(08).
              03 OPERADOR-TAB      PIC X(08).
              03 DATA-TAB          PIC 9(08).
              03 HORA-TAB          PIC 9(08).
              03 SITUACAO-TAB      PIC X(01).
              03 APROVADOR-TAB     PIC X(08).
              03 DATA-DEC-TAB      PIC 9(08).
              03 MOTIVO-TAB        PIC X(40).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM REVISAO
               VARYING WK-IND FROM 1 BY 1
               UNTIL WK-IND > QTD-ALTERACOES
                  OR FIM-REVISAO EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM VERIFICA-TRAVA.
            PERFORM IDENTIFICACAO.
            PERFORM CARGA-PARALT.
            PERFORM CARGA-CADALT.
            IF CADALT-TRUNCADO EQUAL "SIM"
               DISPLAY "EM01APRV - CADALT COM MAIS DE 1000 PEDIDOS "
                       "PENDENTES - APROVACAO RECUSADA PARA NAO "
                       "REGRAVAR O ARQUIVO TRUNCADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CADEMP.
            IF CADEMP-STATUS NOT EQUAL "00"
               MOVE "NAO" TO TEM-CADEMP
               DISPLAY "EM01APRV - CADEMP NAO ABRIU - STATUS "
                       CADEMP-STATUS " - SALARIOS NAO PODEM SER "
                       "APROVADOS"
            END-IF.
            OPEN I-O CADDEP.
            IF CADDEP-STATUS NOT EQUAL "00"
               MOVE "NAO" TO TEM-CADDEP
               DISPLAY "EM01APRV - CADDEP NAO ABRIU - STATUS "
                       CADDEP-STATUS " - CONTAS NAO PODEM SER "
                       "APROVADAS"
            END-IF.
            OPEN OUTPUT RELALT.
            PERFORM CABECALHO-RELALT.
            MOVE DATA-SISTEMA TO WK-DATA-CALC.
            PERFORM CALCULA-DIAS.
            MOVE WK-DIAS-CALC TO WK-DIAS-HOJE.
            PERFORM LISTA-ANTIGA
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-ALTERACOES.
            IF QTD-ANTIGAS EQUAL ZEROS
               MOVE "NENHUM PEDIDO PENDENTE ALEM DO PRAZO"
                    TO LINHA-RELALT
               WRITE REG-RELALT
            ELSE
               DISPLAY "EM01APRV - " QTD-ANTIGAS " PEDIDO(S) "
                       "PENDENTE(S) ALEM DO PRAZO (VER RELALT)"
            END-IF.
            MOVE SPACES TO LINHA-RELALT.
            WRITE REG-RELALT.
            MOVE "DECISOES DESTA SESSAO" TO LINHA-RELALT.
            WRITE REG-RELALT.

       VERIFICA-TRAVA.
            OPEN INPUT CADLKE.
            IF CADLKE-STATUS EQUAL "00"
               READ CADLKE
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE "SIM" TO TRAVA-ATIVA
               END-READ
               CLOSE CADLKE
            END-IF.
            IF TRAVA-ATIVA EQUAL "SIM"
               DISPLAY "EM01APRV - OS PASSOS DE FUNCIONARIOS DA "
                       "CADEIA ESTAO NO AR DESDE " DATA-LKE " "
                       HORA-LKE " (" PROGRAMA-LKE ") - APROVACAO "
                       "RECUSADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

       IDENTIFICACAO.
            DISPLAY "EM01APRV - OPERADOR: ".
            ACCEPT WK-OPERADOR.
            DISPLAY "EM01APRV - SENHA ...: ".
            ACCEPT WK-SENHA.
            OPEN INPUT CADOPE.
            IF CADOPE-STATUS NOT EQUAL "00"
               DISPLAY "EM01APRV - CADOPE NAO ABRIU - STATUS "
                       CADOPE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-CADOPE
                    UNTIL FIM-OPE EQUAL "SIM"
                       OR ACHOU-OPERADOR EQUAL "SIM".
            CLOSE CADOPE.
            IF ACHOU-OPERADOR EQUAL "NAO"
               MOVE "OPERADOR DESCONHECIDO" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01APRV - OPERADOR OU SENHA INVALIDOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-SITUACAO-ACH EQUAL "B"
               MOVE "CONTA BLOQUEADA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01APRV - CONTA BLOQUEADA - PROCURE O "
                       "ADMINISTRADOR (EM01MOPE)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-SITUACAO-ACH EQUAL "D"
               MOVE "CONTA DESATIVADA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01APRV - CONTA DESATIVADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-SENHA-ACH NOT EQUAL WK-SENHA
               MOVE "SENHA INCORRETA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01APRV - OPERADOR OU SENHA INVALIDOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-NIVEL < 3
               MOVE "NIVEL INSUFICIENTE" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01APRV - NIVEL " WK-NIVEL
                       " INSUFICIENTE - APROVACAO EXIGE NIVEL 3"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE "ACESSO OK" TO WK-RESULTADO-ACESSO.
            PERFORM GRAVA-SIGNON-LOG.

       LEITURA-CADOPE.
            READ CADOPE
                AT END
                MOVE "SIM" TO FIM-OPE
                NOT AT END
                IF OPERADOR-OPE EQUAL WK-OPERADOR
                   MOVE "SIM" TO ACHOU-OPERADOR
                   MOVE SENHA-OPE TO WK-SENHA-ACH
                   MOVE NIVEL-OPE TO WK-NIVEL
                   MOVE SITUACAO-OPE TO WK-SITUACAO-ACH
                END-IF
            END-READ.

       GRAVA-SIGNON-LOG.
            ACCEPT HORA-SISTEMA FROM TIME.
            OPEN EXTEND CADSLOG.
            IF CADSLOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADSLOG
            END-IF.
            MOVE DATA-SISTEMA TO DATA-SLOG.
            MOVE HORA-SISTEMA TO HORA-SLOG.
            MOVE "EM01APRV" TO PROGRAMA-SLOG.
            MOVE WK-OPERADOR TO OPERADOR-SLOG.
            MOVE WK-RESULTADO-ACESSO TO RESULTADO-SLOG.
            WRITE REG-SLOG.
            CLOSE CADSLOG.

       CARGA-PARALT.
            OPEN INPUT PARALT.
            IF PARALT-STATUS EQUAL "00"
               PERFORM LEITURA-PARALT
               CLOSE PARALT
            END-IF.

       LEITURA-PARALT.
            READ PARALT
                AT END
                CONTINUE
                NOT AT END
                IF DIAS-PAR IS NUMERIC
                   MOVE DIAS-PAR TO WK-DIAS
                ELSE
                   DISPLAY "EM01APRV - PARALT INVALIDO - VALE O PRAZO "
                           "DE 5 DIAS"
                END-IF.

       CARGA-CADALT.
            OPEN INPUT CADALT.
            IF CADALT-STATUS NOT EQUAL "00"
               DISPLAY "EM01APRV - CADALT AUSENTE - NENHUMA ALTERACAO "
                       "PENDENTE"
               STOP RUN
            END-IF.
            PERFORM LEITURA-CADALT
                    UNTIL FIM-ALT EQUAL "SIM".
            CLOSE CADALT.

       LEITURA-CADALT.
            READ CADALT
                AT END
                MOVE "SIM" TO FIM-ALT
                NOT AT END
                PERFORM ARMAZENA-ALTERACAO
            END-READ.

       ARMAZENA-ALTERACAO.
      * SO OS PENDENTES VAO PARA A TABELA; OS JA DECIDIDOS SAO
      * PASSADOS PARA O HISTORICO CADALTH NA REGRAVACAO.
            ADD 1 TO QTD-LIDOS.
            IF SITUACAO-ALT NOT EQUAL "P"
               EXIT PARAGRAPH
            END-IF.
            IF QTD-ALTERACOES NOT < 1000
               MOVE "SIM" TO CADALT-TRUNCADO
               MOVE "SIM" TO FIM-ALT
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-ALTERACOES.
            MOVE TIPO-ALT TO TIPO-TAB(QTD-ALTERACOES).
            MOVE CHAVE-ALT TO CHAVE-TAB(QTD-ALTERACOES).
            MOVE SALARIO-ANT-ALT TO SALARIO-ANT-TAB(QTD-ALTERACOES).
            MOVE SALARIO-NOVO-ALT TO SALARIO-NOVO-TAB(QTD-ALTERACOES).
            MOVE CONTA-ANT-ALT TO CONTA-ANT-TAB(QTD-ALTERACOES).
            MOVE CONTA-NOVA-ALT TO CONTA-NOVA-TAB(QTD-ALTERACOES).
            MOVE OPERADOR-ALT TO OPERADOR-TAB(QTD-ALTERACOES).
            MOVE DATA-ALT TO DATA-TAB(QTD-ALTERACOES).
            MOVE HORA-ALT TO HORA-TAB(QTD-ALTERACOES).
            MOVE SITUACAO-ALT TO SITUACAO-TAB(QTD-ALTERACOES).
            MOVE APROVADOR-ALT TO APROVADOR-TAB(QTD-ALTERACOES).
            MOVE DATA-DEC-ALT TO DATA-DEC-TAB(QTD-ALTERACOES).
            MOVE MOTIVO-ALT TO MOTIVO-TAB(QTD-ALTERACOES).
            ADD 1 TO QTD-PENDENTES.

       CABECALHO-RELALT.
            MOVE SPACES TO LINHA-RELALT.
            STRING "ALTERACOES PENDENTES DE APROVACAO - EM01APRV - "
                   DELIMITED BY SIZE
                   DIA-SISTEMA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   MES-SISTEMA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ANO-SISTEMA DELIMITED BY SIZE
                   INTO LINHA-RELALT.
            WRITE REG-RELALT.
            MOVE SPACES TO LINHA-RELALT.
            STRING "APROVADOR " DELIMITED BY SIZE
                   WK-OPERADOR DELIMITED BY SIZE
                   INTO LINHA-RELALT.
            WRITE REG-RELALT.
            MOVE SPACES TO LINHA-RELALT.
            WRITE REG-RELALT.
            MOVE WK-DIAS TO WK-CNT-ED.
            MOVE SPACES TO LINHA-RELALT.
            STRING "PEDIDOS PENDENTES HA MAIS DE " DELIMITED BY SIZE
                   WK-CNT-ED DELIMITED BY SIZE
                   " DIAS" DELIMITED BY SIZE
                   INTO LINHA-RELALT.
            WRITE REG-RELALT.
            MOVE "T CHAVE ANTES    DEPOIS   PEDIDO POR DATA      DIAS"
                 TO LINHA-RELALT.
            WRITE REG-RELALT.

       LISTA-ANTIGA.
            IF SITUACAO-TAB(WK-IND) NOT EQUAL "P"
               EXIT PARAGRAPH
            END-IF.
            MOVE DATA-TAB(WK-IND) TO WK-DATA-CALC.
            PERFORM CALCULA-DIAS.
            MOVE WK-DIAS-CALC TO WK-DIAS-PEDIDO.
            IF WK-DIAS-HOJE - WK-DIAS-PEDIDO NOT > WK-DIAS
               EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTD-ANTIGAS.
            COMPUTE WK-DIAS-ED = WK-DIAS-HOJE - WK-DIAS-PEDIDO.
            PERFORM FORMATA-VALORES.
            MOVE SPACES TO LINHA-RELALT.
            MOVE TIPO-TAB(WK-IND) TO LINHA-RELALT(1:1).
            MOVE CHAVE-TAB(WK-IND) TO LINHA-RELALT(3:5).
            MOVE WK-ANTES TO LINHA-RELALT(9:8).
            MOVE WK-DEPOIS TO LINHA-RELALT(18:8).
            MOVE OPERADOR-TAB(WK-IND) TO LINHA-RELALT(27:8).
            MOVE DIA-CALC TO LINHA-RELALT(38:2).
            MOVE "/" TO LINHA-RELALT(40:1).
            MOVE MES-CALC TO LINHA-RELALT(41:2).
            MOVE "/" TO LINHA-RELALT(43:1).
            MOVE ANO-CALC TO LINHA-RELALT(44:4).
            MOVE WK-DIAS-ED TO LINHA-RELALT(48:5).
            WRITE REG-RELALT.

       FORMATA-VALORES.
            IF TIPO-TAB(WK-IND) EQUAL "S"
               MOVE SALARIO-ANT-TAB(WK-IND) TO WK-SALARIO-ED
               MOVE WK-SALARIO-ED TO WK-ANTES
               MOVE SALARIO-NOVO-TAB(WK-IND) TO WK-SALARIO-ED
               MOVE WK-SALARIO-ED TO WK-DEPOIS
            ELSE
               MOVE CONTA-ANT-TAB(WK-IND) TO WK-ANTES
               MOVE CONTA-NOVA-TAB(WK-IND) TO WK-DEPOIS
            END-IF.

       REVISAO.
            IF SITUACAO-TAB(WK-IND) NOT EQUAL "P"
               EXIT PARAGRAPH
            END-IF.
            IF OPERADOR-TAB(WK-IND) EQUAL WK-OPERADOR
               ADD 1 TO QTD-PROPRIAS
               DISPLAY "EM01APRV - PEDIDO " TIPO-TAB(WK-IND) " "
                       CHAVE-TAB(WK-IND) " FEITO PELO PROPRIO "
                       "OPERADOR - FICA PARA OUTRO APROVADOR"
               EXIT PARAGRAPH
            END-IF.
            PERFORM MOSTRA-PEDIDO.
            DISPLAY "EM01APRV - (A)PROVAR (R)EJEITAR (P)ULAR (F)IM: ".
            ACCEPT WK-DECISAO.
            EVALUATE TRUE
                WHEN DECISAO-APROVAR
                     PERFORM APROVACAO
                WHEN DECISAO-REJEITAR
                     PERFORM REJEICAO
                WHEN DECISAO-FIM
                     MOVE "SIM" TO FIM-REVISAO
                WHEN OTHER
                     DISPLAY "EM01APRV - PEDIDO MANTIDO PENDENTE"
            END-EVALUATE.

       MOSTRA-PEDIDO.
            PERFORM FORMATA-VALORES.
            MOVE SPACES TO WK-NOME.
            IF TIPO-TAB(WK-IND) EQUAL "S"
               PERFORM PROCURA-FUNCIONARIO
               DISPLAY "SALARIO DO FUNCIONARIO " CHAVE-TAB(WK-IND)
                       " " WK-NOME
            ELSE
               PERFORM PROCURA-DEPARTAMENTO
               DISPLAY "CONTA CONTABIL DO DEPARTAMENTO "
                       CHAVE-TAB(WK-IND) " " WK-NOME
            END-IF.
            DISPLAY "   ANTES ....: " WK-ANTES.
            DISPLAY "   DEPOIS ...: " WK-DEPOIS.
            MOVE DATA-TAB(WK-IND) TO WK-DATA-CALC.
            DISPLAY "   PEDIDO POR: " OPERADOR-TAB(WK-IND) " EM "
                    DIA-CALC "/" MES-CALC "/" ANO-CALC.

       PROCURA-FUNCIONARIO.
            IF TEM-CADEMP EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            MOVE CHAVE-TAB(WK-IND) TO MATRICULA-EMP.
            READ CADEMP
                INVALID KEY
                MOVE "*** NAO ENCONTRADO NO CADEMP" TO WK-NOME
                NOT INVALID KEY
                MOVE NOME-EMP TO WK-NOME
            END-READ.

       PROCURA-DEPARTAMENTO.
            IF TEM-CADDEP EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            MOVE CHAVE-TAB(WK-IND) TO CODIGO-DEP.
            READ CADDEP
                INVALID KEY
                MOVE "*** NAO ENCONTRADO NO CADDEP" TO WK-NOME
                NOT INVALID KEY
                MOVE NOME-DEP TO WK-NOME
            END-READ.

       APROVACAO.
            MOVE "NAO" TO WK-APLICADO.
            IF TIPO-TAB(WK-IND) EQUAL "S"
               PERFORM APLICA-SALARIO
            ELSE
               PERFORM APLICA-CONTA
            END-IF.
            IF WK-APLICADO EQUAL "NAO"
               DISPLAY "EM01APRV - PEDIDO MANTIDO PENDENTE"
               EXIT PARAGRAPH
            END-IF.
            MOVE "A" TO SITUACAO-TAB(WK-IND).
            MOVE WK-OPERADOR TO APROVADOR-TAB(WK-IND).
            MOVE DATA-SISTEMA TO DATA-DEC-TAB(WK-IND).
            ADD 1 TO QTD-APROVADAS.
            MOVE "APROVADA" TO WK-RESULTADO.
            PERFORM GRAVA-DECISAO.

       APLICA-SALARIO.
            IF TEM-CADEMP EQUAL "NAO"
               DISPLAY "EM01APRV - CADEMP INDISPONIVEL"
               EXIT PARAGRAPH
            END-IF.
            MOVE CHAVE-TAB(WK-IND) TO MATRICULA-EMP.
            READ CADEMP
                INVALID KEY
                DISPLAY "EM01APRV - FUNCIONARIO " MATRICULA-EMP
                        " NAO ENCONTRADO"
                NOT INVALID KEY
                PERFORM EFETIVA-SALARIO
            END-READ.

       EFETIVA-SALARIO.
            IF SALARIO-EMP NOT EQUAL SALARIO-ANT-TAB(WK-IND)
               DISPLAY "EM01APRV - O SALARIO ATUAL DO CADEMP NAO E O "
                       "SALARIO ANTES DO PEDIDO - REJEITE E PECA DE "
                       "NOVO"
               EXIT PARAGRAPH
            END-IF.
            MOVE SALARIO-NOVO-TAB(WK-IND) TO SALARIO-EMP.
            REWRITE REG-EMP
                INVALID KEY
                DISPLAY "EM01APRV - FALHA AO REGRAVAR O FUNCIONARIO "
                        MATRICULA-EMP
                NOT INVALID KEY
                MOVE "SIM" TO WK-APLICADO
            END-REWRITE.

       APLICA-CONTA.
            IF TEM-CADDEP EQUAL "NAO"
               DISPLAY "EM01APRV - CADDEP INDISPONIVEL"
               EXIT PARAGRAPH
            END-IF.
            MOVE CHAVE-TAB(WK-IND) TO CODIGO-DEP.
            READ CADDEP
                INVALID KEY
                DISPLAY "EM01APRV - DEPARTAMENTO " CODIGO-DEP
                        " NAO ENCONTRADO"
                NOT INVALID KEY
                PERFORM EFETIVA-CONTA
            END-READ.

       EFETIVA-CONTA.
            IF CONTA-GL-DEP NOT EQUAL CONTA-ANT-TAB(WK-IND)
               DISPLAY "EM01APRV - A CONTA ATUAL DO CADDEP NAO E A "
                       "CONTA ANTES DO PEDIDO - REJEITE E PECA DE "
                       "NOVO"
               EXIT PARAGRAPH
            END-IF.
            MOVE CONTA-NOVA-TAB(WK-IND) TO CONTA-GL-DEP.
            REWRITE REG-DEP
                INVALID KEY
                DISPLAY "EM01APRV - FALHA AO REGRAVAR O DEPARTAMENTO "
                        CODIGO-DEP
                NOT INVALID KEY
                MOVE "SIM" TO WK-APLICADO
            END-REWRITE.

       REJEICAO.
            DISPLAY "EM01APRV - MOTIVO DA REJEICAO: ".
            ACCEPT WK-MOTIVO.
            IF WK-MOTIVO EQUAL SPACES
               DISPLAY "EM01APRV - MOTIVO OBRIGATORIO - PEDIDO "
                       "MANTIDO PENDENTE"
               EXIT PARAGRAPH
            END-IF.
            MOVE "R" TO SITUACAO-TAB(WK-IND).
            MOVE WK-OPERADOR TO APROVADOR-TAB(WK-IND).
            MOVE DATA-SISTEMA TO DATA-DEC-TAB(WK-IND).
            MOVE WK-MOTIVO TO MOTIVO-TAB(WK-IND).
            ADD 1 TO QTD-REJEITADAS.
            MOVE "REJEITADA" TO WK-RESULTADO.
            PERFORM GRAVA-DECISAO.

       GRAVA-DECISAO.
            MOVE SPACES TO LINHA-RELALT.
            MOVE TIPO-TAB(WK-IND) TO LINHA-RELALT(1:1).
            MOVE CHAVE-TAB(WK-IND) TO LINHA-RELALT(3:5).
            MOVE WK-ANTES TO LINHA-RELALT(9:8).
            MOVE WK-DEPOIS TO LINHA-RELALT(18:8).
            MOVE OPERADOR-TAB(WK-IND) TO LINHA-RELALT(27:8).
            MOVE WK-RESULTADO TO LINHA-RELALT(38:9).
            WRITE REG-RELALT.
            IF SITUACAO-TAB(WK-IND) EQUAL "R"
               MOVE SPACES TO LINHA-RELALT
               STRING "  MOTIVO: " DELIMITED BY SIZE
                      WK-MOTIVO DELIMITED BY SIZE
                      INTO LINHA-RELALT
               WRITE REG-RELALT
            END-IF.

       REGRAVA-CADALT.
      * O CADALT FICA SO COM OS PEDIDOS AINDA PENDENTES; OS DECIDIDOS
      * (OS QUE JA ESTAVAM NO ARQUIVO E OS DESTA SESSAO) VAO PARA O
      * FIM DO HISTORICO CADALTH. O EM01MEMP E O EM01MDEP CONTINUAM
      * ACRESCENTANDO PEDIDOS AO CADALT DURANTE A SESSAO: O ARQUIVO E
      * RELIDO AGORA E TODO PEDIDO PENDENTE QUE NAO ESTA NA TABELA
      * (TIPO + CHAVE + DATA + HORA) E GUARDADO NO WRKALT.TMP E
      * REGRAVADO DEPOIS DOS DA TABELA, PARA NAO SE PERDER.
            OPEN EXTEND CADALTH.
            IF CADALTH-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADALTH
            END-IF.
            OPEN OUTPUT WRKALT.
            MOVE "NAO" TO FIM-ALT.
            OPEN INPUT CADALT.
            IF CADALT-STATUS EQUAL "00"
               PERFORM COPIA-HISTORICO
                       UNTIL FIM-ALT EQUAL "SIM"
               CLOSE CADALT
            END-IF.
            CLOSE WRKALT.
            OPEN OUTPUT CADALT.
            PERFORM GRAVA-ALTERACAO
                    VARYING WK-IND FROM 1 BY 1
                    UNTIL WK-IND > QTD-ALTERACOES.
            MOVE "NAO" TO FIM-WRK.
            OPEN INPUT WRKALT.
            PERFORM COPIA-CHEGADO
                    UNTIL FIM-WRK EQUAL "SIM".
            CLOSE WRKALT
                  CADALT
                  CADALTH.

       COPIA-HISTORICO.
            READ CADALT
                AT END
                MOVE "SIM" TO FIM-ALT
                NOT AT END
                IF SITUACAO-ALT NOT EQUAL "P"
                   WRITE REG-ALTH FROM REG-ALT
                   ADD 1 TO QTD-HISTORICO
                ELSE
                   PERFORM PROCURA-ALTERACAO
                   IF WK-ACHOU-ALT EQUAL ZEROS
                      WRITE REG-WRKALT FROM REG-ALT
                   END-IF
                END-IF
            END-READ.

       PROCURA-ALTERACAO.
            MOVE ZEROS TO WK-ACHOU-ALT.
            PERFORM COMPARA-ALTERACAO
                    VARYING WK-IND-ALT FROM 1 BY 1
                    UNTIL WK-IND-ALT > QTD-ALTERACOES
                       OR WK-ACHOU-ALT > 0.

       COMPARA-ALTERACAO.
            IF TIPO-TAB(WK-IND-ALT) EQUAL TIPO-ALT
               AND CHAVE-TAB(WK-IND-ALT) EQUAL CHAVE-ALT
               AND DATA-TAB(WK-IND-ALT) EQUAL DATA-ALT
               AND HORA-TAB(WK-IND-ALT) EQUAL HORA-ALT
               MOVE WK-IND-ALT TO WK-ACHOU-ALT
            END-IF.

       COPIA-CHEGADO.
            READ WRKALT
                AT END
                MOVE "SIM" TO FIM-WRK
                NOT AT END
                WRITE REG-ALT FROM REG-WRKALT
                ADD 1 TO QTD-CHEGADOS
                ADD 1 TO QTD-RESTANTES
            END-READ.

       GRAVA-ALTERACAO.
            MOVE TIPO-TAB(WK-IND) TO TIPO-ALT.
            MOVE CHAVE-TAB(WK-IND) TO CHAVE-ALT.
            MOVE SALARIO-ANT-TAB(WK-IND) TO SALARIO-ANT-ALT.
            MOVE SALARIO-NOVO-TAB(WK-IND) TO SALARIO-NOVO-ALT.
            MOVE CONTA-ANT-TAB(WK-IND) TO CONTA-ANT-ALT.
            MOVE CONTA-NOVA-TAB(WK-IND) TO CONTA-NOVA-ALT.
            MOVE OPERADOR-TAB(WK-IND) TO OPERADOR-ALT.
            MOVE DATA-TAB(WK-IND) TO DATA-ALT.
            MOVE HORA-TAB(WK-IND) TO HORA-ALT.
            MOVE SITUACAO-TAB(WK-IND) TO SITUACAO-ALT.
            MOVE APROVADOR-TAB(WK-IND) TO APROVADOR-ALT.
            MOVE DATA-DEC-TAB(WK-IND) TO DATA-DEC-ALT.
            MOVE MOTIVO-TAB(WK-IND) TO MOTIVO-ALT.
            IF SITUACAO-TAB(WK-IND) EQUAL "P"
               WRITE REG-ALT
               ADD 1 TO QTD-RESTANTES
            ELSE
               WRITE REG-ALTH FROM REG-ALT
               ADD 1 TO QTD-HISTORICO
            END-IF.

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

       GRAVA-LOG.
            OPEN EXTEND EM01LOG.
            IF EM01LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EM01LOG
            END-IF.
            MOVE "EM01APRV" TO PROGRAMA-LOG.
            MOVE DATA-SISTEMA TO DATA-LOG.
            MOVE QTD-LIDOS TO QTD-LIDOS-LOG.
            MOVE QTD-APROVADAS TO QTD-GRAVADOS-LOG.
            MOVE QTD-REJEITADAS TO QTD-REJEITADOS-LOG.
            WRITE REG-LOG.
            CLOSE EM01LOG.

       TERMINO.
            PERFORM REGRAVA-CADALT.
            MOVE SPACES TO LINHA-RELALT.
            WRITE REG-RELALT.
            MOVE QTD-APROVADAS TO WK-CNT-ED.
            MOVE SPACES TO LINHA-RELALT.
            STRING "APROVADAS ......: " DELIMITED BY SIZE
                   WK-CNT-ED DELIMITED BY SIZE
                   INTO LINHA-RELALT.
            WRITE REG-RELALT.
            MOVE QTD-REJEITADAS TO WK-CNT-ED.
            MOVE SPACES TO LINHA-RELALT.
            STRING "REJEITADAS .....: " DELIMITED BY SIZE
                   WK-CNT-ED DELIMITED BY SIZE
                   INTO LINHA-RELALT.
            WRITE REG-RELALT.
            MOVE QTD-RESTANTES TO WK-CNT-ED.
            MOVE SPACES TO LINHA-RELALT.
            STRING "AINDA PENDENTES : " DELIMITED BY SIZE
                   WK-CNT-ED DELIMITED BY SIZE
                   INTO LINHA-RELALT.
            WRITE REG-RELALT.
            PERFORM GRAVA-LOG.
            DISPLAY "EM01APRV - RESUMO DA APROVACAO".
            DISPLAY "PEDIDOS NO CADALT .....: " QTD-LIDOS.
            DISPLAY "PENDENTES NA ABERTURA .: " QTD-PENDENTES.
            DISPLAY "ALEM DO PRAZO .........: " QTD-ANTIGAS.
            DISPLAY "APROVADAS .............: " QTD-APROVADAS.
            DISPLAY "REJEITADAS ............: " QTD-REJEITADAS.
            DISPLAY "DO PROPRIO OPERADOR ...: " QTD-PROPRIAS.
            DISPLAY "AINDA PENDENTES .......: " QTD-RESTANTES.
            DISPLAY "CHEGADOS NA SESSAO ....: " QTD-CHEGADOS.
            DISPLAY "PASSADOS AO CADALTH ...: " QTD-HISTORICO.
            IF TEM-CADEMP EQUAL "SIM"
               CLOSE CADEMP
            END-IF.
            IF TEM-CADDEP EQUAL "SIM"
               CLOSE CADDEP
            END-IF.
            CLOSE RELALT.
