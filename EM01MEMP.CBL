      *         EM01DRV, E RECUSA A MANUTENCAO COM CODIGO 12 ENQUANTO
      *         A CADEIA ESTIVER NO AR - A TRAVA DO CADALU (CADLCK)
      *         NAO VALE AQUI, POIS E LIBERADA QUANDO A FASE DE
      *         ALUNOS TERMINA. O PROGRAMA PASSOU A EXIGIR O SIGN-ON
      *         DO OPERADOR NO CADOPE (QUALQUER NIVEL, TENTATIVA
      *         REGISTRADA NO CADSLOG) E A ALTERACAO DO SALARIO DE UM
      *         FUNCIONARIO JA CADASTRADO DEIXOU DE SER APLICADA AQUI:
      *         O CADEMP E REGRAVADO COM O SALARIO ANTERIOR E O PEDIDO
      *         (SALARIO ANTES E DEPOIS, OPERADOR, DATA E HORA) VAI
      *         PARA O ARQUIVO DE ALTERACOES PENDENTES CADALT (COPY
      *         ALTREG, TIPO S), ONDE OUTRO OPERADOR O APROVA OU
      *         REJEITA PELO EM01APRV. O SALARIO INICIAL DE UM
      *         FUNCIONARIO INCLUIDO CONTINUA GRAVADO DIRETO, POIS
      *         NAO HA VALOR ANTERIOR A PROTEGER.

       ENVIRONMENT DIVISION.

           SELECT     CADLKE  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADLKE-STATUS.
           SELECT     CADOPE  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADOPE-STATUS.
           SELECT     CADSLOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADSLOG-STATUS.
           SELECT     CADALT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADALT-STATUS.

       DATA     DIVISION.

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

       FD CADALT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADALT.DAT".

       COPY ALTREG.

       WORKING-STORAGE SECTION.

       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 CADLKE-STATUS     PIC X(02) VALUE SPACES.
       77 CADOPE-STATUS     PIC X(02) VALUE SPACES.
       77 CADSLOG-STATUS    PIC X(02) VALUE SPACES.
       77 CADALT-STATUS     PIC X(02) VALUE SPACES.
       77 TRAVA-ATIVA       PIC X(03) VALUE "NAO".
       77 FIM-OPE           PIC X(03) VALUE "NAO".
       77 ACHOU-OPERADOR    PIC X(03) VALUE "NAO".
       77 WK-OPERADOR       PIC X(08) VALUE SPACES.
       77 WK-SENHA          PIC X(08) VALUE SPACES.
       77 WK-SENHA-ACH      PIC X(08) VALUE SPACES.
       77 WK-SITUACAO-ACH   PIC X(01) VALUE SPACE.
       77 WK-RESULTADO-ACESSO PIC X(20) VALUE SPACES.
       77 DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
       77 HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
       77 WK-SALARIO-ANT    PIC 9(05)V99 VALUE ZEROS.
       77 WK-SALARIO-NOVO   PIC 9(05)V99 VALUE ZEROS.
       77 FIM-MANUTENCAO    PIC X(03) VALUE "NAO".
       77 WK-OPCAO          PIC X(01) VALUE SPACE.
           88 OPCAO-INCLUIR           VALUE "I" "i".
       77 QTD-INCLUIDOS     PIC 9(05) VALUE ZEROS.
       77 QTD-ALTERADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-EXCLUIDOS     PIC 9(05) VALUE ZEROS.
       77 QTD-PENDENCIAS    PIC 9(05) VALUE ZEROS.
       77 CAMPO-OK          PIC X(03) VALUE "NAO".
       77 DATA-OK           PIC X(03) VALUE "SIM".
       77 WK-QUOCIENTE      PIC 9(04).
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM VERIFICA-TRAVA.
            PERFORM IDENTIFICACAO.
            OPEN I-O CADEMP.
            IF CADEMP-STATUS EQUAL "35"
               CLOSE CADEMP
               STOP RUN
            END-IF.

       IDENTIFICACAO.
            DISPLAY "EM01MEMP - OPERADOR: ".
            ACCEPT WK-OPERADOR.
            DISPLAY "EM01MEMP - SENHA ...: ".
            ACCEPT WK-SENHA.
            OPEN INPUT CADOPE.
            IF CADOPE-STATUS NOT EQUAL "00"
               DISPLAY "EM01MEMP - CADOPE NAO ABRIU - STATUS "
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
               DISPLAY "EM01MEMP - OPERADOR OU SENHA INVALIDOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-SITUACAO-ACH EQUAL "B"
               MOVE "CONTA BLOQUEADA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01MEMP - CONTA BLOQUEADA - PROCURE O "
                       "ADMINISTRADOR (EM01MOPE)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-SITUACAO-ACH EQUAL "D"
               MOVE "CONTA DESATIVADA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01MEMP - CONTA DESATIVADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-SENHA-ACH NOT EQUAL WK-SENHA
               MOVE "SENHA INCORRETA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01MEMP - OPERADOR OU SENHA INVALIDOS"
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
            MOVE "EM01MEMP" TO PROGRAMA-SLOG.
            MOVE WK-OPERADOR TO OPERADOR-SLOG.
            MOVE WK-RESULTADO-ACESSO TO RESULTADO-SLOG.
            WRITE REG-SLOG.
            CLOSE CADSLOG.

       PRINCIPAL.
            DISPLAY "EM01MEMP - (I)NCLUIR (A)LTERAR (E)XCLUIR (F)IM: ".
            ACCEPT WK-OPCAO.
            END-READ.

       REGRAVA-ALTERACAO.
      * O SALARIO NOVO NAO E APLICADO AQUI: O REGISTRO VOLTA COM O
      * SALARIO ANTERIOR E O PEDIDO FICA PENDENTE NO CADALT.
            MOVE SALARIO-EMP TO WK-SALARIO-ANT.
            PERFORM OBTEM-CAMPOS.
            MOVE SALARIO-EMP TO WK-SALARIO-NOVO.
            MOVE WK-SALARIO-ANT TO SALARIO-EMP.
            REWRITE REG-EMP.
            ADD 1 TO QTD-ALTERADOS.
            IF WK-SALARIO-NOVO NOT EQUAL WK-SALARIO-ANT
               PERFORM GRAVA-PENDENCIA
            END-IF.

       GRAVA-PENDENCIA.
            ACCEPT HORA-SISTEMA FROM TIME.
            OPEN EXTEND CADALT.
            IF CADALT-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADALT
            END-IF.
            MOVE SPACES TO REG-ALT.
            MOVE "S" TO TIPO-ALT.
            MOVE MATRICULA-EMP TO CHAVE-ALT.
            MOVE WK-SALARIO-ANT TO SALARIO-ANT-ALT.
            MOVE WK-SALARIO-NOVO TO SALARIO-NOVO-ALT.
            MOVE WK-OPERADOR TO OPERADOR-ALT.
            MOVE DATA-SISTEMA TO DATA-ALT.
            MOVE HORA-SISTEMA TO HORA-ALT.
            MOVE "P" TO SITUACAO-ALT.
            MOVE ZEROS TO DATA-DEC-ALT.
            WRITE REG-ALT.
            CLOSE CADALT.
            ADD 1 TO QTD-PENDENCIAS.
            DISPLAY "EM01MEMP - ALTERACAO DE SALARIO DE " MATRICULA-EMP
                    " AGUARDANDO APROVACAO (EM01APRV)".

       EXCLUSAO.
            DISPLAY "MATRICULA DO FUNCIONARIO A EXCLUIR: ".
            DISPLAY "INCLUIDOS .: " QTD-INCLUIDOS.
            DISPLAY "ALTERADOS .: " QTD-ALTERADOS.
            DISPLAY "EXCLUIDOS .: " QTD-EXCLUIDOS.
            DISPLAY "SALARIOS PENDENTES DE APROVACAO: " QTD-PENDENCIAS.
            CLOSE CADEMP.
