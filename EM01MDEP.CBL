      *         NOVO PEDIDO DO CAMPO ATE SER ACEITO. E CONTRA ESTE
      *         CADASTRO QUE O EM01EX06 VALIDA O DEPARTAMENTO DE CADA
      *         FUNCIONARIO E QUE O EM01CTBL RESOLVE A CONTA DO RAZAO
      *         DE CADA DEPARTAMENTO. O PROGRAMA PASSOU A EXIGIR O
      *         SIGN-ON DO OPERADOR NO CADOPE (QUALQUER NIVEL,
      *         TENTATIVA REGISTRADA NO CADSLOG) E A TROCA DA CONTA
      *         CONTABIL DE UM DEPARTAMENTO JA CADASTRADO DEIXOU DE
      *         SER APLICADA AQUI: O CADDEP E REGRAVADO COM A CONTA
      *         ANTERIOR E O PEDIDO (CONTA ANTES E DEPOIS, OPERADOR,
      *         DATA E HORA) VAI PARA O ARQUIVO DE ALTERACOES
      *         PENDENTES CADALT (COPY ALTREG, TIPO G), ONDE OUTRO
      *         OPERADOR O APROVA OU REJEITA PELO EM01APRV. A CONTA DE
      *         UM DEPARTAMENTO INCLUIDO CONTINUA GRAVADA DIRETO.

       ENVIRONMENT DIVISION.

           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-DEP
           FILE STATUS IS CADDEP-STATUS.
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


       COPY DEPREG.

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

       77 CADDEP-STATUS     PIC X(02) VALUE SPACES.
       77 CADOPE-STATUS     PIC X(02) VALUE SPACES.
       77 CADSLOG-STATUS    PIC X(02) VALUE SPACES.
       77 CADALT-STATUS     PIC X(02) VALUE SPACES.
       77 FIM-MANUTENCAO    PIC X(03) VALUE "NAO".
       77 FIM-OPE           PIC X(03) VALUE "NAO".
       77 ACHOU-OPERADOR    PIC X(03) VALUE "NAO".
       77 WK-OPERADOR       PIC X(08) VALUE SPACES.
       77 WK-SENHA          PIC X(08) VALUE SPACES.
       77 WK-SENHA-ACH      PIC X(08) VALUE SPACES.
       77 WK-SITUACAO-ACH   PIC X(01) VALUE SPACE.
       77 WK-RESULTADO-ACESSO PIC X(20) VALUE SPACES.
       77 DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
       77 HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
       77 WK-CONTA-ANT      PIC X(08) VALUE SPACES.
       77 WK-CONTA-NOVA     PIC X(08) VALUE SPACES.
       77 WK-OPCAO          PIC X(01) VALUE SPACE.
           88 OPCAO-INCLUIR           VALUE "I" "i".
           88 OPCAO-ALTERAR           VALUE "A" "a".
       77 QTD-INCLUIDOS     PIC 9(05) VALUE ZEROS.
       77 QTD-ALTERADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-EXCLUIDOS     PIC 9(05) VALUE ZEROS.
       77 QTD-PENDENCIAS    PIC 9(05) VALUE ZEROS.
       77 CAMPO-OK          PIC X(03) VALUE "NAO".

       PROCEDURE         DIVISION.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM IDENTIFICACAO.
            OPEN I-O CADDEP.
            IF CADDEP-STATUS EQUAL "35"
               CLOSE CADDEP
               STOP RUN
            END-IF.

       IDENTIFICACAO.
            DISPLAY "EM01MDEP - OPERADOR: ".
            ACCEPT WK-OPERADOR.
            DISPLAY "EM01MDEP - SENHA ...: ".
            ACCEPT WK-SENHA.
            OPEN INPUT CADOPE.
            IF CADOPE-STATUS NOT EQUAL "00"
               DISPLAY "EM01MDEP - CADOPE NAO ABRIU - STATUS "
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
               DISPLAY "EM01MDEP - OPERADOR OU SENHA INVALIDOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-SITUACAO-ACH EQUAL "B"
               MOVE "CONTA BLOQUEADA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01MDEP - CONTA BLOQUEADA - PROCURE O "
                       "ADMINISTRADOR (EM01MOPE)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-SITUACAO-ACH EQUAL "D"
               MOVE "CONTA DESATIVADA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01MDEP - CONTA DESATIVADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-SENHA-ACH NOT EQUAL WK-SENHA
               MOVE "SENHA INCORRETA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01MDEP - OPERADOR OU SENHA INVALIDOS"
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
            MOVE "EM01MDEP" TO PROGRAMA-SLOG.
            MOVE WK-OPERADOR TO OPERADOR-SLOG.
            MOVE WK-RESULTADO-ACESSO TO RESULTADO-SLOG.
            WRITE REG-SLOG.
            CLOSE CADSLOG.

       PRINCIPAL.
            DISPLAY "EM01MDEP - (I)NCLUIR (A)LTERAR (E)XCLUIR (F)IM: ".
            ACCEPT WK-OPCAO.
            END-READ.

       REGRAVA-ALTERACAO.
      * A CONTA NOVA NAO E APLICADA AQUI: O REGISTRO VOLTA COM A
      * CONTA ANTERIOR E O PEDIDO FICA PENDENTE NO CADALT.
            MOVE CONTA-GL-DEP TO WK-CONTA-ANT.
            PERFORM OBTEM-NOME.
            PERFORM OBTEM-CONTA-GL.
            MOVE CONTA-GL-DEP TO WK-CONTA-NOVA.
            MOVE WK-CONTA-ANT TO CONTA-GL-DEP.
            REWRITE REG-DEP.
            ADD 1 TO QTD-ALTERADOS.
            IF WK-CONTA-NOVA NOT EQUAL WK-CONTA-ANT
               PERFORM GRAVA-PENDENCIA
            END-IF.

       GRAVA-PENDENCIA.
            ACCEPT HORA-SISTEMA FROM TIME.
            OPEN EXTEND CADALT.
            IF CADALT-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADALT
            END-IF.
            MOVE SPACES TO REG-ALT.
            MOVE "G" TO TIPO-ALT.
            MOVE CODIGO-DEP TO CHAVE-ALT.
            MOVE ZEROS TO SALARIO-ANT-ALT.
            MOVE ZEROS TO SALARIO-NOVO-ALT.
            MOVE WK-CONTA-ANT TO CONTA-ANT-ALT.
            MOVE WK-CONTA-NOVA TO CONTA-NOVA-ALT.
            MOVE WK-OPERADOR TO OPERADOR-ALT.
            MOVE DATA-SISTEMA TO DATA-ALT.
            MOVE HORA-SISTEMA TO HORA-ALT.
            MOVE "P" TO SITUACAO-ALT.
            MOVE ZEROS TO DATA-DEC-ALT.
            WRITE REG-ALT.
            CLOSE CADALT.
            ADD 1 TO QTD-PENDENCIAS.
            DISPLAY "EM01MDEP - TROCA DE CONTA DO DEPARTAMENTO "
                    CODIGO-DEP " AGUARDANDO APROVACAO (EM01APRV)".

       EXCLUSAO.
            PERFORM OBTEM-CODIGO.
            DISPLAY "INCLUIDOS .: " QTD-INCLUIDOS.
            DISPLAY "ALTERADOS .: " QTD-ALTERADOS.
            DISPLAY "EXCLUIDOS .: " QTD-EXCLUIDOS.
            DISPLAY "CONTAS PENDENTES DE APROVACAO: " QTD-PENDENCIAS.
            CLOSE CADDEP.
