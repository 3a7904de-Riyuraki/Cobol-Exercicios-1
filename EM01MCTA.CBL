       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01MCTA.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DO CADASTRO DE CONTAS BANCARIAS DOS
      *         FUNCIONARIOS CADCTA (ARQUIVO INDEXADO PELA CHAVE
      *         MATRICULA-CTA, LAYOUT DA COPY CTAREG), NOS MOLDES DO
      *         EM01MDEP - ATE AQUI O BANCO CASAVA A CONTA DE CADA
      *         CREDITO POR UMA LISTA EM PAPEL E UMA CONTA ERRADA SO
      *         APARECIA COMO REJEICAO NO EM01RETB. O OPERADOR (NIVEL
      *         2 OU SUPERIOR NO CADOPE, COM O MESMO SIGN-ON DO
      *         EM01MPAR) ESCOLHE UMA OPCAO (I-INCLUIR, A-ALTERAR,
      *         E-EXCLUIR, F-FIM). A MATRICULA PRECISA EXISTIR NO
      *         CADEMP; BANCO, AGENCIA E CONTA SAO NUMERICOS E NAO
      *         ZERADOS, O DIGITO E CONFERIDO PELO DV MODULO 11 DA
      *         CONTA E O TIPO SO ACEITA C (CORRENTE) OU P
      *         (POUPANCA), COM NOVO PEDIDO DO CAMPO ATE SER ACEITO.
      *         CADA INCLUSAO, ALTERACAO OU EXCLUSAO E REGISTRADA NO
      *         JORNAL CUMULATIVO CADCJR COM DATA, HORA, OPERADOR,
      *         OPERACAO, MATRICULA E A CONTA ANTIGA E A NOVA, E O
      *         PROPRIO REGISTRO GUARDA A DATA E O OPERADOR DA ULTIMA
      *         ALTERACAO. E DESTE CADASTRO QUE O EM01BANC TIRA A
      *         CONTA DE CADA DETALHE DO REMBAN.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADCTA  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      MATRICULA-CTA
           FILE STATUS IS CADCTA-STATUS.
           SELECT     CADEMP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      MATRICULA-EMP
           FILE STATUS IS CADEMP-STATUS.
           SELECT     CADOPE  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADOPE-STATUS.
           SELECT     CADSLOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADSLOG-STATUS.
           SELECT     CADCJR  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADCJR-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADCTA
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADCTA.DAT".

       COPY CTAREG.

       FD CADEMP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADEMP.DAT".

       COPY FUNREG.

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

       FD CADCJR
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADCJR.DAT".

       01 REG-CJR.
           02 DATA-CJR              PIC 9(08).
           02 HORA-CJR              PIC 9(08).
           02 OPERADOR-CJR          PIC X(08).
           02 OPERACAO-CJR          PIC X(01).
           02 MATRICULA-CJR         PIC 9(05).
           02 CONTA-ANT-CJR         PIC X(17).
           02 CONTA-NOVA-CJR        PIC X(17).

       WORKING-STORAGE SECTION.

       77 CADCTA-STATUS     PIC X(02) VALUE SPACES.
       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 CADOPE-STATUS     PIC X(02) VALUE SPACES.
       77 CADSLOG-STATUS    PIC X(02) VALUE SPACES.
       77 CADCJR-STATUS     PIC X(02) VALUE SPACES.
       77 FIM-OPE           PIC X(03) VALUE "NAO".
       77 AUTORIZADO        PIC X(03) VALUE "NAO".
       77 WK-OPERADOR       PIC X(08) VALUE SPACES.
       77 WK-SENHA          PIC X(08) VALUE SPACES.
       77 WK-NIVEL          PIC 9(01) VALUE ZERO.
       77 WK-RESULTADO-ACESSO PIC X(20) VALUE SPACES.
       77 ACHOU-OPERADOR    PIC X(03) VALUE "NAO".
       77 WK-SENHA-ACH      PIC X(08) VALUE SPACES.
       77 WK-SITUACAO-ACH   PIC X(01) VALUE SPACE.
       77 HORA-ACESSO       PIC 9(08) VALUE ZEROS.
       77 FIM-MANUTENCAO    PIC X(03) VALUE "NAO".
       77 WK-OPCAO          PIC X(01) VALUE SPACE.
           88 OPCAO-INCLUIR           VALUE "I" "i".
           88 OPCAO-ALTERAR           VALUE "A" "a".
           88 OPCAO-EXCLUIR           VALUE "E" "e".
           88 OPCAO-FIM               VALUE "F" "f".
       77 QTD-INCLUIDOS     PIC 9(05) VALUE ZEROS.
       77 QTD-ALTERADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-EXCLUIDOS     PIC 9(05) VALUE ZEROS.
       77 CAMPO-OK          PIC X(03) VALUE "NAO".
       77 FUNCIONARIO-OK    PIC X(03) VALUE "NAO".
       77 WK-MATRICULA      PIC 9(05) VALUE ZEROS.
       77 WK-CONTA-ANT      PIC X(17) VALUE SPACES.
       77 WK-OPERACAO       PIC X(01) VALUE SPACE.
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
           02 DIA-SISTEMA          PIC 9(02).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               UNTIL FIM-MANUTENCAO EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM IDENTIFICACAO.
            OPEN INPUT CADEMP.
            IF CADEMP-STATUS NOT EQUAL "00"
               DISPLAY "EM01MCTA - CADEMP NAO ABRIU - STATUS "
                       CADEMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CADCTA.
            IF CADCTA-STATUS EQUAL "35"
               CLOSE CADCTA
               OPEN OUTPUT CADCTA
               CLOSE CADCTA
               OPEN I-O CADCTA
            END-IF.
            IF CADCTA-STATUS NOT EQUAL "00"
               DISPLAY "EM01MCTA - CADCTA NAO ABRIU PARA I-O - STATUS "
                       CADCTA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       IDENTIFICACAO.
            DISPLAY "EM01MCTA - OPERADOR: ".
            ACCEPT WK-OPERADOR.
            DISPLAY "EM01MCTA - SENHA ...: ".
            ACCEPT WK-SENHA.
            OPEN INPUT CADOPE.
            IF CADOPE-STATUS NOT EQUAL "00"
               DISPLAY "EM01MCTA - CADOPE NAO ABRIU - STATUS "
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
               DISPLAY "EM01MCTA - OPERADOR OU SENHA INVALIDOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-SITUACAO-ACH EQUAL "B"
               MOVE "CONTA BLOQUEADA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01MCTA - CONTA BLOQUEADA - PROCURE O "
                       "ADMINISTRADOR (EM01MOPE)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-SITUACAO-ACH EQUAL "D"
               MOVE "CONTA DESATIVADA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01MCTA - CONTA DESATIVADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WK-SENHA-ACH NOT EQUAL WK-SENHA
               MOVE "SENHA INCORRETA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01MCTA - OPERADOR OU SENHA INVALIDOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE "SIM" TO AUTORIZADO.
            MOVE "ACESSO OK" TO WK-RESULTADO-ACESSO.
            PERFORM GRAVA-SIGNON-LOG.
            IF WK-NIVEL < 2
               DISPLAY "EM01MCTA - NIVEL " WK-NIVEL
                       " INSUFICIENTE PARA MANUTENCAO DE CONTAS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

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
            ACCEPT HORA-ACESSO FROM TIME.
            OPEN EXTEND CADSLOG.
            IF CADSLOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADSLOG
            END-IF.
            MOVE DATA-SISTEMA TO DATA-SLOG.
            MOVE HORA-ACESSO TO HORA-SLOG.
            MOVE "EM01MCTA" TO PROGRAMA-SLOG.
            MOVE WK-OPERADOR TO OPERADOR-SLOG.
            MOVE WK-RESULTADO-ACESSO TO RESULTADO-SLOG.
            WRITE REG-SLOG.
            CLOSE CADSLOG.

       PRINCIPAL.
            DISPLAY "EM01MCTA - (I)NCLUIR (A)LTERAR (E)XCLUIR (F)IM: ".
            ACCEPT WK-OPCAO.
            EVALUATE TRUE
                WHEN OPCAO-INCLUIR
                     PERFORM INCLUSAO
                WHEN OPCAO-ALTERAR
                     PERFORM ALTERACAO
                WHEN OPCAO-EXCLUIR
                     PERFORM EXCLUSAO
                WHEN OPCAO-FIM
                     MOVE "SIM" TO FIM-MANUTENCAO
                WHEN OTHER
                     DISPLAY "EM01MCTA - OPCAO INVALIDA"
            END-EVALUATE.

       INCLUSAO.
            PERFORM OBTEM-MATRICULA.
            IF FUNCIONARIO-OK EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            MOVE WK-MATRICULA TO MATRICULA-CTA.
            READ CADCTA
                INVALID KEY
                PERFORM GRAVA-INCLUSAO
                NOT INVALID KEY
                DISPLAY "EM01MCTA - FUNCIONARIO " MATRICULA-CTA
                        " JA TEM CONTA CADASTRADA - USE (A)LTERAR"
            END-READ.

       GRAVA-INCLUSAO.
            MOVE WK-MATRICULA TO MATRICULA-CTA.
            PERFORM OBTEM-CAMPOS.
            MOVE DATA-SISTEMA TO DATA-ALT-CTA.
            MOVE WK-OPERADOR TO OPERADOR-ALT-CTA.
            WRITE REG-CTA
                INVALID KEY
                DISPLAY "EM01MCTA - FALHA AO INCLUIR A CONTA DO "
                        "FUNCIONARIO " MATRICULA-CTA
                NOT INVALID KEY
                ADD 1 TO QTD-INCLUIDOS
                MOVE "I" TO WK-OPERACAO
                MOVE SPACES TO WK-CONTA-ANT
                PERFORM GRAVA-JORNAL
            END-WRITE.

       ALTERACAO.
            DISPLAY "MATRICULA DO FUNCIONARIO A ALTERAR: ".
            ACCEPT MATRICULA-CTA.
            READ CADCTA
                INVALID KEY
                DISPLAY "EM01MCTA - CONTA DO FUNCIONARIO "
                        MATRICULA-CTA " NAO ENCONTRADA"
                NOT INVALID KEY
                PERFORM REGRAVA-ALTERACAO
            END-READ.

       REGRAVA-ALTERACAO.
            MOVE DADOS-CTA TO WK-CONTA-ANT.
            DISPLAY "CONTA ATUAL: BANCO " BANCO-CTA " AGENCIA "
                    AGENCIA-CTA " CONTA " CONTA-CTA "-" DIGITO-CTA
                    " TIPO " TIPO-CTA.
            PERFORM OBTEM-CAMPOS.
            MOVE DATA-SISTEMA TO DATA-ALT-CTA.
            MOVE WK-OPERADOR TO OPERADOR-ALT-CTA.
            REWRITE REG-CTA.
            ADD 1 TO QTD-ALTERADOS.
            MOVE "A" TO WK-OPERACAO.
            PERFORM GRAVA-JORNAL.

       EXCLUSAO.
            DISPLAY "MATRICULA DO FUNCIONARIO A EXCLUIR: ".
            ACCEPT MATRICULA-CTA.
            READ CADCTA
                INVALID KEY
                DISPLAY "EM01MCTA - CONTA DO FUNCIONARIO "
                        MATRICULA-CTA " NAO ENCONTRADA"
                NOT INVALID KEY
                PERFORM APAGA-REGISTRO
            END-READ.

       APAGA-REGISTRO.
            MOVE DADOS-CTA TO WK-CONTA-ANT.
            DELETE CADCTA
                INVALID KEY
                DISPLAY "EM01MCTA - FALHA AO EXCLUIR A CONTA DO "
                        "FUNCIONARIO " MATRICULA-CTA
                NOT INVALID KEY
                ADD 1 TO QTD-EXCLUIDOS
                MOVE "E" TO WK-OPERACAO
                MOVE SPACES TO DADOS-CTA
                PERFORM GRAVA-JORNAL
            END-DELETE.

       GRAVA-JORNAL.
            ACCEPT HORA-ACESSO FROM TIME.
            OPEN EXTEND CADCJR.
            IF CADCJR-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADCJR
            END-IF.
            MOVE DATA-SISTEMA TO DATA-CJR.
            MOVE HORA-ACESSO TO HORA-CJR.
            MOVE WK-OPERADOR TO OPERADOR-CJR.
            MOVE WK-OPERACAO TO OPERACAO-CJR.
            MOVE MATRICULA-CTA TO MATRICULA-CJR.
            MOVE WK-CONTA-ANT TO CONTA-ANT-CJR.
            MOVE DADOS-CTA TO CONTA-NOVA-CJR.
            WRITE REG-CJR.
            CLOSE CADCJR.

       OBTEM-MATRICULA.
            MOVE "NAO" TO FUNCIONARIO-OK.
            DISPLAY "MATRICULA .: ".
            ACCEPT WK-MATRICULA.
            IF WK-MATRICULA IS NOT NUMERIC OR WK-MATRICULA EQUAL ZEROS
               DISPLAY "EM01MCTA - MATRICULA INVALIDA"
               EXIT PARAGRAPH
            END-IF.
            MOVE WK-MATRICULA TO MATRICULA-EMP.
            READ CADEMP
                INVALID KEY
                DISPLAY "EM01MCTA - FUNCIONARIO " MATRICULA-EMP
                        " NAO ENCONTRADO NO CADEMP"
                NOT INVALID KEY
                DISPLAY "FUNCIONARIO: " NOME-EMP
                MOVE "SIM" TO FUNCIONARIO-OK
            END-READ.

       OBTEM-CAMPOS.
            PERFORM OBTEM-BANCO.
            PERFORM OBTEM-AGENCIA.
            PERFORM OBTEM-CONTA.
            PERFORM OBTEM-DIGITO.
            PERFORM OBTEM-TIPO.

       OBTEM-BANCO.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-BANCO
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-BANCO.
            DISPLAY "BANCO .....: ".
            ACCEPT BANCO-CTA.
            IF BANCO-CTA IS NUMERIC AND BANCO-CTA > ZEROS
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MCTA - BANCO INVALIDO - INFORME O CODIGO "
                       "NUMERICO DE 3 POSICOES"
            END-IF.

       OBTEM-AGENCIA.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-AGENCIA
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-AGENCIA.
            DISPLAY "AGENCIA ...: ".
            ACCEPT AGENCIA-CTA.
            IF AGENCIA-CTA IS NUMERIC AND AGENCIA-CTA > ZEROS
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MCTA - AGENCIA INVALIDA - INFORME 4 "
                       "DIGITOS"
            END-IF.

       OBTEM-CONTA.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-CONTA
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-CONTA.
            DISPLAY "CONTA .....: ".
            ACCEPT CONTA-CTA.
            IF CONTA-CTA IS NUMERIC AND CONTA-CTA > ZEROS
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MCTA - CONTA INVALIDA - INFORME ATE 8 "
                       "DIGITOS, SEM O DV"
            END-IF.

       OBTEM-DIGITO.
            MOVE CONTA-CTA TO WK-DV-CONTA.
            PERFORM CALCULA-DV.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-DIGITO
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-DIGITO.
            DISPLAY "DIGITO ....: ".
            ACCEPT DIGITO-CTA.
            IF DIGITO-CTA IS NUMERIC AND DIGITO-CTA EQUAL WK-DV
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MCTA - DIGITO NAO CONFERE COM A CONTA - "
                       "CONFIRA OS NUMEROS"
            END-IF.

       CALCULA-DV.
      * DV MODULO 11 DA CONTA (PESOS 9 A 2 DA ESQUERDA PARA A DIREITA;
      * RESTO 0 OU 1 DA DV ZERO), O MESMO CONFERIDO PELO EM01BANC.
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

       OBTEM-TIPO.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-TIPO
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-TIPO.
            DISPLAY "TIPO (C=CORRENTE P=POUPANCA): ".
            ACCEPT TIPO-CTA.
            IF TIPO-CTA EQUAL "C" OR "P"
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MCTA - TIPO INVALIDO - INFORME C OU P"
            END-IF.

       TERMINO.
            DISPLAY "EM01MCTA - RESUMO DA MANUTENCAO".
            DISPLAY "INCLUIDOS .: " QTD-INCLUIDOS.
            DISPLAY "ALTERADOS .: " QTD-ALTERADOS.
            DISPLAY "EXCLUIDOS .: " QTD-EXCLUIDOS.
            CLOSE CADCTA
                  CADEMP.
