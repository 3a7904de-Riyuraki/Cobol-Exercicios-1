       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01REVN.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. REGISTRO E DECISAO DOS PEDIDOS DE REVISAO DE NOTA.
      *         A CONTESTACAO DE NOTA PELA FAMILIA ERA ANOTADA EM
      *         PAPEL, COBRADA DO PROFESSOR DE BOCA E LANCADA A MAO
      *         NO EM01NOTA (E, COM O PERIODO FECHADO, NO EM01RHIS).
      *         O OPERADOR ESCOLHE UMA OPCAO (A-ABRIR, D-DECIDIR,
      *         F-FIM), NOS MOLDES DO EM01MDIS. NA ABERTURA PEDE O
      *         NUMERO DO ALUNO (COM O DV CONFERIDO, COMO NO
      *         EM01RHIS), A DISCIPLINA (EM BRANCO PARA AS NOTAS
      *         GERAIS; INFORMADA, E CONFERIDA NO CADDIS), A NOTA
      *         CONTESTADA (N1 A N4) E O MOTIVO, OBRIGATORIO; A NOTA
      *         EM VIGOR E COPIADA DO CADALU OU DO CADNDI, O PERIODO
      *         VEM DO PARHIS E O PRAZO DE RESPOSTA, EM DIAS
      *         CORRIDOS, DO ARQUIVO DE PARAMETROS PARRVN (SEM ELE,
      *         DEZ DIAS). O PEDIDO GANHA O PROXIMO PROTOCOLO DO
      *         CADRVN (COPY RVNREG) E FICA PENDENTE. NA DECISAO O
      *         OPERADOR INFORMA O PROTOCOLO, O PROFESSOR QUE DECIDIU
      *         (CONFERIDO NO CADPRF E CONTRA A TURMA DO ALUNO, COMO
      *         FAZ O EM01NOTA) E SE A NOTA FOI MANTIDA OU ALTERADA.
      *         NOTA ALTERADA GERA, NO FIM DO MOVIMENTO CADNOT, O
      *         LANCAMENTO DO NOVO VALOR EM NOME DO PROFESSOR, COM O
      *         DV DO NUMERO, PARA A PROXIMA CARGA DO EM01NOTA; SE O
      *         PERIODO DO PEDIDO JA ESTA FECHADO NO CADHIS, O PEDIDO
      *         FICA MARCADO COM EMENDA PENDENTE, QUE O EM01RHIS BAIXA
      *         AO REFECHAR O ALUNO/PERIODO. OS PEDIDOS PENDENTES E
      *         VENCIDOS SAO LISTADOS PELO EM01PRVN. SEM PARHIS O
      *         PROGRAMA ENCERRA COM CODIGO 16.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADRVN  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      PROTOCOLO-RVN
           ALTERNATE RECORD KEY IS NUMERO-RVN WITH DUPLICATES
           FILE STATUS IS CADRVN-STATUS.
           SELECT     CADALU  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS IS CADALU-STATUS.
           SELECT     CADNDI  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-NDI
           FILE STATUS IS CADNDI-STATUS.
           SELECT     CADDIS  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-DIS
           FILE STATUS IS CADDIS-STATUS.
           SELECT     CADPRF  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-PRF
           FILE STATUS IS CADPRF-STATUS.
           SELECT     CADHIS  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-HIS
           FILE STATUS IS CADHIS-STATUS.
           SELECT     CADNOT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADNOT-STATUS.
           SELECT     PARHIS  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARHIS-STATUS.
           SELECT     PARRVN  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS PARRVN-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADRVN
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRVN.DAT".

       COPY RVNREG.

       FD CADALU
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADALU.DAT".

       COPY ALUREG.

       FD CADNDI
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADNDI.DAT".

       COPY NDIREG.

       FD CADDIS
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADDIS.DAT".

       COPY DISREG.

       FD CADPRF
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADPRF.DAT".

       COPY PRFREG.

       FD CADHIS
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADHIS.DAT".

       COPY HISREG.

       FD CADNOT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADNOT.DAT".

       01 REG-NOT.
           02 NUMERO-NOT            PIC 9(05).
           02 CAMPO-NOT             PIC X(02).
           02 VALOR-NOT             PIC 9(02)V99.
           02 DISCIPLINA-NOT        PIC X(03).
           02 PROFESSOR-NOT         PIC 9(03).
           02 DV-NOT                PIC 9(01).

       FD PARHIS
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARHIS.DAT".

       01 REG-PARHIS.
           02 PERIODO-PAR          PIC X(06).

       FD PARRVN
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "PARRVN.DAT".

       01 REG-PARRVN.
           02 PRAZO-DIAS-PAR       PIC 9(03).

       WORKING-STORAGE SECTION.

       77 CADRVN-STATUS     PIC X(02) VALUE SPACES.
       77 CADALU-STATUS     PIC X(02) VALUE SPACES.
       77 CADNDI-STATUS     PIC X(02) VALUE SPACES.
       77 CADDIS-STATUS     PIC X(02) VALUE SPACES.
       77 CADPRF-STATUS     PIC X(02) VALUE SPACES.
       77 CADHIS-STATUS     PIC X(02) VALUE SPACES.
       77 CADNOT-STATUS     PIC X(02) VALUE SPACES.
       77 PARHIS-STATUS     PIC X(02) VALUE SPACES.
       77 PARRVN-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADNDI        PIC X(03) VALUE "NAO".
       77 TEM-CADDIS        PIC X(03) VALUE "NAO".
       77 TEM-CADPRF        PIC X(03) VALUE "NAO".
       77 TEM-CADHIS        PIC X(03) VALUE "NAO".
       77 TEM-PERIODO       PIC X(03) VALUE "NAO".
       77 FIM-MANUTENCAO    PIC X(03) VALUE "NAO".
       77 FIM-RVN           PIC X(03) VALUE "NAO".
       77 CAMPO-OK          PIC X(03) VALUE "NAO".
       77 PEDIDO-OK         PIC X(03) VALUE "NAO".
       77 TURMA-AUTORIZADA  PIC X(03) VALUE "NAO".
       77 WK-OPCAO          PIC X(01) VALUE SPACE.
           88 OPCAO-ABRIR             VALUE "A" "a".
           88 OPCAO-DECIDIR           VALUE "D" "d".
           88 OPCAO-FIM               VALUE "F" "f".
       77 WK-DECISAO        PIC X(01) VALUE SPACE.
           88 DECISAO-MANTIDA         VALUE "M" "m".
           88 DECISAO-ALTERADA        VALUE "A" "a".
       77 WK-PERIODO        PIC X(06) VALUE SPACES.
       77 WK-PRAZO-DIAS     PIC 9(03) VALUE 10.
       77 WK-ULTIMO-PROTOCOLO PIC 9(06) VALUE ZEROS.
       77 WK-PROTOCOLO      PIC 9(06) VALUE ZEROS.
       77 WK-NUMERO         PIC 9(05) VALUE ZEROS.
       77 WK-DISCIPLINA     PIC X(03) VALUE SPACES.
       77 WK-CAMPO          PIC X(02) VALUE SPACES.
       77 WK-NOTA-ATUAL     PIC 9(02)V99 VALUE ZEROS.
       77 WK-NOTA-NOVA      PIC 9(02)V99 VALUE ZEROS.
       77 WK-PROFESSOR      PIC 9(03) VALUE ZEROS.
       77 WK-IND-TURPRF     PIC 9(01) VALUE ZERO.
       77 WK-NOTA-ED        PIC Z9,99.
       77 WK-DV-DIGITADO    PIC 9(01) VALUE ZERO.
       77 WK-DV             PIC 9(01) VALUE ZERO.
       77 WK-DV-SOMA        PIC 9(03) VALUE ZEROS.
       77 WK-DV-QUOC        PIC 9(02) VALUE ZEROS.
       77 WK-DV-RESTO       PIC 9(02) VALUE ZEROS.
       01 WK-DV-NUMERO.
           02 DIG1-DV              PIC 9(01).
           02 DIG2-DV              PIC 9(01).
           02 DIG3-DV              PIC 9(01).
           02 DIG4-DV              PIC 9(01).
           02 DIG5-DV              PIC 9(01).
       77 QTD-ABERTOS       PIC 9(05) VALUE ZEROS.
       77 QTD-MANTIDOS      PIC 9(05) VALUE ZEROS.
       77 QTD-ALTERADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-EMENDAS       PIC 9(05) VALUE ZEROS.
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
            OPEN INPUT PARHIS.
            IF PARHIS-STATUS EQUAL "00"
               PERFORM LEITURA-PARHIS
               CLOSE PARHIS
            END-IF.
            IF TEM-PERIODO EQUAL "NAO"
               DISPLAY "EM01REVN - PARHIS AUSENTE OU SEM PERIODO - "
                       "EXECUCAO ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT PARRVN.
            IF PARRVN-STATUS EQUAL "00"
               READ PARRVN
                   AT END
                   CONTINUE
                   NOT AT END
                   IF PRAZO-DIAS-PAR IS NUMERIC
                      AND PRAZO-DIAS-PAR > ZEROS
                      MOVE PRAZO-DIAS-PAR TO WK-PRAZO-DIAS
                   END-IF
               END-READ
               CLOSE PARRVN
            END-IF.
            OPEN INPUT CADALU.
            IF CADALU-STATUS NOT EQUAL "00"
               DISPLAY "EM01REVN - CADALU NAO ABRIU - STATUS "
                       CADALU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CADRVN.
            IF CADRVN-STATUS EQUAL "35"
               CLOSE CADRVN
               OPEN OUTPUT CADRVN
               CLOSE CADRVN
               OPEN I-O CADRVN
            END-IF.
            IF CADRVN-STATUS NOT EQUAL "00"
               DISPLAY "EM01REVN - CADRVN NAO ABRIU PARA I-O - STATUS "
                       CADRVN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADNDI.
            IF CADNDI-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADNDI
            END-IF.
            OPEN INPUT CADDIS.
            IF CADDIS-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADDIS
            END-IF.
            OPEN INPUT CADPRF.
            IF CADPRF-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADPRF
            ELSE
               DISPLAY "EM01REVN - CADPRF NAO ABRIU - PEDIDOS PODEM "
                       "SER ABERTOS, MAS NAO DECIDIDOS"
            END-IF.
            OPEN INPUT CADHIS.
            IF CADHIS-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADHIS
            END-IF.
            PERFORM LEITURA-ULTIMO
                    UNTIL FIM-RVN EQUAL "SIM".
            DISPLAY "EM01REVN - PERIODO " WK-PERIODO
                    " - PRAZO DE RESPOSTA " WK-PRAZO-DIAS " DIAS"
                    " - ULTIMO PROTOCOLO " WK-ULTIMO-PROTOCOLO.

       LEITURA-PARHIS.
            READ PARHIS
                AT END
                CONTINUE
                NOT AT END
                IF PERIODO-PAR NOT EQUAL SPACES
                   MOVE PERIODO-PAR TO WK-PERIODO
                   MOVE "SIM" TO TEM-PERIODO
                END-IF.

      * O CADRVN ESTA EM ORDEM DE PROTOCOLO: O ULTIMO LIDO E O MAIOR.
       LEITURA-ULTIMO.
            READ CADRVN NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-RVN
                NOT AT END
                MOVE PROTOCOLO-RVN TO WK-ULTIMO-PROTOCOLO
            END-READ.

       PRINCIPAL.
            DISPLAY "EM01REVN - (A)BRIR (D)ECIDIR (F)IM: ".
            ACCEPT WK-OPCAO.
            EVALUATE TRUE
                WHEN OPCAO-ABRIR
                     PERFORM ABERTURA
                WHEN OPCAO-DECIDIR
                     PERFORM DECISAO
                WHEN OPCAO-FIM
                     MOVE "SIM" TO FIM-MANUTENCAO
                WHEN OTHER
                     DISPLAY "EM01REVN - OPCAO INVALIDA"
            END-EVALUATE.

       ABERTURA.
            DISPLAY "NUMERO DO ALUNO .: ".
            ACCEPT WK-NUMERO.
            DISPLAY "DV DO NUMERO ....: ".
            ACCEPT WK-DV-DIGITADO.
            MOVE WK-NUMERO TO WK-DV-NUMERO.
            PERFORM CALCULA-DV.
            IF WK-DV-DIGITADO NOT EQUAL WK-DV
               DISPLAY "EM01REVN - DV NAO CONFERE PARA O NUMERO "
                       WK-NUMERO " - PEDIDO RECUSADO"
               EXIT PARAGRAPH
            END-IF.
            MOVE WK-NUMERO TO NUMERO-ENT.
            READ CADALU
                INVALID KEY
                DISPLAY "EM01REVN - ALUNO " WK-NUMERO
                        " NAO ENCONTRADO NO CADALU"
                EXIT PARAGRAPH
            END-READ.
            DISPLAY "ALUNO ...........: " NOME-ENT
                    " - TURMA " TURMA-ENT.
            PERFORM OBTEM-DISCIPLINA.
            IF PEDIDO-OK EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            PERFORM OBTEM-CAMPO.
            PERFORM OBTEM-NOTA-ATUAL.
            IF PEDIDO-OK EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            MOVE WK-NOTA-ATUAL TO WK-NOTA-ED.
            DISPLAY "NOTA EM VIGOR ...: " WK-NOTA-ED.
            MOVE SPACES TO MOTIVO-RVN.
            PERFORM OBTEM-MOTIVO.
            ADD 1 TO WK-ULTIMO-PROTOCOLO.
            MOVE WK-ULTIMO-PROTOCOLO TO PROTOCOLO-RVN.
            MOVE WK-NUMERO TO NUMERO-RVN.
            MOVE WK-PERIODO TO PERIODO-RVN.
            MOVE WK-DISCIPLINA TO DISCIPLINA-RVN.
            MOVE WK-CAMPO TO CAMPO-RVN.
            MOVE WK-NOTA-ATUAL TO NOTA-ATUAL-RVN.
            MOVE DATA-SISTEMA TO DATA-ABERTURA-RVN.
            MOVE WK-PRAZO-DIAS TO PRAZO-DIAS-RVN.
            MOVE "P" TO SITUACAO-RVN.
            MOVE ZEROS TO PROFESSOR-RVN.
            MOVE ZEROS TO NOTA-NOVA-RVN.
            MOVE ZEROS TO DATA-DECISAO-RVN.
            MOVE "N" TO EMENDA-RVN.
            WRITE REG-RVN
                INVALID KEY
                DISPLAY "EM01REVN - PROTOCOLO " PROTOCOLO-RVN
                        " JA EXISTE NO CADRVN"
                NOT INVALID KEY
                ADD 1 TO QTD-ABERTOS
                DISPLAY "EM01REVN - PEDIDO ABERTO - PROTOCOLO "
                        PROTOCOLO-RVN " - RESPOSTA EM ATE "
                        WK-PRAZO-DIAS " DIAS"
            END-WRITE.

       OBTEM-DISCIPLINA.
            MOVE "SIM" TO PEDIDO-OK.
            DISPLAY "DISCIPLINA (BRANCO = NOTAS GERAIS): ".
            MOVE SPACES TO WK-DISCIPLINA.
            ACCEPT WK-DISCIPLINA.
            IF WK-DISCIPLINA EQUAL SPACES
               EXIT PARAGRAPH
            END-IF.
            IF TEM-CADDIS EQUAL "NAO"
               DISPLAY "EM01REVN - CADDIS NAO DISPONIVEL - PEDIDO POR "
                       "DISCIPLINA RECUSADO"
               MOVE "NAO" TO PEDIDO-OK
               EXIT PARAGRAPH
            END-IF.
            MOVE WK-DISCIPLINA TO CODIGO-DIS.
            READ CADDIS
                INVALID KEY
                DISPLAY "EM01REVN - DISCIPLINA " WK-DISCIPLINA
                        " NAO CADASTRADA"
                MOVE "NAO" TO PEDIDO-OK
            END-READ.

       OBTEM-CAMPO.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-CAMPO
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-CAMPO.
            DISPLAY "NOTA CONTESTADA (N1 N2 N3 N4): ".
            ACCEPT WK-CAMPO.
            IF WK-CAMPO EQUAL "N1" OR "N2" OR "N3" OR "N4"
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01REVN - INFORME N1, N2, N3 OU N4"
            END-IF.

       OBTEM-NOTA-ATUAL.
            MOVE "SIM" TO PEDIDO-OK.
            IF WK-DISCIPLINA EQUAL SPACES
               EVALUATE WK-CAMPO
                   WHEN "N1" MOVE NOTA1 TO WK-NOTA-ATUAL
                   WHEN "N2" MOVE NOTA2 TO WK-NOTA-ATUAL
                   WHEN "N3" MOVE NOTA3 TO WK-NOTA-ATUAL
                   WHEN "N4" MOVE NOTA4 TO WK-NOTA-ATUAL
               END-EVALUATE
               EXIT PARAGRAPH
            END-IF.
            MOVE ZEROS TO WK-NOTA-ATUAL.
            IF TEM-CADNDI EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            MOVE WK-NUMERO TO NUMERO-NDI.
            MOVE WK-DISCIPLINA TO DISCIPLINA-NDI.
            READ CADNDI
                INVALID KEY
                CONTINUE
                NOT INVALID KEY
                EVALUATE WK-CAMPO
                    WHEN "N1" MOVE NOTA1-NDI TO WK-NOTA-ATUAL
                    WHEN "N2" MOVE NOTA2-NDI TO WK-NOTA-ATUAL
                    WHEN "N3" MOVE NOTA3-NDI TO WK-NOTA-ATUAL
                    WHEN "N4" MOVE NOTA4-NDI TO WK-NOTA-ATUAL
                END-EVALUATE
            END-READ.

       OBTEM-MOTIVO.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-MOTIVO
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-MOTIVO.
            DISPLAY "MOTIVO ..........: ".
            ACCEPT MOTIVO-RVN.
            IF MOTIVO-RVN EQUAL SPACES
               DISPLAY "EM01REVN - MOTIVO NAO PODE FICAR EM BRANCO"
            ELSE
               MOVE "SIM" TO CAMPO-OK
            END-IF.

       DECISAO.
            IF TEM-CADPRF EQUAL "NAO"
               DISPLAY "EM01REVN - CADPRF NAO DISPONIVEL - DECISAO "
                       "RECUSADA"
               EXIT PARAGRAPH
            END-IF.
            DISPLAY "PROTOCOLO .......: ".
            ACCEPT WK-PROTOCOLO.
            MOVE WK-PROTOCOLO TO PROTOCOLO-RVN.
            READ CADRVN
                INVALID KEY
                DISPLAY "EM01REVN - PROTOCOLO " WK-PROTOCOLO
                        " NAO ENCONTRADO"
                EXIT PARAGRAPH
            END-READ.
            IF SITUACAO-RVN NOT EQUAL "P"
               DISPLAY "EM01REVN - PROTOCOLO " WK-PROTOCOLO
                       " JA DECIDIDO EM " DATA-DECISAO-RVN
               EXIT PARAGRAPH
            END-IF.
            MOVE NUMERO-RVN TO NUMERO-ENT.
            READ CADALU
                INVALID KEY
                DISPLAY "EM01REVN - ALUNO " NUMERO-RVN
                        " NAO ENCONTRADO NO CADALU"
                EXIT PARAGRAPH
            END-READ.
            MOVE NOTA-ATUAL-RVN TO WK-NOTA-ED.
            DISPLAY "ALUNO " NUMERO-RVN " " NOME-ENT
                    " - TURMA " TURMA-ENT.
            DISPLAY "DISCIPLINA " DISCIPLINA-RVN " - " CAMPO-RVN
                    " CONTESTADA: " WK-NOTA-ED.
            DISPLAY "MOTIVO: " MOTIVO-RVN.
            DISPLAY "PROFESSOR QUE DECIDIU: ".
            ACCEPT WK-PROFESSOR.
            MOVE WK-PROFESSOR TO CODIGO-PRF.
            READ CADPRF
                INVALID KEY
                DISPLAY "EM01REVN - PROFESSOR " WK-PROFESSOR
                        " NAO CADASTRADO"
                EXIT PARAGRAPH
            END-READ.
            PERFORM CONFERE-TURMA-PROFESSOR.
            IF TURMA-AUTORIZADA EQUAL "NAO"
               DISPLAY "EM01REVN - PROFESSOR " WK-PROFESSOR
                       " SEM A TURMA " TURMA-ENT
               EXIT PARAGRAPH
            END-IF.
            DISPLAY "(M)ANTIDA OU (A)LTERADA: ".
            ACCEPT WK-DECISAO.
            EVALUATE TRUE
                WHEN DECISAO-MANTIDA
                     PERFORM REGISTRA-MANTIDA
                WHEN DECISAO-ALTERADA
                     PERFORM REGISTRA-ALTERADA
                WHEN OTHER
                     DISPLAY "EM01REVN - DECISAO INVALIDA - PEDIDO "
                             "CONTINUA PENDENTE"
            END-EVALUATE.

       CONFERE-TURMA-PROFESSOR.
            MOVE "NAO" TO TURMA-AUTORIZADA.
            PERFORM COMPARA-TURMA-PRF
                    VARYING WK-IND-TURPRF FROM 1 BY 1
                    UNTIL WK-IND-TURPRF > 6
                       OR TURMA-AUTORIZADA EQUAL "SIM".

       COMPARA-TURMA-PRF.
            IF TURMA-PRF(WK-IND-TURPRF) EQUAL TURMA-ENT
               AND TURMA-ENT NOT EQUAL SPACES
               MOVE "SIM" TO TURMA-AUTORIZADA
            END-IF.

       REGISTRA-MANTIDA.
            MOVE "M" TO SITUACAO-RVN.
            MOVE WK-PROFESSOR TO PROFESSOR-RVN.
            MOVE NOTA-ATUAL-RVN TO NOTA-NOVA-RVN.
            MOVE DATA-SISTEMA TO DATA-DECISAO-RVN.
            MOVE "N" TO EMENDA-RVN.
            REWRITE REG-RVN.
            ADD 1 TO QTD-MANTIDOS.
            DISPLAY "EM01REVN - PROTOCOLO " PROTOCOLO-RVN
                    " - NOTA MANTIDA".

       REGISTRA-ALTERADA.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-NOTA-NOVA
                    UNTIL CAMPO-OK EQUAL "SIM".
            MOVE "A" TO SITUACAO-RVN.
            MOVE WK-PROFESSOR TO PROFESSOR-RVN.
            MOVE WK-NOTA-NOVA TO NOTA-NOVA-RVN.
            MOVE DATA-SISTEMA TO DATA-DECISAO-RVN.
            MOVE "N" TO EMENDA-RVN.
            IF TEM-CADHIS EQUAL "SIM"
               MOVE NUMERO-RVN TO NUMERO-HIS
               MOVE PERIODO-RVN TO PERIODO-HIS
               READ CADHIS
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE "P" TO EMENDA-RVN
               END-READ
            END-IF.
            REWRITE REG-RVN.
            ADD 1 TO QTD-ALTERADOS.
            PERFORM GRAVA-MOVIMENTO-NOTA.
            DISPLAY "EM01REVN - PROTOCOLO " PROTOCOLO-RVN
                    " - NOTA ALTERADA - LANCAMENTO GRAVADO NO CADNOT "
                    "PARA O EM01NOTA".
            IF EMENDA-RVN EQUAL "P"
               ADD 1 TO QTD-EMENDAS
               DISPLAY "EM01REVN - PERIODO " PERIODO-RVN
                       " JA FECHADO NO CADHIS - APOS A CARGA, "
                       "REFECHAR O ALUNO NO EM01RHIS"
            END-IF.

       SOLICITA-NOTA-NOVA.
            DISPLAY "NOVA NOTA (0 A 10): ".
            ACCEPT WK-NOTA-NOVA.
            IF WK-NOTA-NOVA IS NUMERIC
               AND WK-NOTA-NOVA NOT > 10
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01REVN - NOTA FORA DA FAIXA 0-10"
            END-IF.

       GRAVA-MOVIMENTO-NOTA.
            OPEN EXTEND CADNOT.
            IF CADNOT-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADNOT
            END-IF.
            MOVE NUMERO-RVN TO NUMERO-NOT.
            MOVE CAMPO-RVN TO CAMPO-NOT.
            MOVE NOTA-NOVA-RVN TO VALOR-NOT.
            MOVE DISCIPLINA-RVN TO DISCIPLINA-NOT.
            MOVE PROFESSOR-RVN TO PROFESSOR-NOT.
            MOVE NUMERO-RVN TO WK-DV-NUMERO.
            PERFORM CALCULA-DV.
            MOVE WK-DV TO DV-NOT.
            WRITE REG-NOT.
            CLOSE CADNOT.

       CALCULA-DV.
      * DV MODULO 11 DO NUMERO DO ALUNO (PESOS 6-5-4-3-2; RESTO 0 OU
      * 1 DA DV ZERO), O MESMO PUBLICADO PELO EM01PUBD.
            COMPUTE WK-DV-SOMA
                    = DIG1-DV * 6 + DIG2-DV * 5 + DIG3-DV * 4
                      + DIG4-DV * 3 + DIG5-DV * 2.
            DIVIDE WK-DV-SOMA BY 11 GIVING WK-DV-QUOC
                   REMAINDER WK-DV-RESTO.
            IF WK-DV-RESTO < 2
               MOVE ZERO TO WK-DV
            ELSE
               COMPUTE WK-DV = 11 - WK-DV-RESTO
            END-IF.

       TERMINO.
            DISPLAY "EM01REVN - RESUMO DA SESSAO".
            DISPLAY "PEDIDOS ABERTOS ....: " QTD-ABERTOS.
            DISPLAY "NOTAS MANTIDAS .....: " QTD-MANTIDOS.
            DISPLAY "NOTAS ALTERADAS ....: " QTD-ALTERADOS.
            DISPLAY "EMENDAS PENDENTES ..: " QTD-EMENDAS.
            CLOSE CADRVN
                  CADALU.
            IF TEM-CADNDI EQUAL "SIM"
               CLOSE CADNDI
            END-IF.
            IF TEM-CADDIS EQUAL "SIM"
               CLOSE CADDIS
            END-IF.
            IF TEM-CADPRF EQUAL "SIM"
               CLOSE CADPRF
            END-IF.
            IF TEM-CADHIS EQUAL "SIM"
               CLOSE CADHIS
            END-IF.
