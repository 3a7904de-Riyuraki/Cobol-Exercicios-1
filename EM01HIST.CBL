      *         REGRA APLICADA ECOADA COMO JA SE FAZ COM A DO CADREG;
      *         TURMA SEM LINHA NO CADAUL, OU CADAUL AUSENTE, CAI NO
      *         LIMITE DO CADPAR.
      *         ALUNO JULGADO EM RECUPERACAO CUJO EXAME JA FOI
      *         APURADO PELO EM01RECU NO MESMO PERIODO (RESULTADO
      *         FINAL CADRFN, COPY RFNREG) E FOTOGRAFADO COM A
      *         SITUACAO FINAL APROVADO OU REPROVADO; SEM CADRFN, OU
      *         SEM EXAME APURADO, CONTINUA EM RECUPERACAO.
      *         A FOTOGRAFIA SAI COM A ORIGEM EM BRANCO (PERIODO
      *         CURSADO AQUI) NO CADHIS E NO CADHISD.
      *         O FECHAMENTO SO RODA DEPOIS DA CONFERENCIA DE ENTREGA
      *         DE NOTAS DO EM01CNOT PARA O MESMO PERIODO: O CONTROLE
      *         CADCNT (COPY CNTREG) TEM DE EXISTIR, SER DO PERIODO DO
      *         PARHIS, NAO TER PENDENCIAS (OU TE-LAS LIBERADAS POR UM
      *         OPERADOR DE NIVEL 3, CUJO NOME E EXIBIDO) E TER SIDO
      *         FEITO COM O ARQUIVO DE ENTREGAS CADENV NO ESTADO
      *         ATUAL - QUALQUER ENTREGA POSTERIOR A CONFERENCIA EXIGE
      *         RODAR O EM01CNOT DE NOVO. FORA DISSO, CODIGO 16.

       ENVIRONMENT DIVISION.

           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-HDI
           FILE STATUS IS CADHISD-STATUS.
           SELECT     CADRFN  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-RFN
           FILE STATUS IS CADRFN-STATUS.
           SELECT     EM01LOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS EM01LOG-STATUS.
           SELECT     CADREG  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADREG-STATUS.
           SELECT     CADCNT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADCNT-STATUS.
           SELECT     CADENV  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADENV-STATUS.

       DATA     DIVISION.


       COPY HDIREG.

       FD CADRFN
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADRFN.DAT".

       COPY RFNREG.

       FD EM01LOG
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "EM01LOG.DAT".

       COPY REGREG.

       FD CADCNT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADCNT.DAT".

       COPY CNTREG.

       FD CADENV
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADENV.DAT".

       COPY ENVREG.

       WORKING-STORAGE SECTION.

       77 CADALU-STATUS     PIC X(02) VALUE SPACES.
       77 STATUS-DIS        PIC X(11) VALUE SPACES.
       77 QTD-HDI-GRAVADOS  PIC 9(05) VALUE ZEROS.
       77 QTD-HDI-DUPL      PIC 9(05) VALUE ZEROS.
       77 CADRFN-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADRFN        PIC X(03) VALUE "NAO".
       77 QTD-RECUPERADOS   PIC 9(05) VALUE ZEROS.
       77 CADCNT-STATUS     PIC X(02) VALUE SPACES.
       77 CADENV-STATUS     PIC X(02) VALUE SPACES.
       77 FIM-ENV           PIC X(03) VALUE "NAO".
       77 QTD-ENVIOS        PIC 9(07) VALUE ZEROS.
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM VERIFICA-ENTREGA-NOTAS.
            OPEN INPUT CADALU.
            IF CADALU-STATUS NOT EQUAL "00"
               DISPLAY "EM01HIST - CADALU NAO ABRIU - STATUS "
               DISPLAY "EM01HIST - CADNDI NAO ABRIU - FECHAMENTO SEM "
                       "FOTOGRAFIA POR DISCIPLINA"
            END-IF.
            OPEN INPUT CADRFN.
            IF CADRFN-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADRFN
            ELSE
               DISPLAY "EM01HIST - CADRFN NAO ABRIU - RECUPERACAO SEM "
                       "RESULTADO FINAL DO EXAME"
            END-IF.
            PERFORM LEITURA.

       VERIFICA-ENTREGA-NOTAS.
            OPEN INPUT CADCNT.
            IF CADCNT-STATUS NOT EQUAL "00"
               DISPLAY "EM01HIST - CADCNT AUSENTE - RODE A CONFERENCIA "
                       "DE ENTREGA DE NOTAS (EM01CNOT) ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            READ CADCNT
                AT END
                MOVE SPACES TO PERIODO-CNT
            END-READ.
            CLOSE CADCNT.
            IF PERIODO-CNT NOT EQUAL WK-PERIODO
               DISPLAY "EM01HIST - CONFERENCIA DE ENTREGA E DO PERIODO "
                       PERIODO-CNT " - RODE O EM01CNOT PARA "
                       WK-PERIODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADENV.
            IF CADENV-STATUS EQUAL "00"
               PERFORM CONTA-ENVIOS
                       UNTIL FIM-ENV EQUAL "SIM"
               CLOSE CADENV
            END-IF.
            IF QTD-ENVIOS NOT EQUAL ENVIOS-CNT
               DISPLAY "EM01HIST - HOUVE ENTREGA DE NOTAS DEPOIS DA "
                       "CONFERENCIA - RODE O EM01CNOT DE NOVO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF PENDENTES-CNT EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            IF LIBERADO-CNT NOT EQUAL "S"
               DISPLAY "EM01HIST - " PENDENTES-CNT
                       " NOTA(S) PENDENTE(S) NO PERIODO - FECHAMENTO "
                       "ABORTADO (VER RELENT)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "EM01HIST - FECHAMENTO COM " PENDENTES-CNT
                    " NOTA(S) PENDENTE(S) LIBERADO POR " OPERADOR-CNT
                    " EM " DATA-LIB-CNT.
            DISPLAY "EM01HIST - JUSTIFICATIVA: " JUSTIFICATIVA-CNT.

       CONTA-ENVIOS.
            READ CADENV
                AT END
                MOVE "SIM" TO FIM-ENV
                NOT AT END
                ADD 1 TO QTD-ENVIOS
            END-READ.

       LEITURA-PARHIS.
            READ PARHIS
                AT END
                ADD 1 TO QTD-LIDOS.

       PRINCIPAL.
            IF SITUACAO-ENT EQUAL "T" OR "C" OR "X" OR "F"
               ADD 1 TO QTD-IGNORADOS
            ELSE
               PERFORM TRATA-ATIVO
            PERFORM DEFINE-FALTAS-LIMITE.
            PERFORM CALCMEDIA.
            PERFORM DEFINE-STATUS.
            IF STATUS-WK EQUAL "RECUPERACAO"
               AND TEM-CADRFN EQUAL "SIM"
               PERFORM CONSULTA-RECUPERACAO
            END-IF.
            PERFORM GRAVA-HISTORICO.
            IF TEM-CADNDI EQUAL "SIM"
               PERFORM FOTOGRAFA-DISCIPLINAS
            MOVE NOTA4-NDI TO NOTA4-HDI.
            MOVE WMEDIA-DIS TO MEDIA-HDI.
            MOVE STATUS-DIS TO SITUACAO-HDI.
            MOVE SPACE TO ORIGEM-HDI.
            WRITE REG-HDI
                INVALID KEY
                ADD 1 TO QTD-HDI-DUPL
               ELSE
                  MOVE "REPROVADO" TO STATUS-WK.

       CONSULTA-RECUPERACAO.
            MOVE NUMERO-ENT TO NUMERO-RFN.
            MOVE WK-PERIODO TO PERIODO-RFN.
            READ CADRFN
                INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE SITUACAO-RFN TO STATUS-WK
                ADD 1 TO QTD-RECUPERADOS
            END-READ.

       GRAVA-HISTORICO.
            MOVE NUMERO-ENT TO NUMERO-HIS.
            MOVE WK-PERIODO TO PERIODO-HIS.
            MOVE FALTAS TO FALTAS-HIS.
            MOVE WMEDIA TO MEDIA-HIS.
            MOVE STATUS-WK TO SITUACAO-HIS.
            MOVE SPACE TO ORIGEM-HIS.
            WRITE REG-HIS
                INVALID KEY
                ADD 1 TO QTD-DUPLICADOS
               CLOSE CADNDI
                     CADHISD
            END-IF.
            IF TEM-CADRFN EQUAL "SIM"
               DISPLAY "RESULTADO POS-EXAME .: " QTD-RECUPERADOS
               CLOSE CADRFN
            END-IF.
            CLOSE CADALU
                  CADHIS.
       CARGA-CADAUL.
