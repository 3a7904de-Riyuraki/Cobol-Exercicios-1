       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01MESP.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DA LISTA DE ESPERA POR TURMA CADESP
      *         (ARQUIVO INDEXADO PELA CHAVE CHAVE-ESP = TURMA + NUMERO
      *         DO ALUNO, LAYOUT DA COPY ESPREG), NOS MOLDES DO
      *         EM01MDEP. OS PEDIDOS ENTRAM NA LISTA PELO EM01MANT,
      *         PELO EM01MLOT E PELO EM01IMPO QUANDO A TURMA ESTA
      *         LOTADA; AQUI A SECRETARIA ESCOLHE UMA OPCAO
      *         (R-RESPOSTA, P-PRIORIDADE, D-DESISTENCIA, F-FIM): A
      *         RESPOSTA DA FAMILIA A UMA OFERTA DA RODADA DIARIA
      *         EM01ESPE (SITUACAO O) E REGISTRADA COMO ACEITA (A) OU
      *         RECUSADA (R) COM A DATA DE HOJE, E A ACEITE SO E
      *         RECEBIDA ATE O PRAZO DA OFERTA; A PRIORIDADE (1 =
      *         IRMAO DE ALUNO, 2 = FILHO DE FUNCIONARIO, 3 = GERAL)
      *         SO MUDA ENQUANTO O PEDIDO ESTA EM ESPERA (E), PARA
      *         CORRIGIR OS PEDIDOS QUE VIERAM DOS LOTES COM A
      *         PRIORIDADE GERAL; E A DESISTENCIA ENCERRA UM PEDIDO EM
      *         ESPERA OU OFERTADO COMO RECUSADO. A MATRICULA DOS
      *         ACEITOS E FEITA PELA PROXIMA RODADA DO EM01ESPE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADESP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-ESP
           FILE STATUS IS CADESP-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADESP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADESP.DAT".

       COPY ESPREG.

       WORKING-STORAGE SECTION.

       77 CADESP-STATUS     PIC X(02) VALUE SPACES.
       77 FIM-MANUTENCAO    PIC X(03) VALUE "NAO".
       77 WK-OPCAO          PIC X(01) VALUE SPACE.
           88 OPCAO-RESPOSTA          VALUE "R" "r".
           88 OPCAO-PRIORIDADE        VALUE "P" "p".
           88 OPCAO-DESISTENCIA       VALUE "D" "d".
           88 OPCAO-FIM               VALUE "F" "f".
       77 WK-RESPOSTA       PIC X(01) VALUE SPACE.
           88 RESPOSTA-ACEITA         VALUE "A" "a".
           88 RESPOSTA-RECUSADA       VALUE "R" "r".
       77 QTD-ACEITAS       PIC 9(05) VALUE ZEROS.
       77 QTD-RECUSADAS     PIC 9(05) VALUE ZEROS.
       77 QTD-ALTERADOS     PIC 9(05) VALUE ZEROS.
       77 CAMPO-OK          PIC X(03) VALUE "NAO".
       77 ACHOU-PEDIDO      PIC X(03) VALUE "NAO".
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
            OPEN I-O CADESP.
            IF CADESP-STATUS NOT EQUAL "00"
               DISPLAY "EM01MESP - CADESP NAO ABRIU PARA I-O - STATUS "
                       CADESP-STATUS " - LISTA DE ESPERA VAZIA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       PRINCIPAL.
            DISPLAY "EM01MESP - (R)ESPOSTA (P)RIORIDADE (D)ESISTENCIA "
                    "(F)IM: ".
            ACCEPT WK-OPCAO.
            EVALUATE TRUE
                WHEN OPCAO-RESPOSTA
                     PERFORM RESPOSTA
                WHEN OPCAO-PRIORIDADE
                     PERFORM PRIORIDADE
                WHEN OPCAO-DESISTENCIA
                     PERFORM DESISTENCIA
                WHEN OPCAO-FIM
                     MOVE "SIM" TO FIM-MANUTENCAO
                WHEN OTHER
                     DISPLAY "EM01MESP - OPCAO INVALIDA"
            END-EVALUATE.

       RESPOSTA.
            PERFORM LOCALIZA-PEDIDO.
            IF ACHOU-PEDIDO EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            IF SITUACAO-ESP NOT EQUAL "O"
               DISPLAY "EM01MESP - PEDIDO SEM OFERTA EM ABERTO "
                       "(SITUACAO " SITUACAO-ESP ")"
               EXIT PARAGRAPH
            END-IF.
            DISPLAY "OFERTA DE " DATA-OFERTA-ESP " - PRAZO "
                    PRAZO-ESP.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-RESPOSTA
                    UNTIL CAMPO-OK EQUAL "SIM".
            IF RESPOSTA-ACEITA AND DATA-SISTEMA > PRAZO-ESP
               DISPLAY "EM01MESP - PRAZO DA OFERTA VENCIDO EM "
                       PRAZO-ESP " - ACEITE RECUSADA"
               EXIT PARAGRAPH
            END-IF.
            IF RESPOSTA-ACEITA
               MOVE "A" TO SITUACAO-ESP
               ADD 1 TO QTD-ACEITAS
            ELSE
               MOVE "R" TO SITUACAO-ESP
               ADD 1 TO QTD-RECUSADAS
            END-IF.
            MOVE DATA-SISTEMA TO DATA-RESPOSTA-ESP.
            REWRITE REG-ESP.

       SOLICITA-RESPOSTA.
            DISPLAY "RESPOSTA (A-ACEITA R-RECUSADA): ".
            ACCEPT WK-RESPOSTA.
            IF RESPOSTA-ACEITA OR RESPOSTA-RECUSADA
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MESP - RESPOSTA INVALIDA - INFORME A OU R"
            END-IF.

       PRIORIDADE.
            PERFORM LOCALIZA-PEDIDO.
            IF ACHOU-PEDIDO EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            IF SITUACAO-ESP NOT EQUAL "E"
               DISPLAY "EM01MESP - PRIORIDADE SO MUDA COM O PEDIDO EM "
                       "ESPERA (SITUACAO " SITUACAO-ESP ")"
               EXIT PARAGRAPH
            END-IF.
            DISPLAY "PRIORIDADE ATUAL: " PRIORIDADE-ESP.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-PRIORIDADE
                    UNTIL CAMPO-OK EQUAL "SIM".
            REWRITE REG-ESP.
            ADD 1 TO QTD-ALTERADOS.

       SOLICITA-PRIORIDADE.
            DISPLAY "PRIORIDADE (1-IRMAO 2-FILHO DE FUNCIONARIO "
                    "3-GERAL): ".
            ACCEPT PRIORIDADE-ESP.
            IF PRIORIDADE-ESP IS NUMERIC
               AND PRIORIDADE-ESP > ZERO AND PRIORIDADE-ESP < 4
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MESP - PRIORIDADE INVALIDA - INFORME 1, 2 "
                       "OU 3"
            END-IF.

       DESISTENCIA.
            PERFORM LOCALIZA-PEDIDO.
            IF ACHOU-PEDIDO EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            IF SITUACAO-ESP NOT EQUAL "E" AND "O"
               DISPLAY "EM01MESP - PEDIDO JA ENCERRADO OU ACEITO "
                       "(SITUACAO " SITUACAO-ESP ")"
               EXIT PARAGRAPH
            END-IF.
            MOVE "R" TO SITUACAO-ESP.
            MOVE DATA-SISTEMA TO DATA-RESPOSTA-ESP.
            REWRITE REG-ESP.
            ADD 1 TO QTD-RECUSADAS.

       LOCALIZA-PEDIDO.
            MOVE "NAO" TO ACHOU-PEDIDO.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-TURMA
                    UNTIL CAMPO-OK EQUAL "SIM".
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-NUMERO
                    UNTIL CAMPO-OK EQUAL "SIM".
            READ CADESP
                INVALID KEY
                DISPLAY "EM01MESP - ALUNO " NUMERO-ESP
                        " NAO ESTA NA LISTA DE ESPERA DA TURMA "
                        TURMA-ESP
                NOT INVALID KEY
                MOVE "SIM" TO ACHOU-PEDIDO
            END-READ.

       SOLICITA-TURMA.
            DISPLAY "TURMA .....: ".
            ACCEPT TURMA-ESP.
            IF TURMA-ESP EQUAL SPACES
               DISPLAY "EM01MESP - TURMA NAO PODE FICAR EM BRANCO"
            ELSE
               MOVE "SIM" TO CAMPO-OK
            END-IF.

       SOLICITA-NUMERO.
            DISPLAY "NUMERO ....: ".
            ACCEPT NUMERO-ESP.
            IF NUMERO-ESP IS NUMERIC
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MESP - NUMERO INVALIDO"
            END-IF.

       TERMINO.
            DISPLAY "EM01MESP - RESUMO DA MANUTENCAO".
            DISPLAY "ACEITAS ...: " QTD-ACEITAS.
            DISPLAY "RECUSADAS .: " QTD-RECUSADAS.
            DISPLAY "ALTERADOS .: " QTD-ALTERADOS.
            CLOSE CADESP.
