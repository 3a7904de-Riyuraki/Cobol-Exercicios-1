      *         CARGA COM CODIGO 12 ENQUANTO A CADEIA ESTIVER NO AR,
      *         AVISANDO QUANDO A TRAVA PARECE ORFA (DATA ANTERIOR A
      *         DE HOJE), PARA NAO REGRAVAR O CADASTRO NO MEIO DE UMA
      *         LEITURA DA CADEIA. A LINHA REJEITADA POR TURMA LOTADA
      *         ENTRA NA LISTA DE ESPERA CADESP (COPY ESPREG) COM A
      *         PRIORIDADE DO DECIMO CAMPO OPCIONAL DA LINHA (1 = IRMAO
      *         DE ALUNO, 2 = FILHO DE FUNCIONARIO; AUSENTE OU OUTRO
      *         VALOR = 3, GERAL), E O RESPONSAVEL DELA E CARREGADO NO
      *         CADRES DO MESMO JEITO, PARA QUE A CARTA DE OFERTA DA
      *         RODADA DIARIA EM01ESPE SAIA ENDERECADA.

       ENVIRONMENT DIVISION.

           SELECT     CADMAT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADMAT-STATUS.
           SELECT     CADESP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CHAVE-ESP
           FILE STATUS IS CADESP-STATUS.
           SELECT     CADALU  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-RES
           ALTERNATE RECORD KEY IS FAMILIA-RES WITH DUPLICATES
           FILE STATUS IS CADRES-STATUS.
           SELECT     RELIMP  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL

       COPY ALUREG.

       FD CADESP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADESP.DAT".

       COPY ESPREG.

       FD CADTUR
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADTUR.DAT".
       77 WK-ENDE-TXT       PIC X(30) VALUE SPACES.
       77 WK-CEP-TXT        PIC X(08) VALUE SPACES.
       77 WK-FONE-TXT       PIC X(12) VALUE SPACES.
       77 WK-PRIO-TXT       PIC X(01) VALUE SPACES.
       77 CADESP-STATUS     PIC X(02) VALUE SPACES.
       77 QTD-ESPERA        PIC 9(05) VALUE ZEROS.
       77 WK-REG-ESP        PIC X(118) VALUE SPACES.
       77 CADRES-STATUS     PIC X(02) VALUE SPACES.
       77 QTD-CONTATOS      PIC 9(05) VALUE ZEROS.
       77 DATA-OK           PIC X(03) VALUE "SIM".
       77 WK-RESTO-100      PIC 9(02).
       77 WK-RESTO-400      PIC 9(03).
       77 WK-ULTIMO-DIA     PIC 9(02).
       77 WK-FAMILIA-RES    PIC 9(05) VALUE ZEROS.
       01 WK-REG-RES        PIC X(90) VALUE SPACES.
       01 WK-DATA-NOVA.
           02 DD-NOVA              PIC 9(02).
           02 MM-NOVA              PIC 9(02).
                AT END
                MOVE "SIM" TO FIM-CONTAGEM
                NOT AT END
                IF SITUACAO-ENT NOT EQUAL "T" AND "C" AND "X" AND "F"
                   MOVE TURMA-ENT TO WK-TURMA-BUSCA
                   PERFORM PROCURA-TURMA
                   IF WK-ACHOU-TUR > ZEROS
            PERFORM SEPARA-CAMPOS.
            PERFORM VALIDA-LINHA.
            IF LINHA-OK EQUAL "NAO"
               IF WK-MOTIVO EQUAL "TURMA LOTADA"
                  PERFORM MONTA-ALUNO
                  PERFORM INSCREVE-ESPERA
               END-IF
               PERFORM GRAVA-REJEITADO
            ELSE
               PERFORM IMPORTA-ALUNO
            MOVE SPACES TO WK-ENDE-TXT.
            MOVE SPACES TO WK-CEP-TXT.
            MOVE SPACES TO WK-FONE-TXT.
            MOVE SPACES TO WK-PRIO-TXT.
            UNSTRING LINHA-MAT DELIMITED BY ";"
                     INTO WK-NUMERO-TXT
                          WK-NOME-TXT
                          WK-RESP-TXT
                          WK-ENDE-TXT
                          WK-CEP-TXT
                          WK-FONE-TXT
                          WK-PRIO-TXT.

       VALIDA-LINHA.
            MOVE "SIM" TO LINHA-OK.
           END-IF.

       IMPORTA-ALUNO.
            PERFORM MONTA-ALUNO.
            WRITE REG-ENT
                INVALID KEY
                MOVE "NUMERO JA EXISTE" TO WK-MOTIVO
                PERFORM GRAVA-REJEITADO
                NOT INVALID KEY
                ADD 1 TO QTD-IMPORTADOS
                PERFORM OCUPA-VAGA
                PERFORM CARREGA-CONTATO
                MOVE SPACES TO WK-IMAGEM-ANT
                MOVE REG-ENT TO WK-IMAGEM-DEP
                MOVE "INC" TO WK-OPER-JRN
                PERFORM GRAVA-JORNAL
            END-WRITE.

       MONTA-ALUNO.
            MOVE WK-NUMERO-TXT TO NUMERO-ENT.
            MOVE WK-NOME-TXT TO NOME-ENT.
            MOVE WK-SEXO-TXT TO SEXO-ENT.
            MOVE ZEROS TO FALTAS.
            MOVE "A" TO SITUACAO-ENT.
            MOVE WK-TURMA-TXT TO TURMA-ENT.

       INSCREVE-ESPERA.
            ACCEPT HORA-JORNAL FROM TIME.
            MOVE TURMA-ENT TO TURMA-ESP.
            MOVE NUMERO-ENT TO NUMERO-ESP.
            MOVE DATA-SISTEMA TO DATA-PEDIDO-ESP.
            MOVE HORA-JORNAL TO HORA-PEDIDO-ESP.
            IF WK-PRIO-TXT EQUAL "1" OR "2" OR "3"
               MOVE WK-PRIO-TXT TO PRIORIDADE-ESP
            ELSE
               MOVE 3 TO PRIORIDADE-ESP
            END-IF.
            MOVE "E" TO SITUACAO-ESP.
            MOVE ZEROS TO DATA-OFERTA-ESP.
            MOVE ZEROS TO PRAZO-ESP.
            MOVE ZEROS TO DATA-RESPOSTA-ESP.
            MOVE "EM01IMPO" TO ORIGEM-ESP.
            MOVE REG-ENT TO ALUNO-ESP.
            OPEN I-O CADESP.
            IF CADESP-STATUS EQUAL "35"
               CLOSE CADESP
               OPEN OUTPUT CADESP
               CLOSE CADESP
               OPEN I-O CADESP
            END-IF.
            IF CADESP-STATUS NOT EQUAL "00"
               DISPLAY "EM01IMPO - CADESP NAO ABRIU PARA I-O - STATUS "
                       CADESP-STATUS " - ALUNO " NUMERO-ENT
                       " FORA DA LISTA"
               EXIT PARAGRAPH
            END-IF.
            WRITE REG-ESP
                INVALID KEY
                PERFORM REINSCREVE-ESPERA
                NOT INVALID KEY
                ADD 1 TO QTD-ESPERA
                MOVE "LOTADA - LISTA DE ESPERA" TO WK-MOTIVO
                PERFORM CARREGA-CONTATO
            END-WRITE.
            CLOSE CADESP.

       REINSCREVE-ESPERA.
      * PEDIDO ANTERIOR JA ENCERRADO (MATRICULADO, RECUSADO OU VENCIDO)
      * DA LUGAR AO NOVO; PEDIDO AINDA EM ANDAMENTO E MANTIDO.
            MOVE REG-ESP TO WK-REG-ESP.
            READ CADESP
                INVALID KEY
                CONTINUE
            END-READ.
            IF SITUACAO-ESP EQUAL "E" OR "O" OR "A"
               MOVE "LOTADA - JA EM ESPERA" TO WK-MOTIVO
               EXIT PARAGRAPH
            END-IF.
            MOVE WK-REG-ESP TO REG-ESP.
            REWRITE REG-ESP.
            ADD 1 TO QTD-ESPERA.
            MOVE "LOTADA - LISTA DE ESPERA" TO WK-MOTIVO.
            PERFORM CARREGA-CONTATO.

       CARREGA-CONTATO.
            IF WK-RESP-TXT NOT EQUAL SPACES
                  MOVE ZEROS TO CEP-RES
               END-IF
               MOVE WK-FONE-TXT TO TELEFONE-RES
               MOVE ZEROS TO FAMILIA-RES
               WRITE REG-RES
                   INVALID KEY
                   PERFORM REGRAVA-CONTATO
                   NOT INVALID KEY
                   CONTINUE
               END-WRITE
               ADD 1 TO QTD-CONTATOS
            END-IF.

       REGRAVA-CONTATO.
      * CONTATO JA CADASTRADO: A FAMILIA DADA NO EM01MRES E MANTIDA.
            MOVE REG-RES TO WK-REG-RES.
            READ CADRES
                INVALID KEY
                CONTINUE
            END-READ.
            MOVE FAMILIA-RES TO WK-FAMILIA-RES.
            MOVE WK-REG-RES TO REG-RES.
            MOVE WK-FAMILIA-RES TO FAMILIA-RES.
            REWRITE REG-RES.

       OCUPA-VAGA.
            IF TEM-CADTUR EQUAL "SIM"
               MOVE TURMA-ENT TO WK-TURMA-BUSCA
            DISPLAY "ALUNOS IMPORTADOS ...: " QTD-IMPORTADOS.
            DISPLAY "LINHAS REJEITADAS ...: " QTD-REJEITADOS.
            DISPLAY "CONTATOS CARREGADOS .: " QTD-CONTATOS.
            DISPLAY "EM LISTA DE ESPERA ..: " QTD-ESPERA.
            CLOSE CADMAT
                  CADALU
                  CADRES
