       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM01CAIX.
       AUTHOR.          MARCELO MIYAZAKI.
       INSTALLATION.    FATEC-SP.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CAIXA DA SECRETARIA PARA O RECEBIMENTO DAS
      *         MENSALIDADES NO BALCAO, NO LUGAR DO TALAO DE RECIBOS
      *         EM PAPEL QUE DEPOIS ERA REDIGITADO NO CADPAG - E QUE
      *         GERAVA PAGAMENTO LANCADO DUAS VEZES OU NENHUMA. O
      *         ACESSO EXIGE IDENTIFICACAO DO OPERADOR NO CADOPE
      *         (NIVEL 2 OU SUPERIOR PARA RECEBER, NIVEL 3 PARA
      *         CANCELAR RECIBO), COM A MESMA HIGIENE DE CREDENCIAL DO
      *         EM01CONS E TODA TENTATIVA REGISTRADA NO LOG CADSLOG.
      *         O ALUNO E LOCALIZADO PELO NUMERO COM DIGITO
      *         VERIFICADOR OU PELO NOME (START NA CHAVE ALTERNATIVA,
      *         COMO NO EM01CONS); O PROGRAMA MOSTRA AS COBRANCAS EM
      *         ABERTO DO ALUNO NO CONTAS A RECEBER CADCRE (COMPETENCIA,
      *         VENCIMENTO E SALDO) E RECUSA RECEBER DE QUEM NAO DEVE
      *         NADA. O RECEBIMENTO PEDE VALOR E FORMA DE PAGAMENTO
      *         (D=DINHEIRO, Q=CHEQUE, C=CARTAO), PEDE CONFIRMACAO,
      *         GRAVA O RECIBO NO MOVIMENTO DE CAIXA CUMULATIVO CADRCB
      *         (COPY RCBREG) COM NUMERO SEQUENCIAL E IMPRIME O RECIBO
      *         NO ARQUIVO DE IMPRESSAO RECIBO. O CANCELAMENTO PEDE O
      *         NUMERO DO RECIBO E O MOTIVO E SO VALE PARA RECIBO
      *         AINDA NAO COBERTO POR UM FECHAMENTO DO EM01FCXA; O
      *         RECIBO CANCELADO CONTINUA NO CADRCB, COM O REGISTRO DE
      *         CANCELAMENTO AO LADO, PARA O FECHAMENTO LISTAR.
      *         COMO DOIS OPERADORES PODEM ESTAR COM O CAIXA ABERTO AO
      *         MESMO TEMPO, O CADRCB NAO FICA PRESO A SESSAO: O
      *         ULTIMO NUMERO E RELIDO DO ARQUIVO IMEDIATAMENTE ANTES
      *         DE CADA EMISSAO E A LINHA E GRAVADA EM SEGUIDA, E O
      *         CANCELAMENTO RELE O ARQUIVO AO PEDIR O NUMERO E DE
      *         NOVO ANTES DE GRAVAR, PARA NAO REPETIR NUMERO NEM
      *         CANCELAR RECIBO JA FECHADO OU JA CANCELADO POR OUTRO
      *         CAIXA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARCELO-PC.
       OBJECT-COMPUTER. MARCELO-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADALU  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS IS CADALU-STATUS.
           SELECT     CADCRE  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      CHAVE-CRE
           FILE STATUS IS CADCRE-STATUS.
           SELECT     CADRCB  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADRCB-STATUS.
           SELECT     RECIBO  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RECIBO-STATUS.
           SELECT     CADOPE  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADOPE-STATUS.
           SELECT     CADSLOG  ASSIGN  TO     DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADSLOG-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADALU
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADALU.DAT".

       COPY ALUREG.

       FD CADCRE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADCRE.DAT".

       COPY CREREG.

       FD CADRCB
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADRCB.DAT".

       COPY RCBREG.

       FD RECIBO
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RECIBO.DAT".

       01 REG-RECIBO.
           02 LINHA-RECIBO         PIC X(80).

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

       WORKING-STORAGE SECTION.

       77 CADALU-STATUS     PIC X(02) VALUE SPACES.
       77 CADCRE-STATUS     PIC X(02) VALUE SPACES.
       77 CADRCB-STATUS     PIC X(02) VALUE SPACES.
       77 RECIBO-STATUS     PIC X(02) VALUE SPACES.
       77 FIM-CAIXA         PIC X(03) VALUE "NAO".
       77 FIM-BUSCA         PIC X(03) VALUE "NAO".
       77 FIM-RCB           PIC X(03) VALUE "NAO".
       77 FIM-CRE           PIC X(03) VALUE "NAO".
       77 CAMPO-OK          PIC X(03) VALUE "NAO".
       77 ACHOU-ALUNO       PIC X(03) VALUE "NAO".
       77 WK-NUMERO         PIC 9(05) VALUE ZEROS.
       77 WK-OPCAO          PIC X(01) VALUE SPACE.
           88 OPCAO-RECEBER           VALUE "R" "r".
           88 OPCAO-CANCELAR          VALUE "C" "c".
           88 OPCAO-FIM               VALUE "F" "f".
       77 WK-MODO-BUSCA     PIC X(01) VALUE SPACE.
           88 BUSCA-NUMERO            VALUE "N" "n".
           88 BUSCA-NOME              VALUE "B" "b".
       77 WK-CONFIRMA       PIC X(01) VALUE SPACE.
       77 WK-FORMA          PIC X(01) VALUE SPACE.
           88 FORMA-VALIDA            VALUE "D" "Q" "C".
       77 WK-VALOR          PIC 9(05)V99 VALUE ZEROS.
       77 WK-MOTIVO         PIC X(30) VALUE SPACES.
       77 WK-NUMERO-RECIBO  PIC 9(07) VALUE ZEROS.
       77 WK-RECIBO-PEDIDO  PIC 9(07) VALUE ZEROS.
       77 RECIBO-CANCELAVEL PIC X(03) VALUE "NAO".
       77 WK-ULTIMO-RECIBO  PIC 9(07) VALUE ZEROS.
       77 WK-ULTIMO-FECHADO PIC 9(07) VALUE ZEROS.
       77 WK-NOME-BUSCA     PIC X(20) VALUE SPACES.
       77 WK-TAM            PIC 9(02) VALUE ZEROS.
       77 WK-IND            PIC 9(02) VALUE ZEROS.
       77 QTD-ACHADOS       PIC 9(03) VALUE ZEROS.
       77 QTD-ABERTAS       PIC 9(03) VALUE ZEROS.
       77 TOTAL-DEVIDO      PIC 9(06)V99 VALUE ZEROS.
       77 QTD-RECIBOS       PIC 9(03) VALUE ZEROS.
       77 TAB-RCB-CHEIA     PIC X(03) VALUE "NAO".
       77 WK-IND-RCB        PIC 9(03) VALUE ZEROS.
       77 WK-ACHOU-RCB      PIC 9(03) VALUE ZEROS.
       77 QTD-EMITIDOS      PIC 9(05) VALUE ZEROS.
       77 QTD-CANCELADOS    PIC 9(05) VALUE ZEROS.
       77 TOTAL-RECEBIDO    PIC 9(08)V99 VALUE ZEROS.
       77 WK-DESCR-FORMA    PIC X(08) VALUE SPACES.
       77 HORA-RECIBO       PIC 9(08) VALUE ZEROS.
       77 WK-RECIBO-ED      PIC Z(6)9.
       77 WK-NUMERO-ED      PIC ZZZZ9.
       77 WK-VALOR-ED       PIC ZZZZ9,99.
       77 WK-TOTAL-ED       PIC Z(7)9,99.
       77 CADOPE-STATUS     PIC X(02) VALUE SPACES.
       77 FIM-OPE           PIC X(03) VALUE "NAO".
       77 WK-OPERADOR       PIC X(08) VALUE SPACES.
       77 WK-SENHA          PIC X(08) VALUE SPACES.
       77 WK-NIVEL          PIC 9(01) VALUE ZERO.
       77 CADSLOG-STATUS    PIC X(02) VALUE SPACES.
       77 WK-RESULTADO-ACESSO PIC X(20) VALUE SPACES.
       77 QTD-OPERADORES    PIC 9(02) VALUE ZEROS.
       77 WK-IND-OPE        PIC 9(02) VALUE ZEROS.
       77 WK-ACHOU-OPE      PIC 9(02) VALUE ZEROS.
       77 WK-SENHA-NOVA     PIC X(08) VALUE SPACES.
       77 WK-SENHA-CONF     PIC X(08) VALUE SPACES.
       77 WK-MESES-SENHA    PIC S9(05) VALUE ZEROS.
       77 CADOPE-TRUNCADO   PIC X(03) VALUE "NAO".
       01 WK-DATA-TROCA.
           02 ANO-TROCA            PIC 9(04).
           02 MES-TROCA            PIC 9(02).
           02 DIA-TROCA            PIC 9(02).
       77 HORA-ACESSO       PIC 9(08) VALUE ZEROS.
       01 TAB-OPERADORES.
           02 OPE-TAB OCCURS 50 TIMES.
              03 OPERADOR-TAB      PIC X(08).
              03 SENHA-TAB         PIC X(08).
              03 NIVEL-TAB         PIC 9(01).
              03 SITUACAO-TAB      PIC X(01).
              03 DATA-TROCA-TAB    PIC 9(08).
              03 FORCA-TROCA-TAB   PIC X(01).
              03 FALHAS-TAB        PIC 9(01).
       01 TAB-RECIBOS.
           02 RCB-TAB OCCURS 500 TIMES.
              03 NUMERO-RCB-TAB    PIC 9(07).
              03 CANCELADO-RCB-TAB PIC X(03).
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
       01 DATA-SISTEMA.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-DATA-VENCTO.
           02 ANO-VENCTO           PIC 9(04).
           02 MES-VENCTO           PIC 9(02).
           02 DIA-VENCTO           PIC 9(02).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               UNTIL FIM-CAIXA EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM IDENTIFICACAO.
            OPEN INPUT CADALU.
            IF CADALU-STATUS NOT EQUAL "00"
               DISPLAY "EM01CAIX - CADALU NAO ABRIU - STATUS "
                       CADALU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CADCRE.
            IF CADCRE-STATUS NOT EQUAL "00"
               DISPLAY "EM01CAIX - CADCRE NAO ABRIU - STATUS "
                       CADCRE-STATUS " - RODE O EM01MENS ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM CARGA-CADRCB.
            OPEN EXTEND RECIBO.
            IF RECIBO-STATUS NOT EQUAL "00"
               OPEN OUTPUT RECIBO
            END-IF.
            DISPLAY "EM01CAIX - ULTIMO RECIBO EMITIDO: "
                    WK-ULTIMO-RECIBO " - ULTIMO FECHADO: "
                    WK-ULTIMO-FECHADO.

       IDENTIFICACAO.
            DISPLAY "EM01CAIX - OPERADOR: ".
            ACCEPT WK-OPERADOR.
            DISPLAY "EM01CAIX - SENHA ...: ".
            ACCEPT WK-SENHA.
            PERFORM CARGA-TABELA-CADOPE.
            IF CADOPE-TRUNCADO EQUAL "SIM"
               MOVE "CADOPE TRUNCADO" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01CAIX - CADOPE COM MAIS DE 50 OPERADORES - "
                       "SIGN-ON RECUSADO PARA NAO REGRAVAR O ARQUIVO "
                       "TRUNCADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM PROCURA-OPERADOR.
            IF WK-ACHOU-OPE EQUAL ZEROS
               MOVE "OPERADOR DESCONHECIDO" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01CAIX - OPERADOR OU SENHA INVALIDOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF SITUACAO-TAB(WK-ACHOU-OPE) EQUAL "B"
               MOVE "CONTA BLOQUEADA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01CAIX - CONTA BLOQUEADA - PROCURE O "
                       "ADMINISTRADOR (EM01MOPE)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF SITUACAO-TAB(WK-ACHOU-OPE) EQUAL "D"
               MOVE "CONTA DESATIVADA" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01CAIX - CONTA DESATIVADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF SENHA-TAB(WK-ACHOU-OPE) NOT EQUAL WK-SENHA
               PERFORM TRATA-SENHA-ERRADA
            END-IF.
            MOVE NIVEL-TAB(WK-ACHOU-OPE) TO WK-NIVEL.
            IF FORCA-TROCA-TAB(WK-ACHOU-OPE) EQUAL "S"
               OR DATA-TROCA-TAB(WK-ACHOU-OPE) EQUAL ZEROS
               PERFORM TROCA-SENHA
            ELSE
               PERFORM CONFERE-VALIDADE-SENHA
            END-IF.
            MOVE ZERO TO FALHAS-TAB(WK-ACHOU-OPE).
            PERFORM REGRAVA-CADOPE.
            MOVE "ACESSO OK" TO WK-RESULTADO-ACESSO.
            PERFORM GRAVA-SIGNON-LOG.
            IF WK-NIVEL < 2
               DISPLAY "EM01CAIX - NIVEL " WK-NIVEL
                       " INSUFICIENTE PARA O CAIXA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       CARGA-TABELA-CADOPE.
            MOVE ZEROS TO QTD-OPERADORES.
            MOVE "NAO" TO FIM-OPE.
            OPEN INPUT CADOPE.
            IF CADOPE-STATUS NOT EQUAL "00"
               DISPLAY "EM01CAIX - CADOPE NAO ABRIU - STATUS "
                       CADOPE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEITURA-CADOPE
                    UNTIL FIM-OPE EQUAL "SIM".
            CLOSE CADOPE.

       LEITURA-CADOPE.
            READ CADOPE
                AT END
                MOVE "SIM" TO FIM-OPE
                NOT AT END
                IF QTD-OPERADORES < 50
                   ADD 1 TO QTD-OPERADORES
                   MOVE OPERADOR-OPE
                        TO OPERADOR-TAB(QTD-OPERADORES)
                   MOVE SENHA-OPE TO SENHA-TAB(QTD-OPERADORES)
                   MOVE NIVEL-OPE TO NIVEL-TAB(QTD-OPERADORES)
                   MOVE SITUACAO-OPE
                        TO SITUACAO-TAB(QTD-OPERADORES)
                   IF DATA-TROCA-OPE IS NUMERIC
                      MOVE DATA-TROCA-OPE
                           TO DATA-TROCA-TAB(QTD-OPERADORES)
                   ELSE
                      MOVE ZEROS TO DATA-TROCA-TAB(QTD-OPERADORES)
                   END-IF
                   MOVE FORCA-TROCA-OPE
                        TO FORCA-TROCA-TAB(QTD-OPERADORES)
                   IF FALHAS-OPE IS NUMERIC
                      MOVE FALHAS-OPE TO FALHAS-TAB(QTD-OPERADORES)
                   ELSE
                      MOVE ZERO TO FALHAS-TAB(QTD-OPERADORES)
                   END-IF
                ELSE
                   IF CADOPE-TRUNCADO EQUAL "NAO"
                      DISPLAY "EM01CAIX - TABELA DE OPERADORES CHEIA "
                              "(50) - CARGA DO CADOPE INCOMPLETA"
                      MOVE "SIM" TO CADOPE-TRUNCADO
                   END-IF
                END-IF
            END-READ.

       PROCURA-OPERADOR.
            MOVE ZEROS TO WK-ACHOU-OPE.
            PERFORM COMPARA-OPERADOR
                    VARYING WK-IND-OPE FROM 1 BY 1
                    UNTIL WK-IND-OPE > QTD-OPERADORES
                       OR WK-ACHOU-OPE > 0.

       COMPARA-OPERADOR.
            IF OPERADOR-TAB(WK-IND-OPE) EQUAL WK-OPERADOR
               MOVE WK-IND-OPE TO WK-ACHOU-OPE
            END-IF.

       TRATA-SENHA-ERRADA.
            ADD 1 TO FALHAS-TAB(WK-ACHOU-OPE)
                ON SIZE ERROR
                MOVE 9 TO FALHAS-TAB(WK-ACHOU-OPE)
            END-ADD.
            IF FALHAS-TAB(WK-ACHOU-OPE) NOT < 3
               MOVE "B" TO SITUACAO-TAB(WK-ACHOU-OPE)
               MOVE "BLOQUEADA POR FALHAS" TO WK-RESULTADO-ACESSO
               DISPLAY "EM01CAIX - CONTA BLOQUEADA APOS FALHAS "
                       "SEGUIDAS - PROCURE O ADMINISTRADOR"
            ELSE
               MOVE "SENHA INCORRETA" TO WK-RESULTADO-ACESSO
               DISPLAY "EM01CAIX - OPERADOR OU SENHA INVALIDOS"
            END-IF.
            PERFORM REGRAVA-CADOPE.
            PERFORM GRAVA-SIGNON-LOG.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       CONFERE-VALIDADE-SENHA.
      * SENHA EXPIRA APOS TRES MESES DA ULTIMA TROCA (COMPARACAO
      * POR ANO E MES, COMO OS AUDITORES ACEITARAM).
            MOVE DATA-TROCA-TAB(WK-ACHOU-OPE) TO WK-DATA-TROCA.
            COMPUTE WK-MESES-SENHA
                    = (ANO-SISTEMA * 12 + MES-SISTEMA)
                      - (ANO-TROCA * 12 + MES-TROCA).
            IF WK-MESES-SENHA > 3
               DISPLAY "EM01CAIX - SENHA EXPIRADA - TROCA OBRIGATORIA"
               PERFORM TROCA-SENHA
            END-IF.

       TROCA-SENHA.
            DISPLAY "EM01CAIX - NOVA SENHA: ".
            ACCEPT WK-SENHA-NOVA.
            DISPLAY "EM01CAIX - CONFIRME A NOVA SENHA: ".
            ACCEPT WK-SENHA-CONF.
            IF WK-SENHA-NOVA EQUAL SPACES
               OR WK-SENHA-NOVA NOT EQUAL WK-SENHA-CONF
               OR WK-SENHA-NOVA EQUAL SENHA-TAB(WK-ACHOU-OPE)
               MOVE "TROCA DE SENHA FALHOU" TO WK-RESULTADO-ACESSO
               PERFORM GRAVA-SIGNON-LOG
               DISPLAY "EM01CAIX - TROCA DE SENHA INVALIDA - ACESSO "
                       "ENCERRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE WK-SENHA-NOVA TO SENHA-TAB(WK-ACHOU-OPE).
            MOVE DATA-SISTEMA TO DATA-TROCA-TAB(WK-ACHOU-OPE).
            MOVE "N" TO FORCA-TROCA-TAB(WK-ACHOU-OPE).

       REGRAVA-CADOPE.
            OPEN OUTPUT CADOPE.
            PERFORM GRAVA-1OPERADOR
                    VARYING WK-IND-OPE FROM 1 BY 1
                    UNTIL WK-IND-OPE > QTD-OPERADORES.
            CLOSE CADOPE.

       GRAVA-1OPERADOR.
            MOVE OPERADOR-TAB(WK-IND-OPE) TO OPERADOR-OPE.
            MOVE SENHA-TAB(WK-IND-OPE) TO SENHA-OPE.
            MOVE NIVEL-TAB(WK-IND-OPE) TO NIVEL-OPE.
            MOVE SITUACAO-TAB(WK-IND-OPE) TO SITUACAO-OPE.
            MOVE DATA-TROCA-TAB(WK-IND-OPE) TO DATA-TROCA-OPE.
            MOVE FORCA-TROCA-TAB(WK-IND-OPE) TO FORCA-TROCA-OPE.
            MOVE FALHAS-TAB(WK-IND-OPE) TO FALHAS-OPE.
            WRITE REG-OPE.

       GRAVA-SIGNON-LOG.
            ACCEPT HORA-ACESSO FROM TIME.
            OPEN EXTEND CADSLOG.
            IF CADSLOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADSLOG
            END-IF.
            MOVE DATA-SISTEMA TO DATA-SLOG.
            MOVE HORA-ACESSO TO HORA-SLOG.
            MOVE "EM01CAIX" TO PROGRAMA-SLOG.
            MOVE WK-OPERADOR TO OPERADOR-SLOG.
            MOVE WK-RESULTADO-ACESSO TO RESULTADO-SLOG.
            WRITE REG-SLOG.
            CLOSE CADSLOG.

       CARGA-CADRCB.
      * PRIMEIRA PASSADA ACHA O ULTIMO RECIBO EMITIDO E O ULTIMO JA
      * FECHADO; A SEGUNDA CARREGA OS RECIBOS AINDA NAO FECHADOS, OS
      * UNICOS QUE PODEM SER CANCELADOS. E REFEITA A CADA EMISSAO E
      * A CADA CANCELAMENTO, PARA ENXERGAR O QUE OUTRA SESSAO DE CAIXA
      * ABERTA AO MESMO TEMPO JA GRAVOU.
            MOVE ZEROS TO WK-ULTIMO-RECIBO
                          WK-ULTIMO-FECHADO
                          QTD-RECIBOS.
            MOVE "NAO" TO TAB-RCB-CHEIA.
            MOVE "NAO" TO FIM-RCB.
            OPEN INPUT CADRCB.
            IF CADRCB-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-ULTIMOS
                    UNTIL FIM-RCB EQUAL "SIM".
            CLOSE CADRCB.
            MOVE "NAO" TO FIM-RCB.
            OPEN INPUT CADRCB.
            PERFORM LEITURA-ABERTOS
                    UNTIL FIM-RCB EQUAL "SIM".
            CLOSE CADRCB.

       LEITURA-ULTIMOS.
            READ CADRCB
                AT END
                MOVE "SIM" TO FIM-RCB
                NOT AT END
                IF TIPO-RCB EQUAL "R"
                   AND NUMERO-RCB > WK-ULTIMO-RECIBO
                   MOVE NUMERO-RCB TO WK-ULTIMO-RECIBO
                END-IF
                IF TIPO-RCB EQUAL "F"
                   AND NUMERO-RCB > WK-ULTIMO-FECHADO
                   MOVE NUMERO-RCB TO WK-ULTIMO-FECHADO
                END-IF
            END-READ.

       LEITURA-ABERTOS.
            READ CADRCB
                AT END
                MOVE "SIM" TO FIM-RCB
                NOT AT END
                IF NUMERO-RCB > WK-ULTIMO-FECHADO
                   PERFORM ARMAZENA-RECIBO
                END-IF
            END-READ.

       ARMAZENA-RECIBO.
            MOVE NUMERO-RCB TO WK-NUMERO-RECIBO.
            PERFORM PROCURA-RECIBO.
            IF TIPO-RCB EQUAL "C"
               IF WK-ACHOU-RCB > 0
                  MOVE "SIM" TO CANCELADO-RCB-TAB(WK-ACHOU-RCB)
               END-IF
               EXIT PARAGRAPH
            END-IF.
            IF TIPO-RCB NOT EQUAL "R"
               EXIT PARAGRAPH
            END-IF.
            IF QTD-RECIBOS < 500
               ADD 1 TO QTD-RECIBOS
               MOVE NUMERO-RCB TO NUMERO-RCB-TAB(QTD-RECIBOS)
               MOVE "NAO" TO CANCELADO-RCB-TAB(QTD-RECIBOS)
            ELSE
               IF TAB-RCB-CHEIA EQUAL "NAO"
                  DISPLAY "EM01CAIX - TABELA DE RECIBOS ABERTOS CHEIA "
                          "(500) - RODE O FECHAMENTO EM01FCXA"
                  MOVE "SIM" TO TAB-RCB-CHEIA
               END-IF
            END-IF.

       PROCURA-RECIBO.
            MOVE ZEROS TO WK-ACHOU-RCB.
            PERFORM COMPARA-RECIBO
                    VARYING WK-IND-RCB FROM 1 BY 1
                    UNTIL WK-IND-RCB > QTD-RECIBOS
                       OR WK-ACHOU-RCB > 0.

       COMPARA-RECIBO.
            IF NUMERO-RCB-TAB(WK-IND-RCB) EQUAL WK-NUMERO-RECIBO
               MOVE WK-IND-RCB TO WK-ACHOU-RCB
            END-IF.

       PRINCIPAL.
            DISPLAY "EM01CAIX - (R)ECEBER (C)ANCELAR RECIBO (F)IM: ".
            ACCEPT WK-OPCAO.
            EVALUATE TRUE
                WHEN OPCAO-RECEBER
                     PERFORM RECEBIMENTO
                WHEN OPCAO-CANCELAR
                     PERFORM CANCELAMENTO
                WHEN OPCAO-FIM
                     MOVE "SIM" TO FIM-CAIXA
                WHEN OTHER
                     DISPLAY "EM01CAIX - OPCAO INVALIDA"
            END-EVALUATE.

       RECEBIMENTO.
            IF TAB-RCB-CHEIA EQUAL "SIM"
               DISPLAY "EM01CAIX - RECEBIMENTO SUSPENSO ATE O "
                       "FECHAMENTO DE CAIXA (EM01FCXA)"
               EXIT PARAGRAPH
            END-IF.
            PERFORM LOCALIZA-ALUNO.
            IF ACHOU-ALUNO EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            PERFORM EXIBE-PARTIDAS.
            IF QTD-ABERTAS EQUAL ZEROS
               DISPLAY "EM01CAIX - ALUNO SEM COBRANCA EM ABERTO - "
                       "NADA A RECEBER"
               EXIT PARAGRAPH
            END-IF.
            PERFORM OBTEM-VALOR.
            PERFORM OBTEM-FORMA.
            MOVE WK-VALOR TO WK-VALOR-ED.
            DISPLAY "EM01CAIX - CONFIRMA RECEBIMENTO DE " WK-VALOR-ED
                    " EM " WK-DESCR-FORMA " (S/N)? ".
            ACCEPT WK-CONFIRMA.
            IF WK-CONFIRMA EQUAL "S" OR "s"
               PERFORM GRAVA-RECIBO
               PERFORM IMPRIME-RECIBO
            ELSE
               DISPLAY "EM01CAIX - RECEBIMENTO DESISTIDO"
            END-IF.

       LOCALIZA-ALUNO.
            MOVE "NAO" TO ACHOU-ALUNO.
            DISPLAY "EM01CAIX - ALUNO POR (N)UMERO OU (B)USCA POR "
                    "NOME: ".
            ACCEPT WK-MODO-BUSCA.
            EVALUATE TRUE
                WHEN BUSCA-NUMERO
                     PERFORM CONSULTA-NUMERO
                WHEN BUSCA-NOME
                     PERFORM BUSCA-POR-NOME
                WHEN OTHER
                     DISPLAY "EM01CAIX - OPCAO INVALIDA"
            END-EVALUATE.

       CONSULTA-NUMERO.
            DISPLAY "EM01CAIX - NUMERO DO ALUNO (0 VOLTA): ".
            ACCEPT WK-NUMERO.
            IF WK-NUMERO NOT EQUAL ZEROS
               DISPLAY "EM01CAIX - DV DO NUMERO: "
               ACCEPT WK-DV-DIGITADO
               MOVE WK-NUMERO TO WK-DV-NUMERO
               PERFORM CALCULA-DV
               IF WK-DV-DIGITADO EQUAL WK-DV
                  PERFORM LE-ALUNO
               ELSE
                  DISPLAY "EM01CAIX - DV NAO CONFERE PARA O NUMERO "
                          WK-NUMERO " - ALUNO RECUSADO"
               END-IF
            END-IF.

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

       LE-ALUNO.
            MOVE WK-NUMERO TO NUMERO-ENT.
            READ CADALU
                INVALID KEY
                DISPLAY "EM01CAIX - ALUNO " WK-NUMERO
                        " NAO ENCONTRADO"
                NOT INVALID KEY
                MOVE "SIM" TO ACHOU-ALUNO
                DISPLAY "ALUNO ...: " NUMERO-ENT " - " NOME-ENT
                        " - TURMA " TURMA-ENT
            END-READ.

       BUSCA-POR-NOME.
            DISPLAY "EM01CAIX - NOME OU INICIO DO NOME: ".
            MOVE SPACES TO WK-NOME-BUSCA.
            ACCEPT WK-NOME-BUSCA.
            PERFORM CALCULA-TAMANHO.
            IF WK-TAM EQUAL ZEROS
               DISPLAY "EM01CAIX - NOME EM BRANCO"
            ELSE
               PERFORM LISTA-POR-NOME
               IF QTD-ACHADOS NOT EQUAL ZEROS
                  PERFORM CONSULTA-NUMERO
               END-IF
            END-IF.

       CALCULA-TAMANHO.
            MOVE ZEROS TO WK-TAM.
            PERFORM VERIFICA-TAMANHO
                    VARYING WK-IND FROM 20 BY -1
                    UNTIL WK-IND < 1 OR WK-TAM > 0.

       VERIFICA-TAMANHO.
            IF WK-NOME-BUSCA(WK-IND:1) NOT EQUAL SPACE
               MOVE WK-IND TO WK-TAM
            END-IF.

       LISTA-POR-NOME.
            MOVE ZEROS TO QTD-ACHADOS.
            MOVE "NAO" TO FIM-BUSCA.
            MOVE WK-NOME-BUSCA TO NOME-ENT.
            START CADALU KEY IS NOT LESS THAN NOME-ENT
                INVALID KEY
                MOVE "SIM" TO FIM-BUSCA
            END-START.
            PERFORM LEITURA-POR-NOME
                    UNTIL FIM-BUSCA EQUAL "SIM".
            IF QTD-ACHADOS EQUAL ZEROS
               DISPLAY "EM01CAIX - NENHUM ALUNO COM ESSE NOME"
            ELSE
               DISPLAY "ALUNOS ENCONTRADOS: " QTD-ACHADOS
            END-IF.

       LEITURA-POR-NOME.
            READ CADALU NEXT RECORD
                AT END
                MOVE "SIM" TO FIM-BUSCA
                NOT AT END
                IF NOME-ENT(1:WK-TAM) EQUAL WK-NOME-BUSCA(1:WK-TAM)
                   ADD 1 TO QTD-ACHADOS
                   DISPLAY NUMERO-ENT " - " NOME-ENT
                ELSE
                   MOVE "SIM" TO FIM-BUSCA
                END-IF
            END-READ.

       EXIBE-PARTIDAS.
            MOVE ZEROS TO QTD-ABERTAS
                          TOTAL-DEVIDO.
            MOVE NUMERO-ENT TO NUMERO-CRE.
            MOVE ZEROS TO COMPETENCIA-CRE.
            START CADCRE KEY IS NOT LESS THAN CHAVE-CRE
                INVALID KEY
                MOVE "SIM" TO FIM-CRE
                NOT INVALID KEY
                MOVE "NAO" TO FIM-CRE
            END-START.
            DISPLAY "COBRANCAS EM ABERTO (COMPETENCIA / VENCIMENTO / "
                    "SALDO):".
            PERFORM LEITURA-PARTIDA
                    UNTIL FIM-CRE EQUAL "SIM".
            MOVE TOTAL-DEVIDO TO WK-TOTAL-ED.
            DISPLAY "TOTAL DEVIDO ....: " WK-TOTAL-ED
                    " EM " QTD-ABERTAS " COBRANCA(S)".

       LEITURA-PARTIDA.
            READ CADCRE NEXT
                AT END
                MOVE "SIM" TO FIM-CRE
                NOT AT END
                IF NUMERO-CRE NOT EQUAL NUMERO-ENT
                   MOVE "SIM" TO FIM-CRE
                ELSE
                   IF SITUACAO-CRE EQUAL "A"
                      PERFORM EXIBE-1PARTIDA
                   END-IF
                END-IF
            END-READ.

       EXIBE-1PARTIDA.
            ADD 1 TO QTD-ABERTAS.
            ADD SALDO-CRE TO TOTAL-DEVIDO.
            MOVE DATA-VENCTO-CRE TO WK-DATA-VENCTO.
            MOVE SALDO-CRE TO WK-VALOR-ED.
            DISPLAY "   " COMPETENCIA-CRE "   " DIA-VENCTO "/"
                    MES-VENCTO "/" ANO-VENCTO "   " WK-VALOR-ED.

       OBTEM-VALOR.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-VALOR
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-VALOR.
            DISPLAY "VALOR RECEBIDO ..: ".
            ACCEPT WK-VALOR.
            IF WK-VALOR IS NUMERIC
               AND WK-VALOR > ZEROS
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01CAIX - VALOR INVALIDO - INFORME VALOR "
                       "NUMERICO MAIOR QUE ZERO"
            END-IF.

       OBTEM-FORMA.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-FORMA
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-FORMA.
            DISPLAY "FORMA (D=DINHEIRO Q=CHEQUE C=CARTAO): ".
            ACCEPT WK-FORMA.
            IF FORMA-VALIDA
               MOVE "SIM" TO CAMPO-OK
               PERFORM DESCREVE-FORMA
            ELSE
               DISPLAY "EM01CAIX - FORMA DE PAGAMENTO INVALIDA"
            END-IF.

       DESCREVE-FORMA.
            EVALUATE WK-FORMA
                WHEN "D"
                     MOVE "DINHEIRO" TO WK-DESCR-FORMA
                WHEN "Q"
                     MOVE "CHEQUE" TO WK-DESCR-FORMA
                WHEN "C"
                     MOVE "CARTAO" TO WK-DESCR-FORMA
            END-EVALUATE.

       GRAVA-RECIBO.
            ACCEPT HORA-RECIBO FROM TIME.
            PERFORM CARGA-CADRCB.
            ADD 1 TO WK-ULTIMO-RECIBO.
            PERFORM ABRE-CADRCB.
            MOVE SPACES TO REG-RCB.
            MOVE WK-ULTIMO-RECIBO TO NUMERO-RCB.
            MOVE "R" TO TIPO-RCB.
            MOVE DATA-SISTEMA TO DATA-RCB.
            MOVE HORA-RECIBO TO HORA-RCB.
            MOVE WK-OPERADOR TO OPERADOR-RCB.
            MOVE NUMERO-ENT TO ALUNO-RCB.
            MOVE NOME-ENT TO NOME-RCB.
            MOVE WK-VALOR TO VALOR-RCB.
            MOVE WK-FORMA TO FORMA-RCB.
            WRITE REG-RCB.
            CLOSE CADRCB.
            IF QTD-RECIBOS < 500
               ADD 1 TO QTD-RECIBOS
               MOVE WK-ULTIMO-RECIBO TO NUMERO-RCB-TAB(QTD-RECIBOS)
               MOVE "NAO" TO CANCELADO-RCB-TAB(QTD-RECIBOS)
            END-IF.
            IF QTD-RECIBOS NOT < 500
               MOVE "SIM" TO TAB-RCB-CHEIA
            END-IF.
            ADD 1 TO QTD-EMITIDOS.
            ADD WK-VALOR TO TOTAL-RECEBIDO.
            DISPLAY "EM01CAIX - RECIBO " WK-ULTIMO-RECIBO " EMITIDO".

       ABRE-CADRCB.
      * O CADRCB SO FICA ABERTO PELO TEMPO DE GRAVAR A LINHA, LOGO
      * APOS A RELEITURA QUE DEU O PROXIMO NUMERO.
            OPEN EXTEND CADRCB.
            IF CADRCB-STATUS NOT EQUAL "00"
               OPEN OUTPUT CADRCB
            END-IF.

       IMPRIME-RECIBO.
            MOVE ALL "=" TO LINHA-RECIBO.
            WRITE REG-RECIBO.
            MOVE SPACES TO LINHA-RECIBO.
            MOVE WK-ULTIMO-RECIBO TO WK-RECIBO-ED.
            STRING "FATEC-SP - SECRETARIA - RECIBO NR "
                   DELIMITED BY SIZE
                   WK-RECIBO-ED DELIMITED BY SIZE
                   INTO LINHA-RECIBO.
            WRITE REG-RECIBO.
            MOVE SPACES TO LINHA-RECIBO.
            WRITE REG-RECIBO.
            MOVE SPACES TO LINHA-RECIBO.
            MOVE NUMERO-ENT TO WK-NUMERO-ED.
            STRING "RECEBEMOS REFERENTE AO ALUNO " DELIMITED BY SIZE
                   WK-NUMERO-ED DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   NOME-ENT DELIMITED BY SIZE
                   " - TURMA " DELIMITED BY SIZE
                   TURMA-ENT DELIMITED BY SIZE
                   INTO LINHA-RECIBO.
            WRITE REG-RECIBO.
            MOVE SPACES TO LINHA-RECIBO.
            MOVE WK-VALOR TO WK-VALOR-ED.
            STRING "A IMPORTANCIA DE R$ " DELIMITED BY SIZE
                   WK-VALOR-ED DELIMITED BY SIZE
                   " EM " DELIMITED BY SIZE
                   WK-DESCR-FORMA DELIMITED BY SIZE
                   ", POR CONTA DAS MENSALIDADES EM ABERTO."
                   DELIMITED BY SIZE
                   INTO LINHA-RECIBO.
            WRITE REG-RECIBO.
            MOVE SPACES TO LINHA-RECIBO.
            WRITE REG-RECIBO.
            MOVE SPACES TO LINHA-RECIBO.
            STRING "SAO PAULO, " DELIMITED BY SIZE
                   DIA-SISTEMA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   MES-SISTEMA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ANO-SISTEMA DELIMITED BY SIZE
                   " - OPERADOR " DELIMITED BY SIZE
                   WK-OPERADOR DELIMITED BY SIZE
                   INTO LINHA-RECIBO.
            WRITE REG-RECIBO.
            MOVE SPACES TO LINHA-RECIBO.
            WRITE REG-RECIBO.

       CANCELAMENTO.
            IF WK-NIVEL < 3
               DISPLAY "EM01CAIX - CANCELAMENTO DE RECIBO EXIGE NIVEL "
                       "3 (SUPERVISOR)"
               EXIT PARAGRAPH
            END-IF.
            DISPLAY "EM01CAIX - NUMERO DO RECIBO (0 VOLTA): ".
            ACCEPT WK-NUMERO-RECIBO.
            IF WK-NUMERO-RECIBO EQUAL ZEROS
               EXIT PARAGRAPH
            END-IF.
            MOVE WK-NUMERO-RECIBO TO WK-RECIBO-PEDIDO.
            PERFORM CONFERE-CANCELAVEL.
            IF RECIBO-CANCELAVEL EQUAL "NAO"
               EXIT PARAGRAPH
            END-IF.
            PERFORM OBTEM-MOTIVO.
            DISPLAY "EM01CAIX - CONFIRMA CANCELAMENTO DO RECIBO "
                    WK-NUMERO-RECIBO " (S/N)? ".
            ACCEPT WK-CONFIRMA.
            IF WK-CONFIRMA NOT EQUAL "S" AND NOT EQUAL "s"
               DISPLAY "EM01CAIX - CANCELAMENTO DESISTIDO"
               EXIT PARAGRAPH
            END-IF.
      * ENQUANTO O OPERADOR DIGITAVA, OUTRA SESSAO PODE TER CANCELADO
      * O MESMO RECIBO OU O EM01FCXA PODE TER FECHADO O CAIXA.
            PERFORM CONFERE-CANCELAVEL.
            IF RECIBO-CANCELAVEL EQUAL "SIM"
               PERFORM GRAVA-CANCELAMENTO
            END-IF.

       CONFERE-CANCELAVEL.
            MOVE "NAO" TO RECIBO-CANCELAVEL.
            PERFORM CARGA-CADRCB.
            MOVE WK-RECIBO-PEDIDO TO WK-NUMERO-RECIBO.
            IF WK-NUMERO-RECIBO NOT > WK-ULTIMO-FECHADO
               DISPLAY "EM01CAIX - RECIBO " WK-NUMERO-RECIBO
                       " JA COBERTO POR FECHAMENTO DE CAIXA - "
                       "CANCELAMENTO RECUSADO"
               EXIT PARAGRAPH
            END-IF.
            PERFORM PROCURA-RECIBO.
            IF WK-ACHOU-RCB EQUAL ZEROS
               DISPLAY "EM01CAIX - RECIBO " WK-NUMERO-RECIBO
                       " NAO ENCONTRADO"
               EXIT PARAGRAPH
            END-IF.
            IF CANCELADO-RCB-TAB(WK-ACHOU-RCB) EQUAL "SIM"
               DISPLAY "EM01CAIX - RECIBO " WK-NUMERO-RECIBO
                       " JA CANCELADO"
               EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO RECIBO-CANCELAVEL.

       OBTEM-MOTIVO.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-MOTIVO
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-MOTIVO.
            DISPLAY "MOTIVO DO CANCELAMENTO: ".
            MOVE SPACES TO WK-MOTIVO.
            ACCEPT WK-MOTIVO.
            IF WK-MOTIVO EQUAL SPACES
               DISPLAY "EM01CAIX - MOTIVO NAO PODE FICAR EM BRANCO"
            ELSE
               MOVE "SIM" TO CAMPO-OK
            END-IF.

       GRAVA-CANCELAMENTO.
            ACCEPT HORA-RECIBO FROM TIME.
            PERFORM ABRE-CADRCB.
            MOVE SPACES TO REG-RCB.
            MOVE WK-NUMERO-RECIBO TO NUMERO-RCB.
            MOVE "C" TO TIPO-RCB.
            MOVE DATA-SISTEMA TO DATA-RCB.
            MOVE HORA-RECIBO TO HORA-RCB.
            MOVE WK-OPERADOR TO OPERADOR-RCB.
            MOVE ZEROS TO ALUNO-RCB
                          VALOR-RCB.
            MOVE WK-MOTIVO TO MOTIVO-RCB.
            WRITE REG-RCB.
            CLOSE CADRCB.
            MOVE "SIM" TO CANCELADO-RCB-TAB(WK-ACHOU-RCB).
            ADD 1 TO QTD-CANCELADOS.
            DISPLAY "EM01CAIX - RECIBO " WK-NUMERO-RECIBO
                    " CANCELADO".

       TERMINO.
            CLOSE CADALU
                  CADCRE
                  RECIBO.
            MOVE TOTAL-RECEBIDO TO WK-TOTAL-ED.
            DISPLAY "EM01CAIX - RECIBOS EMITIDOS " QTD-EMITIDOS
                    " - CANCELADOS " QTD-CANCELADOS
                    " - RECEBIDO NA SESSAO " WK-TOTAL-ED.
