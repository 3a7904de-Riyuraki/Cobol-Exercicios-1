      *         NAO PODEM FICAR EM BRANCO E O CEP SO ACEITA VALOR
      *         NUMERICO, COM NOVO PEDIDO DO CAMPO ATE SER ACEITO. E
      *         DAQUI QUE SAEM O BLOCO DE ENDERECO DAS CARTAS DO
      *         EM01CART E O TELEFONE EXIBIDO NO EM01CONS. A FAMILIA
      *         E O NUMERO DO ALUNO CUJO RESPONSAVEL PAGA PELOS
      *         IRMAOS (ZERO E SEM FAMILIA); O PAGADOR E CADASTRADO
      *         PRIMEIRO COM O PROPRIO NUMERO E SO ENTAO OS IRMAOS
      *         PODEM APONTAR PARA ELE - NUMERO DE FAMILIA QUE NAO E
      *         DE UM PAGADOR E RECUSADO, PARA NAO HAVER CADEIA DE
      *         FAMILIAS. E POR ELA QUE O EM01MENS DA O DESCONTO DE
      *         IRMAO E CONSOLIDA A COBRANCA.

       ENVIRONMENT DIVISION.

           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-RES
           ALTERNATE RECORD KEY IS FAMILIA-RES WITH DUPLICATES
           FILE STATUS IS CADRES-STATUS.
           SELECT     CADALU  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
       77 QTD-ALTERADOS     PIC 9(05) VALUE ZEROS.
       77 QTD-EXCLUIDOS     PIC 9(05) VALUE ZEROS.
       77 CAMPO-OK          PIC X(03) VALUE "NAO".
       77 WK-FAMILIA        PIC 9(05) VALUE ZEROS.
       01 WK-REG-RES        PIC X(90) VALUE SPACES.

       PROCEDURE         DIVISION.

            PERFORM OBTEM-CEP.
            DISPLAY "TELEFONE ..: ".
            ACCEPT TELEFONE-RES.
            PERFORM OBTEM-FAMILIA.

       OBTEM-NUMERO.
            MOVE "NAO" TO CAMPO-OK.
                       "NUMERICO"
            END-IF.

       OBTEM-FAMILIA.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-FAMILIA
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-FAMILIA.
            DISPLAY "FAMILIA ...: (ALUNO PAGADOR, 0 = SEM FAMILIA) ".
            ACCEPT FAMILIA-RES.
            IF FAMILIA-RES IS NOT NUMERIC
               DISPLAY "EM01MRES - FAMILIA INVALIDA - INFORME VALOR "
                       "NUMERICO"
            ELSE
               IF FAMILIA-RES EQUAL ZEROS
                  OR FAMILIA-RES EQUAL NUMERO-RES
                  MOVE "SIM" TO CAMPO-OK
               ELSE
                  PERFORM CONFERE-PAGADOR
               END-IF
            END-IF.

       CONFERE-PAGADOR.
      * O REGISTRO EM EDICAO E GUARDADO ENQUANTO O DO PAGADOR E LIDO.
            MOVE FAMILIA-RES TO WK-FAMILIA.
            MOVE REG-RES TO WK-REG-RES.
            MOVE WK-FAMILIA TO NUMERO-RES.
            READ CADRES
                INVALID KEY
                DISPLAY "EM01MRES - PAGADOR " WK-FAMILIA
                        " SEM REGISTRO NO CADRES"
                NOT INVALID KEY
                IF FAMILIA-RES EQUAL WK-FAMILIA
                   MOVE "SIM" TO CAMPO-OK
                ELSE
                   DISPLAY "EM01MRES - O ALUNO " WK-FAMILIA
                           " NAO E PAGADOR DE FAMILIA - CADASTRE-O "
                           "PRIMEIRO COM O PROPRIO NUMERO"
                END-IF
            END-READ.
            MOVE WK-REG-RES TO REG-RES.

       TERMINO.
            DISPLAY "EM01MRES - RESUMO DA MANUTENCAO".
            DISPLAY "INCLUIDOS .: " QTD-INCLUIDOS.
