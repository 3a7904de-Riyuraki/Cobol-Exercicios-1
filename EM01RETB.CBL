      *         DA CONTA. SE NAO HOUVER REJEITADOS, O REMRES SAI SO
      *         COM HDR E TRL ZERADO E NADA E REGISTRADO NO CADREM.
      *         SEM RETBAN OU SEM REMBAN, ENCERRA COM CODIGO DE
      *         RETORNO DIFERENTE DE ZERO. DESDE QUE O EM01BANC PASSOU
      *         A LEVAR A CONTA DE CREDITO (BANCO, AGENCIA, CONTA,
      *         DIGITO E TIPO DO CADCTA) EM CADA DET, O REMRES REPETE
      *         NO DETALHE A CONTA DA REMESSA DE ORIGEM.

       ENVIRONMENT DIVISION.

           02 EMPRESA-HDR          PIC X(10).
           02 DATA-HDR             PIC 9(08).
           02 SEQ-HDR              PIC 9(05).
           02 FILLER               PIC X(06).

       01 REG-BAN-DET REDEFINES REG-BAN-HDR.
           02 TIPO-DET             PIC X(03).
           02 COD-DET              PIC 9(05).
           02 VALOR-DET            PIC 9(05)V99.
           02 CONTA-CREDITO-DET    PIC X(17).

       01 REG-BAN-TRL REDEFINES REG-BAN-HDR.
           02 TIPO-BAN-TRL         PIC X(03).
           02 QTD-BAN-TRL          PIC 9(05).
           02 TOTAL-BAN-TRL        PIC 9(08)V99.
           02 FILLER               PIC X(14).

       FD CADREM
           LABEL        RECORD ARE      STANDARD
           02 EMPRESA-RES          PIC X(10).
           02 DATA-RES             PIC 9(08).
           02 SEQ-RES              PIC 9(05).
           02 FILLER               PIC X(06).

       01 REG-RES-DET REDEFINES REG-RES-HDR.
           02 TIPO-RES-DET         PIC X(03).
           02 COD-RES              PIC 9(05).
           02 VALOR-RES            PIC 9(05)V99.
           02 CONTA-CREDITO-RES    PIC X(17).

       01 REG-RES-TRL REDEFINES REG-RES-HDR.
           02 TIPO-RES-TRL         PIC X(03).
           02 QTD-RES-TRL          PIC 9(05).
           02 TOTAL-RES-TRL        PIC 9(08)V99.
           02 FILLER               PIC X(14).

       FD RELRET
           LABEL        RECORD ARE      STANDARD
           02 REM-TAB OCCURS 500 TIMES.
              03 COD-REM-TAB       PIC 9(05).
              03 VALOR-REM-TAB     PIC 9(05)V99.
              03 CONTA-REM-TAB     PIC X(17).

       PROCEDURE         DIVISION.

               ADD 1 TO QTD-REMESSA
               MOVE COD-DET TO COD-REM-TAB(QTD-REMESSA)
               MOVE VALOR-DET TO VALOR-REM-TAB(QTD-REMESSA)
               MOVE CONTA-CREDITO-DET TO CONTA-REM-TAB(QTD-REMESSA)
            ELSE
               IF TAB-REM-CHEIA EQUAL "NAO"
                  DISPLAY "EM01RETB - TABELA DE DETALHES DA REMESSA "
            MOVE "DET" TO TIPO-RES-DET.
            MOVE COD-RET TO COD-RES.
            MOVE VALOR-REM-TAB(WK-ACHOU) TO VALOR-RES.
            MOVE CONTA-REM-TAB(WK-ACHOU) TO CONTA-CREDITO-RES.
            WRITE REG-RES-DET.

       GRAVA-SEM-REMESSA.
