      *         CADNDI) ESTA PRESENTE, CADA PERIODO EXIBE TAMBEM UMA
      *         LINHA POR MATERIA, COM AS NOTAS, A MEDIA E A SITUACAO
      *         DA DISCIPLINA. O NUMERO ZERO ENCERRA A
      *         CONSULTA. PERIODO TRAZIDO DE OUTRA ESCOLA PELA
      *         TRANSFERENCIA DE ENTRADA EM01TREN (ORIGEM E NO CADHIS)
      *         SAI COM A LINHA "ORIGEM EXTERNA" E O NOME DA ESCOLA
      *         ANTERIOR, LIDO DO CADTRE (COPY TREREG) QUANDO PRESENTE.

       ENVIRONMENT DIVISION.

           ACCESS MODE IS     DYNAMIC
           RECORD KEY IS      CHAVE-HDI
           FILE STATUS IS CADHISD-STATUS.
           SELECT     CADTRE  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      NUMERO-TRE
           FILE STATUS IS CADTRE-STATUS.

       DATA     DIVISION.


       COPY HDIREG.

       FD CADTRE
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADTRE.DAT".

       COPY TREREG.

       WORKING-STORAGE SECTION.

       77 CADHIS-STATUS     PIC X(02) VALUE SPACES.
       77 FIM-DISCIPLINA    PIC X(03) VALUE "NAO".
       77 WK-PERIODO-EXIB   PIC X(06) VALUE SPACES.
       77 WK-MEDIA-DIS-ED   PIC Z9,99.
       77 CADTRE-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADTRE        PIC X(03) VALUE "NAO".
       77 QTD-EXTERNOS      PIC 9(03) VALUE ZEROS.

       PROCEDURE         DIVISION.

            IF CADHISD-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADHISD
            END-IF.
            OPEN INPUT CADTRE.
            IF CADTRE-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADTRE
            END-IF.

       PRINCIPAL.
            DISPLAY "EM01TRAN - NUMERO DO ALUNO (0 P/ ENCERRAR): ".

       EMITE-HISTORICO.
            MOVE ZEROS TO QTD-PERIODOS.
            MOVE ZEROS TO QTD-EXTERNOS.
            MOVE "NAO" TO FIM-ALUNO.
            MOVE WK-NUMERO TO NUMERO-HIS.
            MOVE SPACES TO PERIODO-HIS.
            ELSE
               DISPLAY "PERIODOS NO HISTORICO: " QTD-PERIODOS
            END-IF.
            IF QTD-EXTERNOS > ZEROS
               DISPLAY "PERIODOS CURSADOS EM OUTRA ESCOLA: "
                       QTD-EXTERNOS
            END-IF.

       LEITURA-HISTORICO.
            READ CADHIS NEXT RECORD
                    " FALTAS " FALTAS-HIS
                    " MEDIA " WK-MEDIA-ED
                    " " SITUACAO-HIS.
            IF ORIGEM-HIS EQUAL "E"
               PERFORM EXIBE-ORIGEM
            END-IF.
            IF TEM-CADHISD EQUAL "SIM"
               PERFORM EXIBE-DISCIPLINAS
            END-IF.

       EXIBE-ORIGEM.
            ADD 1 TO QTD-EXTERNOS.
            MOVE SPACES TO ESCOLA-TRE.
            IF TEM-CADTRE EQUAL "SIM"
               MOVE NUMERO-HIS TO NUMERO-TRE
               READ CADTRE
                   INVALID KEY
                   MOVE SPACES TO ESCOLA-TRE
               END-READ
            END-IF.
            DISPLAY "  ORIGEM EXTERNA: " ESCOLA-TRE.

       EXIBE-DISCIPLINAS.
            MOVE "NAO" TO FIM-DISCIPLINA.
            MOVE PERIODO-HIS TO WK-PERIODO-EXIB.
            IF TEM-CADHISD EQUAL "SIM"
               CLOSE CADHISD
            END-IF.
            IF TEM-CADTRE EQUAL "SIM"
               CLOSE CADTRE
            END-IF.
