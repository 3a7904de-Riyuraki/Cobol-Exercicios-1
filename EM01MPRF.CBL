      *         CADTUR ABRE, CADA TURMA INFORMADA E VALIDADA CONTRA
      *         ELE. E CONTRA ESTE CADASTRO QUE O EM01NOTA IDENTIFICA
      *         E AUTORIZA O PROFESSOR DE CADA MOVIMENTO DE NOTA.
      *         POR FIM SAO PEDIDOS A MATRICULA DO PROFESSOR NO
      *         CADASTRO DE FUNCIONARIOS CADEMP (ZEROS = SEM VINCULO;
      *         QUANDO O CADEMP ABRE, A MATRICULA INFORMADA PRECISA
      *         EXISTIR NELE) E O VALOR DA HORA-AULA, COM QUE O
      *         EM01HAUL CONVERTE AS AULAS DADAS NO MES EM PROVENTO
      *         DA FOLHA.

       ENVIRONMENT DIVISION.

           ACCESS MODE IS     RANDOM
           RECORD KEY IS      CODIGO-TUR
           FILE STATUS IS CADTUR-STATUS.
           SELECT     CADEMP  ASSIGN  TO      DISK
           ORGANIZATION IS    INDEXED
           ACCESS MODE IS     RANDOM
           RECORD KEY IS      MATRICULA-EMP
           FILE STATUS IS CADEMP-STATUS.

       DATA     DIVISION.


       COPY TURREG.

       FD CADEMP
           LABEL        RECORD  ARE     STANDARD
           VALUE        OF FILE-ID      IS      "CADEMP.DAT".

       COPY FUNREG.

       WORKING-STORAGE SECTION.

       77 CADPRF-STATUS     PIC X(02) VALUE SPACES.
       77 CADTUR-STATUS     PIC X(02) VALUE SPACES.
       77 CADEMP-STATUS     PIC X(02) VALUE SPACES.
       77 TEM-CADTUR        PIC X(03) VALUE "NAO".
       77 TEM-CADEMP        PIC X(03) VALUE "NAO".
       77 FIM-MANUTENCAO    PIC X(03) VALUE "NAO".
       77 WK-OPCAO          PIC X(01) VALUE SPACE.
           88 OPCAO-INCLUIR           VALUE "I" "i".
               DISPLAY "EM01MPRF - CADTUR NAO ABRIU - TURMAS ACEITAS "
                       "SEM VALIDACAO NESTA SESSAO"
            END-IF.
            OPEN INPUT CADEMP.
            IF CADEMP-STATUS EQUAL "00"
               MOVE "SIM" TO TEM-CADEMP
            ELSE
               DISPLAY "EM01MPRF - CADEMP NAO ABRIU - MATRICULAS "
                       "ACEITAS SEM VALIDACAO NESTA SESSAO"
            END-IF.

       PRINCIPAL.
            DISPLAY "EM01MPRF - (I)NCLUIR (A)LTERAR (E)XCLUIR (F)IM: ".
       OBTEM-CAMPOS.
            PERFORM OBTEM-NOME.
            PERFORM OBTEM-TURMAS.
            PERFORM OBTEM-MATRICULA.
            PERFORM OBTEM-VALOR-HORA.

       OBTEM-CODIGO.
            MOVE "NAO" TO CAMPO-OK.
                MOVE WK-TURMA TO TURMA-PRF(WK-IND-TUR)
            END-READ.

       OBTEM-MATRICULA.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-MATRICULA
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-MATRICULA.
            DISPLAY "MATRICULA NO CADEMP (ZEROS = SEM VINCULO): ".
            ACCEPT MATRICULA-PRF.
            IF MATRICULA-PRF IS NOT NUMERIC
               DISPLAY "EM01MPRF - MATRICULA INVALIDA - INFORME VALOR "
                       "NUMERICO"
            ELSE
               IF MATRICULA-PRF EQUAL ZEROS
                  OR TEM-CADEMP EQUAL "NAO"
                  MOVE "SIM" TO CAMPO-OK
               ELSE
                  PERFORM VALIDA-MATRICULA
               END-IF
            END-IF.

       VALIDA-MATRICULA.
            MOVE MATRICULA-PRF TO MATRICULA-EMP.
            READ CADEMP
                INVALID KEY
                DISPLAY "EM01MPRF - MATRICULA " MATRICULA-PRF
                        " NAO CADASTRADA NO CADEMP"
                NOT INVALID KEY
                MOVE "SIM" TO CAMPO-OK
                IF SITUACAO-EMP EQUAL "D"
                   DISPLAY "EM01MPRF - ATENCAO: FUNCIONARIO "
                           NOME-EMP " ESTA DESLIGADO"
                END-IF
            END-READ.

       OBTEM-VALOR-HORA.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-VALOR-HORA
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-VALOR-HORA.
            DISPLAY "VALOR DA HORA-AULA: ".
            ACCEPT VALOR-HORA-PRF.
            IF VALOR-HORA-PRF IS NUMERIC
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MPRF - VALOR INVALIDO - INFORME VALOR "
                       "NUMERICO"
            END-IF.

       TERMINO.
            DISPLAY "EM01MPRF - RESUMO DA MANUTENCAO".
            DISPLAY "INCLUIDOS .: " QTD-INCLUIDOS.
            IF TEM-CADTUR EQUAL "SIM"
               CLOSE CADTUR
            END-IF.
            IF TEM-CADEMP EQUAL "SIM"
               CLOSE CADEMP
            END-IF.
