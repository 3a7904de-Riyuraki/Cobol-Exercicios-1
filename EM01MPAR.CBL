      *         ATE 10, MEDIA DE RECUPERACAO NAO MAIOR QUE A MINIMA,
      *         FAIXAS DO PARREAJ CONTIGUAS E SEM SOBREPOSICAO
      *         COBRINDO DE ZERO A 99999,99, TIPO DE CORTE R OU M,
      *         TOLERANCIA NUMERICA MAIOR QUE ZERO (COM S OU N PARA
      *         O EM01VARI LER OS ARQUIVOS MORTOS), DATA DO EXAME
      *         VALIDA NO CALENDARIO, PERIODO E EMPRESA NAO EM
      *         BRANCO, RETENCAO NUMERICA COM MODO E OU A. CADA
      *         LINHA REGRAVADA E REGISTRADA NO JORNAL CUMULATIVO
       77 WK-TIPO-CORTE     PIC X(01) VALUE SPACE.
       77 WK-VALOR-CORTE    PIC 9(03)V99 VALUE ZEROS.
       77 WK-TOLERANCIA     PIC 9(03) VALUE ZEROS.
       77 WK-MORTOS         PIC X(01) VALUE SPACE.
       77 WK-PERIODO        PIC X(06) VALUE SPACES.
       77 WK-EMPRESA        PIC X(10) VALUE SPACES.
       77 WK-QTD-RETER      PIC 9(03) VALUE ZEROS.
            MOVE "PARVAR.DAT" TO ARQPAR-NOME.
            PERFORM CARREGA-ATUAL.
            PERFORM OBTEM-TOLERANCIA.
            PERFORM OBTEM-MORTOS.
            MOVE 1 TO QTD-LINHAS-NOVAS.
            MOVE SPACES TO LINHA-NOVA-TAB(1).
            MOVE WK-TOLERANCIA TO LINHA-NOVA-TAB(1)(1:3).
            MOVE WK-MORTOS TO LINHA-NOVA-TAB(1)(4:1).
            PERFORM REGRAVA-E-JORNALIZA.

       OBTEM-TOLERANCIA.
               DISPLAY "EM01MPAR - TOLERANCIA INVALIDA"
            END-IF.

       OBTEM-MORTOS.
            MOVE "NAO" TO CAMPO-OK.
            PERFORM SOLICITA-MORTOS
                    UNTIL CAMPO-OK EQUAL "SIM".

       SOLICITA-MORTOS.
            DISPLAY "LER TAMBEM OS ARQUIVOS MORTOS DO LOG (S/N): ".
            ACCEPT WK-MORTOS.
            IF WK-MORTOS EQUAL "S" OR "N"
               MOVE "SIM" TO CAMPO-OK
            ELSE
               DISPLAY "EM01MPAR - RESPOSTA INVALIDA - INFORME S OU N"
            END-IF.

       MANUTENCAO-PARCAR.
            MOVE "PARCAR" TO WK-ARQUIVO.
            MOVE "PARCAR.DAT" TO ARQPAR-NOME.
