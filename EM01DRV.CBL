       DATE-WRITTEN.    23/03/2024.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. EXECUTA A CADEIA BATCH PASSO A PASSO. O PASSO QUE
      *         RETORNA CODIGO NAO ACEITO FALHA E SUSPENDE OS PASSOS
      *         QUE DEPENDEM DELE; OS DEMAIS SEGUEM (VER O CADJOB,
      *         ADIANTE). AS CINCO PASSADAS PELO CADALU QUE
      *         A CADEIA FAZIA (EM01EX02, EX03, EX05, EX07 E EX09, AS
      *         TRES PRIMEIRAS COMO PASSOS DAQUI) FORAM CONSOLIDADAS
      *         NO LEITOR UNICO EM01EX10, QUE PRODUZ AS MESMAS SAIDAS
      *         EM01EX08. ANTES DO EM01EX10 RODA O PASSO DE
      *         PORTAO EM01VERI, QUE VARRE O CADALU E RETORNA CODIGO
      *         DIFERENTE DE ZERO SE HOUVER CAMPO FORA DO DOMINIO,
      *         SEGURANDO OS PASSOS QUE DEPENDEM DELE ANTES QUE METADE
      *         DAS SAIDAS SEJA CONSTRUIDA A PARTIR DE UM CADASTRO
      *         DOENTE. AO FINAL,
      *         TENHA A CADEIA TERMINADO BEM OU MAL, O EM01RESU E
      *         CHAMADO FORA DA MECANICA DE PASSOS (PARA NAO MEXER NO
      *         CONTROLE DE RETOMADA) E PRODUZ EM RELOPS O RESUMO DA
      *         NOITE; COMO A CHAMADA VIA SYSTEM SOBRESCREVE O
      *         RETURN-CODE, O CODIGO DA ULTIMA FALHA DA CADEIA E
      *         DEVOLVIDO DEPOIS DO RESUMO, PARA QUE UMA CADEIA COM
      *         FALHA CONTINUE SAINDO COM CODIGO DIFERENTE DE ZERO PARA
      *         O EM01MENU E O AGENDADOR. NO INICIO A
      *         TRAVA DE EXECUCAO CADLCK E ARMADA (DATA, HORA E
      *         PROGRAMA) E NO TERMINO E LIMPA: E POR ELA QUE O
      *         EM01MANT E O EM01MLOT RECUSAM ABRIR O CADALU PARA
      *         NAO TOCAM O CADALU E A MANUTENCAO DA SECRETARIA PODE
      *         COMECAR HORAS MAIS CEDO; OS PASSOS DE FUNCIONARIOS
      *         RODAM SOB A TRAVA PROPRIA CADLKE, QUE O EM01MEMP
      *         HONRA, ARMADA NA LARGADA E LIMPA NO TERMINO. CADA
      *         PASSO CONCLUIDO COM SUCESSO (CODIGO ZERO OU ACEITO NO
      *         CADJOB) E ACRESCENTADO, UM POR LINHA, AO ARQUIVO DE
      *         CONTROLE CADRST; QUANDO O EM01DRV E INICIADO DE NOVO
      *         APOS UMA EXECUCAO COM FALHA OU DERRUBADA, ELE ENCONTRA
      *         O CONTROLE PREENCHIDO, MOSTRA QUANTOS PASSOS JA FORAM
      *         CONCLUIDOS E PERGUNTA AO OPERADOR SE DESEJA RETOMAR;
      *         SE SIM, EXATAMENTE ESSES PASSOS SAO PULADOS COM
      *         MENSAGEM CLARA NO CONSOLE E OS DEMAIS (OS QUE FALHARAM,
      *         OS QUE FORAM SUSPENSOS E OS QUE NAO CHEGARAM A RODAR)
      *         SAO EXECUTADOS, EM VEZ DE REEXECUTAR A CADEIA INTEIRA
      *         E QUEIMAR O RESTO DA JANELA GERANDO GERACOES EXTRAS; SE
      *         NAO, O CONTROLE E LIMPO E A CADEIA RODA DESDE O INICIO.
      *         AO TERMINAR A CADEIA SEM FALHA, O CONTROLE E LIMPO.
      *         CADA PASSO GRAVADO NO CONTROLE E VALIDADO CONTRA OS
      *         PASSOS PLANEJADOS PARA HOJE ANTES DA PERGUNTA: O QUE
      *         NAO PERTENCE MAIS A CADEIA (COMO UM CADRST DEIXADO POR
      *         UMA VERSAO ANTERIOR COM OS PASSOS EM01EX02/03/05/07) E
      *         IGNORADO COM MENSAGEM NO CONSOLE, E SEM NENHUM PASSO
      *         VALIDO A CADEIA RODA DESDE O INICIO, EM VEZ DE PULAR
      *         TUDO E PARECER LIMPA.
      *         A CADEIA TAMBEM GANHOU DISCIPLINA DE CALENDARIO, A
      *         MESMA QUE O CADLCK DEU A CONCORRENCIA: O CONTROLE
      *         CADDTP GUARDA A DATA DA ULTIMA CADEIA CONCLUIDA E UMA
      *         APOS A ULTIMA CADEIA - SEM CADCAL, APENAS O AVISO DE
      *         AUSENCIA. AO CONCLUIR COM SUCESSO, A DATA DE HOJE E
      *         GRAVADA NO CADDTP.
      *         A LISTA DE PASSOS DEIXOU DE SER FIXA NO PROGRAMA: O
      *         ARQUIVO DE DEFINICAO DE JOBS CADJOB TRAZ, UMA LINHA
      *         POR PASSO, A CADEIA A QUE ELE PERTENCE, O PROGRAMA, O
      *         CALENDARIO (D=DIARIO, M=MENSAL NO DIA N, A=ANUAL NO
      *         DIA N DO MES M, S=SOB DEMANDA; DIA N ALEM DO FIM DO
      *         MES VALE O ULTIMO DIA), A MARCA DE TRAVA (A = PASSO
      *         QUE LE O CADALU SOB A TRAVA CADLCK; M = PASSO QUE
      *         GRAVA NO CADALU, COMO O EM01PROM, EM01NOTA, EM01FREQ,
      *         EM01DIPL, EM01TREN E EM01TRSF, QUE RECUSAM RODAR COM
      *         CODIGO 12 ENQUANTO O CADLCK ESTA ARMADO E POR ISSO SO
      *         SAO ESCOLHIDOS DEPOIS QUE A TRAVA DOS ALUNOS E
      *         LIBERADA; PASSO QUE VOLTA COM 12 SOB A TRAVA SEM A
      *         MARCA M E APONTADO NO CONSOLE E NO RELAGE; UM PASSO A
      *         QUE DEPENDA DE UM M FICA EM CICLO E NAO RODA), ATE
      *         TRES CODIGOS DE RETORNO ACEITOS ALEM
      *         DO ZERO E ATE CINCO PASSOS PREDECESSORES. SEM O
      *         CADJOB VALE A CADEIA DIARIA DE SEMPRE (PRE-VOO,
      *         PORTAO, EM01EX10, EM01EX04, EM01EX06 E EM01EX08). O
      *         PROGRAMA RODA O QUE VENCE HOJE EM ORDEM DE
      *         DEPENDENCIA - PRIMEIRO OS PASSOS QUE USAM O CADALU,
      *         QUE SAO OS QUE PRENDEM A TRAVA CADLCK, LIBERADA ASSIM
      *         QUE NAO RESTA NENHUM DELES; UM PREDECESSOR QUE NAO
      *         VENCE HOJE NAO SEGURA NINGUEM. AS CADEIAS SOB DEMANDA
      *         SO ENTRAM SE O OPERADOR AS PEDIR NA LARGADA. O PASSO
      *         QUE TERMINA COM CODIGO NAO ACEITO FALHA E SEUS
      *         DEPENDENTES (DIRETOS OU NAO) SAO PULADOS; OS PASSOS
      *         INDEPENDENTES SEGUEM. O CADRST PASSOU A GUARDAR TODOS
      *         OS PASSOS CONCLUIDOS DA EXECUCAO INTERROMPIDA, UM POR
      *         LINHA, E A RETOMADA PULA EXATAMENTE ESSES. O
      *         RELATORIO RELAGE MOSTRA CADA PASSO DO CADJOB COM O
      *         CALENDARIO, A ORDEM DE EXECUCAO, A SITUACAO
      *         (EXECUTADO, FALHOU, PULADO OU FORA DO CALENDARIO), O
      *         CODIGO DE RETORNO, O TEMPO E O MOTIVO, COM OS TOTAIS
      *         DE PLANEJADOS, EXECUTADOS, FALHOS E PULADOS. O
      *         SYSTEM DEVOLVE O STATUS DE ESPERA DO SHELL (CODIGO
      *         VEZES 256), QUE E REDUZIDO AO CODIGO DO PASSO ANTES
      *         DA CONFERENCIA DOS CODIGOS ACEITOS. O PASSO MENSAL OU
      *         ANUAL NAO SE PERDE QUANDO O DIA N CAI NUM FIM DE
      *         SEMANA, NUM FERIADO OU NUMA CADEIA DERRUBADA: ALEM DO
      *         PROPRIO DIA N, ELE VENCE EM TODA CADEIA POSTERIOR
      *         ENQUANTO A ULTIMA EXECUCAO COM SUCESSO DO PROPRIO
      *         PASSO FOR ANTERIOR AO DIA N (O CONSOLE AVISA A
      *         RECUPERACAO). ESSA DATA FICA NO CONTROLE CADULT, UMA
      *         LINHA POR PASSO (PASSO E DATA), REGRAVADO A CADA PASSO
      *         CONCLUIDO COM SUCESSO; ASSIM O PASSO MENSAL QUE JA
      *         RODOU NAO E REPETIDO NA CADEIA SEGUINTE SO PORQUE UM
      *         OUTRO PASSO FALHOU E O CADDTP NAO FOI ATUALIZADO, NEM
      *         NUMA REEXECUCAO AUTORIZADA NO MESMO DIA (SAI NO RELAGE
      *         COMO JA EXECUTADO NO PERIODO). PASSO AINDA SEM LINHA NO
      *         CADULT USA A ULTIMA CADEIA CONCLUIDA DO CADDTP; SEM
      *         NENHUM DOS DOIS VALE SO O DIA EXATO.

       ENVIRONMENT DIVISION.


       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT     CADJOB  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADJOB-STATUS.
           SELECT     RELAGE  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS RELAGE-STATUS.
           SELECT     CADRST  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADRST-STATUS.
           SELECT     CADLKE  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADLKE-STATUS.
           SELECT     CADULT  ASSIGN  TO      DISK
           ORGANIZATION IS    LINE    SEQUENTIAL
           FILE STATUS IS CADULT-STATUS.

       DATA     DIVISION.

       FILE SECTION.
       FD CADJOB
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADJOB.DAT".

       01 REG-JOB.
           02 CADEIA-JOB            PIC X(08).
           02 PASSO-JOB             PIC X(08).
           02 FREQ-JOB              PIC X(01).
           02 DIA-JOB               PIC 9(02).
           02 MES-JOB               PIC 9(02).
           02 TRAVA-JOB             PIC X(01).
           02 RC-ACEITO-JOB         PIC 9(03) OCCURS 3 TIMES.
           02 PREDECESSOR-JOB       PIC X(08) OCCURS 5 TIMES.

       FD RELAGE
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "RELAGE.DAT".

       01 REG-RELAGE.
           02 LINHA-RELAGE          PIC X(90).

       FD CADRST
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADRST.DAT".
           02 HORA-LKE              PIC 9(08).
           02 PROGRAMA-LKE          PIC X(08).

       FD CADULT
           LABEL        RECORD ARE      STANDARD
           VALUE        OF FILE-ID      IS      "CADULT.DAT".

       01 REG-ULT.
           02 PASSO-ULT             PIC X(08).
           02 DATA-ULT              PIC 9(08).

       WORKING-STORAGE SECTION.

       77 WK-COMANDO     PIC X(80).
       77 QTD-PASSOS     PIC 9(02) VALUE 6.
       77 WK-IND-PASSO   PIC 9(02) VALUE ZEROS.
       77 PASSO-CONHECIDO PIC X(03) VALUE "NAO".
       77 CADJOB-STATUS  PIC X(02) VALUE SPACES.
       77 RELAGE-STATUS  PIC X(02) VALUE SPACES.
       77 FIM-JOB        PIC X(03) VALUE "NAO".
       77 FIM-PLANO      PIC X(03) VALUE "NAO".
       77 JOB-VALIDO     PIC X(03) VALUE "SIM".
       77 WK-DEVIDO      PIC X(03) VALUE "NAO".
       77 PRED-PENDENTE  PIC X(03) VALUE "NAO".
       77 PRED-FALHOU    PIC X(03) VALUE "NAO".
       77 RC-ACEITO      PIC X(03) VALUE "NAO".
       77 TRAVA-ALUNOS   PIC X(03) VALUE "NAO".
       77 SO-ALUNOS      PIC X(03) VALUE "NAO".
       77 QTD-JOBS       PIC 9(02) VALUE ZEROS.
       77 QTD-LINHAS-JOB PIC 9(03) VALUE ZEROS.
       77 QTD-SOB        PIC 9(02) VALUE ZEROS.
       77 QTD-FEITOS     PIC 9(02) VALUE ZEROS.
       77 QTD-PLANEJADOS PIC 9(02) VALUE ZEROS.
       77 QTD-EXECUTADOS PIC 9(02) VALUE ZEROS.
       77 QTD-FALHAS     PIC 9(02) VALUE ZEROS.
       77 QTD-PULADOS    PIC 9(02) VALUE ZEROS.
       77 QTD-FORA       PIC 9(02) VALUE ZEROS.
       77 QTD-ERROS-JOB  PIC 9(02) VALUE ZEROS.
       77 WK-IND         PIC 9(02) VALUE ZEROS.
       77 WK-IND-PRED    PIC 9(02) VALUE ZEROS.
       77 WK-IND-RC      PIC 9(02) VALUE ZEROS.
       77 WK-ACHOU       PIC 9(02) VALUE ZEROS.
       77 WK-ESCOLHIDO   PIC 9(02) VALUE ZEROS.
       77 WK-ORDEM       PIC 9(02) VALUE ZEROS.
       77 WK-PROCURADO   PIC X(08) VALUE SPACES.
       77 WK-RC-CADEIA   PIC S9(04) VALUE ZERO.
       77 WK-PASSO-FALHA PIC X(08) VALUE SPACES.
       77 WK-ULTIMO-DIA  PIC 9(02) VALUE ZEROS.
       77 WK-QUOCIENTE   PIC 9(04) VALUE ZEROS.
       77 WK-RESTO-4     PIC 9(02) VALUE ZEROS.
       77 WK-RESTO-100   PIC 9(02) VALUE ZEROS.
       77 WK-RESTO-400   PIC 9(03) VALUE ZEROS.
       77 WK-RC-ED       PIC -ZZZ9.
       77 WK-SEG-ED      PIC ZZZZ9.
       77 WK-CNT-ED      PIC Z9.
       77 CADLCK-STATUS  PIC X(02) VALUE SPACES.
       77 FIM-LCK        PIC X(03) VALUE "NAO".
       77 HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WK-RESP-DATA   PIC X(01) VALUE SPACE.
       77 CADTMG-STATUS  PIC X(02) VALUE SPACES.
       77 CADLKE-STATUS  PIC X(02) VALUE SPACES.
       77 CADULT-STATUS  PIC X(02) VALUE SPACES.
       77 FIM-ULT        PIC X(03) VALUE "NAO".
       77 JA-EXECUTADO   PIC X(03) VALUE "NAO".
       77 WK-HORA-INI    PIC 9(08) VALUE ZEROS.
       77 WK-HORA-FIM    PIC 9(08) VALUE ZEROS.
       77 WK-SEG-INI     PIC 9(05) VALUE ZEROS.
           02 ANO-SISTEMA          PIC 9(04).
           02 MES-SISTEMA          PIC 9(02).
           02 DIA-SISTEMA          PIC 9(02).
       01 WK-DATA-ALVO.
           02 ANO-ALVO             PIC 9(04).
           02 MES-ALVO             PIC 9(02).
           02 DIA-ALVO             PIC 9(02).
       01 WK-DATA-ALVO-N REDEFINES WK-DATA-ALVO PIC 9(08).
       01 TAB-PADRAO-VAL.
           02 FILLER             PIC X(17) VALUE "EM01PREFA        ".
           02 FILLER             PIC X(17) VALUE "EM01VERIAEM01PREF".
           02 FILLER             PIC X(17) VALUE "EM01EX10AEM01VERI".
           02 FILLER             PIC X(17) VALUE "EM01EX04 EM01EX10".
           02 FILLER             PIC X(17) VALUE "EM01EX06 EM01EX04".
           02 FILLER             PIC X(17) VALUE "EM01EX08 EM01EX06".
       01 TAB-PADRAO REDEFINES TAB-PADRAO-VAL.
           02 PADRAO-TAB         OCCURS 6 TIMES.
              03 PASSO-PAD       PIC X(08).
              03 TRAVA-PAD       PIC X(01).
              03 PRED-PAD        PIC X(08).
       01 TAB-JOBS.
           02 JOB-TAB            OCCURS 50 TIMES.
              03 CADEIA-TAB      PIC X(08).
              03 PASSO-TAB       PIC X(08).
              03 FREQ-TAB        PIC X(01).
              03 DIA-TAB         PIC 9(02).
              03 MES-TAB         PIC 9(02).
              03 TRAVA-TAB       PIC X(01).
              03 RC-ACEITO-TAB   PIC 9(03) OCCURS 3 TIMES.
              03 PRED-TAB        PIC X(08) OCCURS 5 TIMES.
              03 PRED-IND-TAB    PIC 9(02) OCCURS 5 TIMES.
              03 ERRO-TAB        PIC X(01).
              03 FEITO-TAB       PIC X(01).
              03 SIT-TAB         PIC X(01).
              03 ORDEM-TAB       PIC 9(02).
              03 RC-TAB          PIC S9(04).
              03 SEGUNDOS-TAB    PIC 9(05).
              03 MOTIVO-TAB      PIC X(24).
              03 ULTIMA-TAB      PIC 9(08).
       01 TAB-SOB-DEMANDA.
           02 SOB-TAB            OCCURS 20 TIMES.
              03 CADEIA-SOB      PIC X(08).
              03 RESPOSTA-SOB    PIC X(01).

       PROCEDURE         DIVISION.

       PERFORM INICIO.
       PERFORM PRINCIPAL
               UNTIL FIM-PLANO EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           PERFORM VERIFICA-DATA-PROCESSAMENTO.
           PERFORM CARGA-CADJOB.
           PERFORM CARGA-CADULT.
           PERFORM PLANEJA-PASSO
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > QTD-JOBS.
           DISPLAY "EM01DRV - " QTD-PLANEJADOS " PASSO(S) PLANEJADO(S) "
                   "PARA HOJE, " QTD-FORA " FORA DO CALENDARIO".
           PERFORM VERIFICA-TRAVA.
           PERFORM ARMA-TRAVA.
           MOVE "SIM" TO TRAVA-ALUNOS.
           OPEN INPUT CADRST.
           IF CADRST-STATUS EQUAL "00"
              PERFORM LEITURA-RST
                      UNTIL FIM-RST EQUAL "SIM"
              CLOSE CADRST
              PERFORM PERGUNTA-RETOMADA
           END-IF.
           PERFORM VERIFICA-TRAVA-ALUNOS.

       CARGA-CADJOB.
           OPEN INPUT CADJOB.
           IF CADJOB-STATUS NOT EQUAL "00"
              DISPLAY "EM01DRV - CADJOB AUSENTE - EXECUTANDO A CADEIA "
                      "DIARIA PADRAO"
              PERFORM CARGA-PADRAO
                      VARYING WK-IND-PASSO FROM 1 BY 1
                      UNTIL WK-IND-PASSO > QTD-PASSOS
           ELSE
              PERFORM LEITURA-CADJOB
                      UNTIL FIM-JOB EQUAL "SIM"
              CLOSE CADJOB
           END-IF.
           IF QTD-JOBS EQUAL ZEROS
              DISPLAY "EM01DRV - CADJOB SEM NENHUM PASSO VALIDO - "
                      "NADA A EXECUTAR"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM RESOLVE-PREDECESSORES
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > QTD-JOBS.

       CARGA-PADRAO.
           ADD 1 TO QTD-JOBS.
           MOVE "DIARIA" TO CADEIA-TAB(QTD-JOBS).
           MOVE PASSO-PAD(WK-IND-PASSO) TO PASSO-TAB(QTD-JOBS).
           MOVE "D" TO FREQ-TAB(QTD-JOBS).
           MOVE ZEROS TO DIA-TAB(QTD-JOBS).
           MOVE ZEROS TO MES-TAB(QTD-JOBS).
           MOVE TRAVA-PAD(WK-IND-PASSO) TO TRAVA-TAB(QTD-JOBS).
           MOVE ZEROS TO RC-ACEITO-TAB(QTD-JOBS, 1).
           MOVE ZEROS TO RC-ACEITO-TAB(QTD-JOBS, 2).
           MOVE ZEROS TO RC-ACEITO-TAB(QTD-JOBS, 3).
           MOVE SPACES TO PRED-TAB(QTD-JOBS, 1).
           MOVE SPACES TO PRED-TAB(QTD-JOBS, 2).
           MOVE SPACES TO PRED-TAB(QTD-JOBS, 3).
           MOVE SPACES TO PRED-TAB(QTD-JOBS, 4).
           MOVE SPACES TO PRED-TAB(QTD-JOBS, 5).
           MOVE PRED-PAD(WK-IND-PASSO) TO PRED-TAB(QTD-JOBS, 1).
           PERFORM LIMPA-SITUACAO.

       LEITURA-CADJOB.
           READ CADJOB
               AT END
               MOVE "SIM" TO FIM-JOB
               NOT AT END
               ADD 1 TO QTD-LINHAS-JOB
               IF REG-JOB NOT EQUAL SPACES
                  PERFORM VALIDA-JOB
               END-IF
           END-READ.

       VALIDA-JOB.
           MOVE "SIM" TO JOB-VALIDO.
           IF PASSO-JOB EQUAL SPACES
              MOVE "NAO" TO JOB-VALIDO
           END-IF.
           IF FREQ-JOB NOT EQUAL "D" AND "M" AND "A" AND "S"
              MOVE "NAO" TO JOB-VALIDO
           END-IF.
           IF FREQ-JOB EQUAL "M" OR "A"
              IF DIA-JOB IS NOT NUMERIC
                 MOVE "NAO" TO JOB-VALIDO
              ELSE
                 IF DIA-JOB < 1 OR DIA-JOB > 31
                    MOVE "NAO" TO JOB-VALIDO
                 END-IF
              END-IF
           END-IF.
           IF FREQ-JOB EQUAL "A"
              IF MES-JOB IS NOT NUMERIC
                 MOVE "NAO" TO JOB-VALIDO
              ELSE
                 IF MES-JOB < 1 OR MES-JOB > 12
                    MOVE "NAO" TO JOB-VALIDO
                 END-IF
              END-IF
           END-IF.
           PERFORM VALIDA-RC-JOB
                   VARYING WK-IND-RC FROM 1 BY 1
                   UNTIL WK-IND-RC > 3.
           IF JOB-VALIDO EQUAL "SIM"
              MOVE PASSO-JOB TO WK-PROCURADO
              PERFORM PROCURA-PASSO
              IF WK-ACHOU > ZEROS
                 DISPLAY "EM01DRV - PASSO " PASSO-JOB " REPETIDO NO "
                         "CADJOB"
                 MOVE "NAO" TO JOB-VALIDO
              END-IF
           END-IF.
           IF JOB-VALIDO EQUAL "NAO"
              DISPLAY "EM01DRV - LINHA " QTD-LINHAS-JOB " DO CADJOB "
                      "INVALIDA (" PASSO-JOB ") - IGNORADA"
              EXIT PARAGRAPH
           END-IF.
           IF QTD-JOBS NOT < 50
              DISPLAY "EM01DRV - CADJOB COM MAIS DE 50 PASSOS - "
                      "CADEIA RECUSADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM ARMAZENA-JOB.

       VALIDA-RC-JOB.
           IF RC-ACEITO-JOB(WK-IND-RC) IS NOT NUMERIC
              IF RC-ACEITO-JOB(WK-IND-RC) EQUAL SPACES
                 MOVE ZEROS TO RC-ACEITO-JOB(WK-IND-RC)
              ELSE
                 MOVE "NAO" TO JOB-VALIDO
              END-IF
           END-IF.

       ARMAZENA-JOB.
           ADD 1 TO QTD-JOBS.
           MOVE CADEIA-JOB TO CADEIA-TAB(QTD-JOBS).
           MOVE PASSO-JOB TO PASSO-TAB(QTD-JOBS).
           MOVE FREQ-JOB TO FREQ-TAB(QTD-JOBS).
           MOVE ZEROS TO DIA-TAB(QTD-JOBS).
           MOVE ZEROS TO MES-TAB(QTD-JOBS).
           IF FREQ-JOB EQUAL "M" OR "A"
              MOVE DIA-JOB TO DIA-TAB(QTD-JOBS)
           END-IF.
           IF FREQ-JOB EQUAL "A"
              MOVE MES-JOB TO MES-TAB(QTD-JOBS)
           END-IF.
           MOVE TRAVA-JOB TO TRAVA-TAB(QTD-JOBS).
           MOVE RC-ACEITO-JOB(1) TO RC-ACEITO-TAB(QTD-JOBS, 1).
           MOVE RC-ACEITO-JOB(2) TO RC-ACEITO-TAB(QTD-JOBS, 2).
           MOVE RC-ACEITO-JOB(3) TO RC-ACEITO-TAB(QTD-JOBS, 3).
           MOVE PREDECESSOR-JOB(1) TO PRED-TAB(QTD-JOBS, 1).
           MOVE PREDECESSOR-JOB(2) TO PRED-TAB(QTD-JOBS, 2).
           MOVE PREDECESSOR-JOB(3) TO PRED-TAB(QTD-JOBS, 3).
           MOVE PREDECESSOR-JOB(4) TO PRED-TAB(QTD-JOBS, 4).
           MOVE PREDECESSOR-JOB(5) TO PRED-TAB(QTD-JOBS, 5).
           PERFORM LIMPA-SITUACAO.

       LIMPA-SITUACAO.
           MOVE ZEROS TO PRED-IND-TAB(QTD-JOBS, 1).
           MOVE ZEROS TO PRED-IND-TAB(QTD-JOBS, 2).
           MOVE ZEROS TO PRED-IND-TAB(QTD-JOBS, 3).
           MOVE ZEROS TO PRED-IND-TAB(QTD-JOBS, 4).
           MOVE ZEROS TO PRED-IND-TAB(QTD-JOBS, 5).
           MOVE "N" TO ERRO-TAB(QTD-JOBS).
           MOVE "N" TO FEITO-TAB(QTD-JOBS).
           MOVE SPACE TO SIT-TAB(QTD-JOBS).
           MOVE ZEROS TO ORDEM-TAB(QTD-JOBS).
           MOVE ZEROS TO RC-TAB(QTD-JOBS).
           MOVE ZEROS TO SEGUNDOS-TAB(QTD-JOBS).
           MOVE SPACES TO MOTIVO-TAB(QTD-JOBS).
           MOVE ZEROS TO ULTIMA-TAB(QTD-JOBS).

       CARGA-CADULT.
      * DATA DA ULTIMA EXECUCAO COM SUCESSO DE CADA PASSO.
           OPEN INPUT CADULT.
           IF CADULT-STATUS NOT EQUAL "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM LEITURA-CADULT
                   UNTIL FIM-ULT EQUAL "SIM".
           CLOSE CADULT.

       LEITURA-CADULT.
           READ CADULT
               AT END
               MOVE "SIM" TO FIM-ULT
               NOT AT END
               IF DATA-ULT IS NUMERIC
                  MOVE PASSO-ULT TO WK-PROCURADO
                  PERFORM PROCURA-PASSO
                  IF WK-ACHOU > ZEROS
                     MOVE DATA-ULT TO ULTIMA-TAB(WK-ACHOU)
                  END-IF
               END-IF
           END-READ.

       GRAVA-CADULT.
           OPEN OUTPUT CADULT.
           PERFORM GRAVA-1ULTIMA
                   VARYING WK-IND-PASSO FROM 1 BY 1
                   UNTIL WK-IND-PASSO > QTD-JOBS.
           CLOSE CADULT.

       GRAVA-1ULTIMA.
           IF ULTIMA-TAB(WK-IND-PASSO) > ZEROS
              MOVE PASSO-TAB(WK-IND-PASSO) TO PASSO-ULT
              MOVE ULTIMA-TAB(WK-IND-PASSO) TO DATA-ULT
              WRITE REG-ULT
           END-IF.

       PROCURA-PASSO.
           MOVE ZEROS TO WK-ACHOU.
           PERFORM COMPARA-PASSO
                   VARYING WK-IND-PASSO FROM 1 BY 1
                   UNTIL WK-IND-PASSO > QTD-JOBS
                      OR WK-ACHOU > 0.

       COMPARA-PASSO.
           IF PASSO-TAB(WK-IND-PASSO) EQUAL WK-PROCURADO
              MOVE WK-IND-PASSO TO WK-ACHOU
           END-IF.

       RESOLVE-PREDECESSORES.
           PERFORM RESOLVE-PREDECESSOR
                   VARYING WK-IND-PRED FROM 1 BY 1
                   UNTIL WK-IND-PRED > 5.

       RESOLVE-PREDECESSOR.
           IF PRED-TAB(WK-IND, WK-IND-PRED) EQUAL SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE PRED-TAB(WK-IND, WK-IND-PRED) TO WK-PROCURADO.
           PERFORM PROCURA-PASSO.
           IF WK-ACHOU EQUAL ZEROS OR WK-ACHOU EQUAL WK-IND
              MOVE "S" TO ERRO-TAB(WK-IND)
              MOVE "PREDECESSOR DESCONHECIDO" TO MOTIVO-TAB(WK-IND)
           ELSE
              MOVE WK-ACHOU TO PRED-IND-TAB(WK-IND, WK-IND-PRED)
           END-IF.

       ULTIMO-DIA-MES.
           MOVE 31 TO WK-ULTIMO-DIA.
           IF MES-ALVO EQUAL 4 OR MES-ALVO EQUAL 6
                    OR MES-ALVO EQUAL 9 OR MES-ALVO EQUAL 11
              MOVE 30 TO WK-ULTIMO-DIA
           END-IF.
           IF MES-ALVO EQUAL 2
              MOVE 28 TO WK-ULTIMO-DIA
              DIVIDE ANO-ALVO BY 4 GIVING WK-QUOCIENTE
                     REMAINDER WK-RESTO-4
              DIVIDE ANO-ALVO BY 100 GIVING WK-QUOCIENTE
                     REMAINDER WK-RESTO-100
              DIVIDE ANO-ALVO BY 400 GIVING WK-QUOCIENTE
                     REMAINDER WK-RESTO-400
              IF WK-RESTO-4 EQUAL 0 AND WK-RESTO-100 NOT EQUAL 0
                 MOVE 29 TO WK-ULTIMO-DIA
              END-IF
              IF WK-RESTO-400 EQUAL 0
                 MOVE 29 TO WK-ULTIMO-DIA
              END-IF
           END-IF.

       PLANEJA-PASSO.
           PERFORM VERIFICA-CALENDARIO.
           IF WK-DEVIDO EQUAL "NAO"
              ADD 1 TO QTD-FORA
              IF FREQ-TAB(WK-IND) EQUAL "S"
                 MOVE "SOB DEMANDA NAO PEDIDA" TO MOTIVO-TAB(WK-IND)
              ELSE
                 MOVE "FORA DO CALENDARIO" TO MOTIVO-TAB(WK-IND)
              END-IF
              IF JA-EXECUTADO EQUAL "SIM"
                 MOVE "JA EXECUTADO NO PERIODO" TO MOTIVO-TAB(WK-IND)
              END-IF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO QTD-PLANEJADOS.
           IF ERRO-TAB(WK-IND) EQUAL "S"
              MOVE "C" TO SIT-TAB(WK-IND)
              ADD 1 TO QTD-PULADOS
              ADD 1 TO QTD-ERROS-JOB
              DISPLAY "EM01DRV - PASSO " PASSO-TAB(WK-IND)
                      " COM PREDECESSOR DESCONHECIDO NO CADJOB - "
                      "NAO SERA EXECUTADO"
           ELSE
              MOVE "P" TO SIT-TAB(WK-IND)
           END-IF.

       VERIFICA-CALENDARIO.
           MOVE "NAO" TO WK-DEVIDO.
           MOVE "NAO" TO JA-EXECUTADO.
           EVALUATE FREQ-TAB(WK-IND)
               WHEN "D"
                    MOVE "SIM" TO WK-DEVIDO
               WHEN "M"
                    PERFORM CONFERE-DIA
               WHEN "A"
                    PERFORM CONFERE-DIA
               WHEN "S"
                    PERFORM CONSULTA-SOB-DEMANDA
           END-EVALUATE.

       CONFERE-DIA.
      * O PASSO MENSAL OU ANUAL VENCE NA DATA ALVO MAIS RECENTE QUE
      * NAO PASSA DE HOJE (A DESTE MES OU ANO; SE AINDA NAO CHEGOU, A
      * DO ANTERIOR). VENCE HOJE SE A DATA ALVO CAIU DEPOIS DA
      * ULTIMA EXECUCAO COM SUCESSO DO PROPRIO PASSO NO CADULT - FIM
      * DE SEMANA, FERIADO OU CADEIA DERRUBADA NAO FAZEM O PASSO SER
      * PERDIDO, E O PASSO QUE JA RODOU NAO RODA DE NOVO SO PORQUE
      * OUTRO PASSO DA CADEIA FALHOU. PASSO AINDA SEM CADULT USA A
      * ULTIMA CADEIA CONCLUIDA DO CADDTP; SEM NENHUM DOS DOIS, VALE
      * SO O DIA EXATO.
           MOVE ANO-SISTEMA TO ANO-ALVO.
           MOVE MES-SISTEMA TO MES-ALVO.
           IF FREQ-TAB(WK-IND) EQUAL "A"
              MOVE MES-TAB(WK-IND) TO MES-ALVO
           END-IF.
           PERFORM MONTA-DATA-ALVO.
           IF WK-DATA-ALVO-N > DATA-SISTEMA
              IF FREQ-TAB(WK-IND) EQUAL "A"
                 SUBTRACT 1 FROM ANO-ALVO
              ELSE
                 IF MES-ALVO EQUAL 1
                    SUBTRACT 1 FROM ANO-ALVO
                    MOVE 12 TO MES-ALVO
                 ELSE
                    SUBTRACT 1 FROM MES-ALVO
                 END-IF
              END-IF
              PERFORM MONTA-DATA-ALVO
           END-IF.
           IF ULTIMA-TAB(WK-IND) > ZEROS
              IF WK-DATA-ALVO-N > ULTIMA-TAB(WK-IND)
                 MOVE "SIM" TO WK-DEVIDO
                 IF WK-DATA-ALVO-N NOT EQUAL DATA-SISTEMA
                    DISPLAY "EM01DRV - PASSO " PASSO-TAB(WK-IND)
                            " VENCIDO EM " WK-DATA-ALVO-N
                            " APOS A ULTIMA EXECUCAO DELE ("
                            ULTIMA-TAB(WK-IND) ") - EXECUTADO HOJE"
                 END-IF
              ELSE
                 MOVE "SIM" TO JA-EXECUTADO
                 DISPLAY "EM01DRV - PASSO " PASSO-TAB(WK-IND)
                         " JA EXECUTADO EM " ULTIMA-TAB(WK-IND)
                         " PARA O VENCIMENTO DE " WK-DATA-ALVO-N
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF WK-DATA-ALVO-N EQUAL DATA-SISTEMA
              MOVE "SIM" TO WK-DEVIDO
              EXIT PARAGRAPH
           END-IF.
           IF WK-DATA-ULTIMA > ZEROS
              AND WK-DATA-ALVO-N > WK-DATA-ULTIMA
              MOVE "SIM" TO WK-DEVIDO
              DISPLAY "EM01DRV - PASSO " PASSO-TAB(WK-IND)
                      " VENCIDO EM " WK-DATA-ALVO-N
                      " APOS A ULTIMA CADEIA - EXECUTADO HOJE"
           END-IF.

       MONTA-DATA-ALVO.
      * DIA ALEM DO FIM DO MES (31 EM ABRIL, 30 EM FEVEREIRO) VALE O
      * ULTIMO DIA DO MES.
           PERFORM ULTIMO-DIA-MES.
           MOVE DIA-TAB(WK-IND) TO DIA-ALVO.
           IF DIA-TAB(WK-IND) > WK-ULTIMO-DIA
              MOVE WK-ULTIMO-DIA TO DIA-ALVO
           END-IF.

       CONSULTA-SOB-DEMANDA.
           MOVE ZEROS TO WK-ACHOU.
           PERFORM COMPARA-SOB-DEMANDA
                   VARYING WK-IND-PRED FROM 1 BY 1
                   UNTIL WK-IND-PRED > QTD-SOB
                      OR WK-ACHOU > 0.
           IF WK-ACHOU EQUAL ZEROS
              DISPLAY "EM01DRV - EXECUTAR HOJE A CADEIA SOB DEMANDA "
                      CADEIA-TAB(WK-IND) "? (S/N): "
              ACCEPT WK-RESPOSTA
              IF QTD-SOB < 20
                 ADD 1 TO QTD-SOB
                 MOVE CADEIA-TAB(WK-IND) TO CADEIA-SOB(QTD-SOB)
                 MOVE WK-RESPOSTA TO RESPOSTA-SOB(QTD-SOB)
              END-IF
           ELSE
              MOVE RESPOSTA-SOB(WK-ACHOU) TO WK-RESPOSTA
           END-IF.
           IF WK-RESPOSTA EQUAL "S" OR "s"
              MOVE "SIM" TO WK-DEVIDO
           END-IF.

       COMPARA-SOB-DEMANDA.
           IF CADEIA-SOB(WK-IND-PRED) EQUAL CADEIA-TAB(WK-IND)
              MOVE WK-IND-PRED TO WK-ACHOU
           END-IF.

       LEITURA-RST.
           READ CADRST
               AT END
               MOVE "SIM" TO FIM-RST
               NOT AT END
               PERFORM VALIDA-PASSO-RST
           END-READ.

       VALIDA-PASSO-RST.
           IF PASSO-RST EQUAL SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE "NAO" TO PASSO-CONHECIDO.
           MOVE PASSO-RST TO WK-PROCURADO.
           PERFORM PROCURA-PASSO.
           IF WK-ACHOU > ZEROS
              IF SIT-TAB(WK-ACHOU) EQUAL "P"
                 MOVE "SIM" TO PASSO-CONHECIDO
              END-IF
              IF MOTIVO-TAB(WK-ACHOU) EQUAL "JA EXECUTADO NO PERIODO"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF PASSO-CONHECIDO EQUAL "NAO"
              DISPLAY "EM01DRV - O PASSO " PASSO-RST " DO CONTROLE "
                      "NAO PERTENCE MAIS A CADEIA DE HOJE - IGNORADO"
           ELSE
              MOVE "S" TO FEITO-TAB(WK-ACHOU)
              ADD 1 TO QTD-FEITOS
           END-IF.

       PERGUNTA-RETOMADA.
           IF QTD-FEITOS EQUAL ZEROS
              PERFORM LIMPA-RST
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "EM01DRV - EXECUCAO ANTERIOR INTERROMPIDA - "
                   QTD-FEITOS " PASSO(S) CONCLUIDO(S)".
           DISPLAY "EM01DRV - RETOMAR PULANDO OS PASSOS CONCLUIDOS? "
                   "(S/N): ".
           ACCEPT WK-RESPOSTA.
           IF WK-RESPOSTA EQUAL "S" OR "s"
              MOVE "SIM" TO PULANDO
              PERFORM MARCA-RETOMADA
                      VARYING WK-IND FROM 1 BY 1
                      UNTIL WK-IND > QTD-JOBS
           ELSE
              DISPLAY "EM01DRV - REEXECUTANDO A CADEIA DESDE O "
                      "INICIO"
              PERFORM LIMPA-RST
           END-IF.

       MARCA-RETOMADA.
           IF FEITO-TAB(WK-IND) EQUAL "S"
              MOVE "J" TO SIT-TAB(WK-IND)
              MOVE "JA EXECUTADO ANTES" TO MOTIVO-TAB(WK-IND)
              ADD 1 TO QTD-PULADOS
              DISPLAY "EM01DRV - PULANDO " PASSO-TAB(WK-IND)
                      " - JA EXECUTADO NA CADEIA ANTERIOR"
           END-IF.

       VERIFICA-DATA-PROCESSAMENTO.
           DISPLAY "EM01DRV - FASE DE ALUNOS CONCLUIDA - TRAVA DO "
                   "CADALU LIBERADA PARA A MANUTENCAO".

       VERIFICA-TRAVA-ALUNOS.
      * A TRAVA DO CADALU SO E PRESA ENQUANTO RESTA PASSO PLANEJADO
      * MARCADO COMO USUARIO DO CADALU.
           IF TRAVA-ALUNOS EQUAL "NAO"
              EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WK-ACHOU.
           PERFORM PROCURA-PASSO-ALUNOS
                   VARYING WK-IND-PASSO FROM 1 BY 1
                   UNTIL WK-IND-PASSO > QTD-JOBS
                      OR WK-ACHOU > 0.
           IF WK-ACHOU EQUAL ZEROS
              PERFORM LIBERA-TRAVA-ALUNOS
              MOVE "NAO" TO TRAVA-ALUNOS
           END-IF.

       PROCURA-PASSO-ALUNOS.
           IF SIT-TAB(WK-IND-PASSO) EQUAL "P"
              AND TRAVA-TAB(WK-IND-PASSO) EQUAL "A"
              MOVE WK-IND-PASSO TO WK-ACHOU
           END-IF.

       PRINCIPAL.
      * ESCOLHE O PRIMEIRO PASSO PRONTO, NA ORDEM DO CADJOB, DANDO
      * PREFERENCIA AOS QUE USAM O CADALU ENQUANTO A TRAVA ESTIVER
      * PRESA; SEM PASSO PRONTO E COM PASSOS PENDENTES, O QUE SOBROU
      * ESTA EM CICLO DE DEPENDENCIA.
           MOVE ZEROS TO WK-ESCOLHIDO.
           MOVE TRAVA-ALUNOS TO SO-ALUNOS.
           PERFORM AVALIA-PASSO
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > QTD-JOBS
                      OR WK-ESCOLHIDO > 0.
           IF WK-ESCOLHIDO EQUAL ZEROS
              MOVE "NAO" TO SO-ALUNOS
              PERFORM AVALIA-PASSO
                      VARYING WK-IND FROM 1 BY 1
                      UNTIL WK-IND > QTD-JOBS
                         OR WK-ESCOLHIDO > 0
           END-IF.
           IF WK-ESCOLHIDO EQUAL ZEROS
              PERFORM MARCA-CICLO
                      VARYING WK-IND FROM 1 BY 1
                      UNTIL WK-IND > QTD-JOBS
              MOVE "SIM" TO FIM-PLANO
              EXIT PARAGRAPH
           END-IF.
           IF SIT-TAB(WK-ESCOLHIDO) EQUAL "P"
              PERFORM EXECUTA-PASSO
           END-IF.
           PERFORM VERIFICA-TRAVA-ALUNOS.

       AVALIA-PASSO.
           IF SIT-TAB(WK-IND) NOT EQUAL "P"
              EXIT PARAGRAPH
           END-IF.
           IF SO-ALUNOS EQUAL "SIM"
              AND TRAVA-TAB(WK-IND) NOT EQUAL "A"
              EXIT PARAGRAPH
           END-IF.
      * PASSO M GRAVA NO CADALU E RECUSA RODAR (CODIGO 12) COM O
      * CADLCK ARMADO - SO PODE SER ESCOLHIDO DEPOIS DE LIBERADA A
      * TRAVA DOS ALUNOS.
           IF TRAVA-TAB(WK-IND) EQUAL "M"
              AND TRAVA-ALUNOS EQUAL "SIM"
              EXIT PARAGRAPH
           END-IF.
           MOVE "NAO" TO PRED-PENDENTE.
           MOVE "NAO" TO PRED-FALHOU.
           PERFORM CONFERE-PREDECESSOR
                   VARYING WK-IND-PRED FROM 1 BY 1
                   UNTIL WK-IND-PRED > 5.
           IF PRED-FALHOU EQUAL "SIM"
              MOVE "S" TO SIT-TAB(WK-IND)
              MOVE "PREDECESSOR COM FALHA" TO MOTIVO-TAB(WK-IND)
              ADD 1 TO QTD-PULADOS
              DISPLAY "EM01DRV - PULANDO " PASSO-TAB(WK-IND)
                      " - PREDECESSOR COM FALHA"
              MOVE WK-IND TO WK-ESCOLHIDO
              EXIT PARAGRAPH
           END-IF.
           IF PRED-PENDENTE EQUAL "NAO"
              MOVE WK-IND TO WK-ESCOLHIDO
           END-IF.

       CONFERE-PREDECESSOR.
      * PREDECESSOR FORA DO CALENDARIO DE HOJE NAO SEGURA O PASSO.
           IF PRED-IND-TAB(WK-IND, WK-IND-PRED) EQUAL ZEROS
              EXIT PARAGRAPH
           END-IF.
           MOVE PRED-IND-TAB(WK-IND, WK-IND-PRED) TO WK-ACHOU.
           EVALUATE SIT-TAB(WK-ACHOU)
               WHEN "P"
                    MOVE "SIM" TO PRED-PENDENTE
               WHEN "F"
               WHEN "S"
               WHEN "C"
                    MOVE "SIM" TO PRED-FALHOU
           END-EVALUATE.

       MARCA-CICLO.
           IF SIT-TAB(WK-IND) EQUAL "P"
              MOVE "C" TO SIT-TAB(WK-IND)
              MOVE "DEPENDENCIA CIRCULAR" TO MOTIVO-TAB(WK-IND)
              ADD 1 TO QTD-PULADOS
              ADD 1 TO QTD-ERROS-JOB
              DISPLAY "EM01DRV - PASSO " PASSO-TAB(WK-IND)
                      " EM CICLO DE DEPENDENCIA NO CADJOB - NAO "
                      "EXECUTADO"
           END-IF.

       EXECUTA-PASSO.
           MOVE PASSO-TAB(WK-ESCOLHIDO) TO WK-PASSO.
           MOVE SPACES TO WK-COMANDO.
           STRING "./" DELIMITED BY SIZE
                  WK-PASSO DELIMITED BY SPACE
                  INTO WK-COMANDO.
           PERFORM EXECUTA-COMANDO.
           ADD 1 TO WK-ORDEM.
           MOVE WK-ORDEM TO ORDEM-TAB(WK-ESCOLHIDO).
           MOVE WK-RC TO RC-TAB(WK-ESCOLHIDO).
           MOVE WK-SEGUNDOS TO SEGUNDOS-TAB(WK-ESCOLHIDO).

       EXECUTA-COMANDO.
           DISPLAY "EM01DRV - INICIANDO " WK-PASSO.
           ACCEPT WK-HORA-INI FROM TIME.
           CALL "SYSTEM" USING WK-COMANDO.
           MOVE RETURN-CODE TO WK-RC.
           IF WK-RC GREATER 255
              DIVIDE 256 INTO WK-RC
           END-IF.
           ACCEPT WK-HORA-FIM FROM TIME.
           PERFORM GRAVA-TEMPO.
           PERFORM CONFERE-RC.
           IF RC-ACEITO EQUAL "NAO"
              DISPLAY "EM01DRV - FALHA NO PASSO " WK-PASSO
                      " - RC=" WK-RC
              MOVE "F" TO SIT-TAB(WK-ESCOLHIDO)
              MOVE "CODIGO DE RETORNO" TO MOTIVO-TAB(WK-ESCOLHIDO)
              ADD 1 TO QTD-FALHAS
              MOVE WK-RC TO WK-RC-CADEIA
              MOVE WK-PASSO TO WK-PASSO-FALHA
              IF WK-RC EQUAL 12
                 AND TRAVA-ALUNOS EQUAL "SIM"
                 AND TRAVA-TAB(WK-ESCOLHIDO) NOT EQUAL "M"
                 DISPLAY "EM01DRV - O PASSO " WK-PASSO " RODOU COM O "
                         "CADLCK ARMADO - SE ELE GRAVA NO CADALU, "
                         "MARQUE-O COM M NO CADJOB"
                 MOVE "RC 12 SOB A TRAVA CADLCK"
                      TO MOTIVO-TAB(WK-ESCOLHIDO)
              END-IF
           ELSE
              MOVE "E" TO SIT-TAB(WK-ESCOLHIDO)
              ADD 1 TO QTD-EXECUTADOS
              IF WK-RC NOT EQUAL ZERO
                 MOVE "CODIGO ACEITO NO CADJOB"
                      TO MOTIVO-TAB(WK-ESCOLHIDO)
              END-IF
              PERFORM GRAVA-RST
              MOVE DATA-SISTEMA TO ULTIMA-TAB(WK-ESCOLHIDO)
              PERFORM GRAVA-CADULT
           END-IF.

       CONFERE-RC.
           MOVE "NAO" TO RC-ACEITO.
           IF WK-RC EQUAL ZERO
              MOVE "SIM" TO RC-ACEITO
              EXIT PARAGRAPH
           END-IF.
           PERFORM COMPARA-RC
                   VARYING WK-IND-RC FROM 1 BY 1
                   UNTIL WK-IND-RC > 3.

       COMPARA-RC.
           IF RC-ACEITO-TAB(WK-ESCOLHIDO, WK-IND-RC) > ZEROS
              AND RC-ACEITO-TAB(WK-ESCOLHIDO, WK-IND-RC) EQUAL WK-RC
              MOVE "SIM" TO RC-ACEITO
           END-IF.

       GRAVA-RST.
           OPEN EXTEND CADRST.
           IF CADRST-STATUS NOT EQUAL "00"
              OPEN OUTPUT CADRST
           END-IF.
           MOVE WK-PASSO TO PASSO-RST.
           WRITE REG-RST.
           CLOSE CADRST.
           WRITE REG-TMG.
           CLOSE CADTMG.

       GRAVA-RELAGE.
           OPEN OUTPUT RELAGE.
           MOVE SPACES TO LINHA-RELAGE.
           STRING "AGENDA DA CADEIA BATCH - EM01DRV - "
                  DELIMITED BY SIZE
                  DIA-SISTEMA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MES-SISTEMA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ANO-SISTEMA DELIMITED BY SIZE
                  INTO LINHA-RELAGE.
           WRITE REG-RELAGE.
           MOVE SPACES TO LINHA-RELAGE.
           WRITE REG-RELAGE.
           MOVE SPACES TO LINHA-RELAGE.
           MOVE "CADEIA   PASSO    CALENDARIO  ORD SITUACAO        RC"
                TO LINHA-RELAGE(1:53).
           MOVE "SEG MOTIVO" TO LINHA-RELAGE(55:10).
           WRITE REG-RELAGE.
           PERFORM IMPRIME-PASSO
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > QTD-JOBS.
           MOVE SPACES TO LINHA-RELAGE.
           WRITE REG-RELAGE.
           MOVE QTD-PLANEJADOS TO WK-CNT-ED.
           MOVE SPACES TO LINHA-RELAGE.
           STRING "PLANEJADOS ........: " DELIMITED BY SIZE
                  WK-CNT-ED DELIMITED BY SIZE
                  INTO LINHA-RELAGE.
           WRITE REG-RELAGE.
           MOVE QTD-EXECUTADOS TO WK-CNT-ED.
           MOVE SPACES TO LINHA-RELAGE.
           STRING "EXECUTADOS ........: " DELIMITED BY SIZE
                  WK-CNT-ED DELIMITED BY SIZE
                  INTO LINHA-RELAGE.
           WRITE REG-RELAGE.
           MOVE QTD-FALHAS TO WK-CNT-ED.
           MOVE SPACES TO LINHA-RELAGE.
           STRING "COM FALHA .........: " DELIMITED BY SIZE
                  WK-CNT-ED DELIMITED BY SIZE
                  INTO LINHA-RELAGE.
           WRITE REG-RELAGE.
           MOVE QTD-PULADOS TO WK-CNT-ED.
           MOVE SPACES TO LINHA-RELAGE.
           STRING "PULADOS ...........: " DELIMITED BY SIZE
                  WK-CNT-ED DELIMITED BY SIZE
                  INTO LINHA-RELAGE.
           WRITE REG-RELAGE.
           MOVE QTD-FORA TO WK-CNT-ED.
           MOVE SPACES TO LINHA-RELAGE.
           STRING "FORA DO CALENDARIO : " DELIMITED BY SIZE
                  WK-CNT-ED DELIMITED BY SIZE
                  INTO LINHA-RELAGE.
           WRITE REG-RELAGE.
           CLOSE RELAGE.

       IMPRIME-PASSO.
           MOVE SPACES TO LINHA-RELAGE.
           MOVE CADEIA-TAB(WK-IND) TO LINHA-RELAGE(1:8).
           MOVE PASSO-TAB(WK-IND) TO LINHA-RELAGE(10:8).
           EVALUATE FREQ-TAB(WK-IND)
               WHEN "D"
                    MOVE "DIARIO" TO LINHA-RELAGE(19:11)
               WHEN "M"
                    MOVE "MENSAL" TO LINHA-RELAGE(19:6)
                    MOVE DIA-TAB(WK-IND) TO LINHA-RELAGE(26:2)
               WHEN "A"
                    MOVE "ANUAL" TO LINHA-RELAGE(19:5)
                    MOVE DIA-TAB(WK-IND) TO LINHA-RELAGE(25:2)
                    MOVE "/" TO LINHA-RELAGE(27:1)
                    MOVE MES-TAB(WK-IND) TO LINHA-RELAGE(28:2)
               WHEN "S"
                    MOVE "SOB DEMANDA" TO LINHA-RELAGE(19:11)
           END-EVALUATE.
           IF ORDEM-TAB(WK-IND) > ZEROS
              MOVE ORDEM-TAB(WK-IND) TO LINHA-RELAGE(31:2)
           END-IF.
           EVALUATE SIT-TAB(WK-IND)
               WHEN "E"
                    MOVE "EXECUTADO" TO LINHA-RELAGE(35:12)
               WHEN "F"
                    MOVE "FALHOU" TO LINHA-RELAGE(35:12)
               WHEN "J"
               WHEN "S"
               WHEN "C"
                    MOVE "PULADO" TO LINHA-RELAGE(35:12)
               WHEN "P"
                    MOVE "PLANEJADO" TO LINHA-RELAGE(35:12)
               WHEN OTHER
                    MOVE "NAO PREVISTO" TO LINHA-RELAGE(35:12)
           END-EVALUATE.
           IF SIT-TAB(WK-IND) EQUAL "E" OR "F"
              MOVE RC-TAB(WK-IND) TO WK-RC-ED
              MOVE WK-RC-ED TO LINHA-RELAGE(48:5)
              MOVE SEGUNDOS-TAB(WK-IND) TO WK-SEG-ED
              MOVE WK-SEG-ED TO LINHA-RELAGE(53:5)
           END-IF.
           MOVE MOTIVO-TAB(WK-IND) TO LINHA-RELAGE(59:24).
           WRITE REG-RELAGE.

       TERMINO.
           PERFORM LIMPA-TRAVA.
           PERFORM PASSO-RESU.
           PERFORM GRAVA-RELAGE.
           IF WK-RC-CADEIA EQUAL ZERO
              AND QTD-ERROS-JOB > ZEROS
              MOVE 8 TO WK-RC-CADEIA
           END-IF.
           MOVE WK-RC-CADEIA TO RETURN-CODE.
           IF WK-RC-CADEIA EQUAL ZERO
              PERFORM LIMPA-RST
              PERFORM GRAVA-DATA-PROCESSAMENTO
              DISPLAY "EM01DRV - CADEIA CONCLUIDA COM SUCESSO"
           ELSE
              IF QTD-FALHAS > ZEROS
                 DISPLAY "EM01DRV - CADEIA COM " QTD-FALHAS
                         " PASSO(S) COM FALHA - ULTIMA FALHA NO PASSO "
                         WK-PASSO-FALHA
              ELSE
                 DISPLAY "EM01DRV - CADEIA INCOMPLETA - PASSOS PULADOS "
                         "POR ERRO NO CADJOB (VER RELAGE)"
              END-IF
           END-IF.
