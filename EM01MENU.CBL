
       77 WK-COMANDO     PIC X(80) VALUE SPACES.
       77 WK-RC          PIC S9(04) VALUE ZERO.
       77 WK-OPCAO       PIC X(03) VALUE SPACES.
       77 FIM-MENU       PIC X(03) VALUE "NAO".

       PROCEDURE         DIVISION.
               WHEN "63"
                    MOVE "./EM01CEMP" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "64"
                    MOVE "./EM01CAIX" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "65"
                    MOVE "./EM01FCXA" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "66"
                    MOVE "./EM01BOLE" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "67"
                    MOVE "./EM01RCOB" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "68"
                    MOVE "./EM01AVIS" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "69"
                    MOVE "./EM01ROTA" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "70"
                    MOVE "./EM01CTBM" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "71"
                    MOVE "./EM01DIST" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "72"
                    MOVE "./EM01RECU" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "73"
                    MOVE "./EM01REVN" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "74"
                    MOVE "./EM01PRVN" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "75"
                    MOVE "./EM01MGRD" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "76"
                    MOVE "./EM01VGRD" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "77"
                    MOVE "./EM01IGRD" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "78"
                    MOVE "./EM01HAUL" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "79"
                    MOVE "./EM01VEVT" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "80"
                    MOVE "./EM01DECI" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "81"
                    MOVE "./EM01FERI" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "82"
                    MOVE "./EM01RESC" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "83"
                    MOVE "./EM01PRES" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "84"
                    MOVE "./EM01ADIA" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "85"
                    MOVE "./EM01HOLE" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "86"
                    MOVE "./EM01MCTA" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "87"
                    MOVE "./EM01INFR" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "88"
                    MOVE "./EM01MORC" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "89"
                    MOVE "./EM01ORCA" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "90"
                    MOVE "./EM01CAGD" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "91"
                    MOVE "./EM01CENS" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "92"
                    MOVE "./EM01ESPE" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "93"
                    MOVE "./EM01MESP" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "94"
                    MOVE "./EM01REMA" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "95"
                    MOVE "./EM01RREM" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "96"
                    MOVE "./EM01TREN" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "97"
                    MOVE "./EM01DIPL" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "98"
                    MOVE "./EM01DECL" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "99"
                    MOVE "./EM01RISC" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "100"
                    MOVE "./EM01CNOT" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "101"
                    MOVE "./EM01DPRF" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "102"
                    MOVE "./EM01PROJ" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "103"
                    MOVE "./EM01APRV" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "104"
                    MOVE "./EM01CHIS" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "105"
                    MOVE "./EM01CRES" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "106"
                    MOVE "./EM01CPRF" TO WK-COMANDO
                    PERFORM EXECUTA-OPCAO
               WHEN "0"
                    MOVE "SIM" TO FIM-MENU
               WHEN OTHER
           DISPLAY " ".
           DISPLAY "EM01MENU - SUITE ACADEMICA FATEC-SP".
           DISPLAY "--- CONSULTAS ---".
           DISPLAY "  1 - CONSULTA DE ALUNOS (EM01CONS)".
           DISPLAY "  2 - HISTORICO ESCOLAR (EM01TRAN)".
           DISPLAY " 49 - DOCUMENTO DE HISTORICO (EM01HDOC)".
           DISPLAY " 98 - DECLARACOES E AUTENTICIDADE (EM01DECL)".
           DISPLAY " 55 - LINHA DO TEMPO DO ALUNO (EM01CJRN)".
           DISPLAY "  3 - CONSULTA DE GERACOES (EM01CGER)".
           DISPLAY "  4 - SITUACAO DOS CHECKPOINTS (EM01CKPS)".
           DISPLAY " 46 - MEDIA ACUMULADA E PROGRESSAO (EM01ACUM)".
           DISPLAY " 47 - ESTATISTICAS ANUAIS (EM01ESTA)".
           DISPLAY " 91 - CENSO ESCOLAR (EDUCACENSO) (EM01CENS)".
           DISPLAY " 99 - ALERTA PRECOCE DE ALUNOS EM RISCO (EM01RISC)".
           DISPLAY " 51 - SIMULACAO DE REGRAS (EM01SIMU)".
           DISPLAY "--- MANUTENCOES ---".
           DISPLAY "  5 - MANUTENCAO DE ALUNOS (EM01MANT)".
           DISPLAY "  6 - MANUTENCAO DE FUNCIONARIOS (EM01MEMP)".
           DISPLAY "  7 - MANUTENCAO DE DEPARTAMENTOS (EM01MDEP)".
           DISPLAY " 35 - MANUTENCAO DE TURMAS (EM01MTUR)".
           DISPLAY " 38 - MANUTENCAO DE DISCIPLINAS (EM01MDIS)".
           DISPLAY " 39 - MANUTENCAO DE PROFESSORES (EM01MPRF)".
           DISPLAY " 75 - GRADE HORARIA - MANUTENCAO (EM01MGRD)".
           DISPLAY " 76 - GRADE HORARIA - CONFERENCIA (EM01VGRD)".
           DISPLAY " 77 - GRADE HORARIA - IMPRESSAO (EM01IGRD)".
           DISPLAY " 41 - MANUTENCAO DE RESPONSAVEIS (EM01MRES)".
           DISPLAY " 93 - LISTA DE ESPERA - RESPOSTAS (EM01MESP)".
           DISPLAY " 53 - MANUTENCAO DE PARAMETROS (EM01MPAR)".
           DISPLAY " 54 - ADMINISTRACAO DE OPERADORES (EM01MOPE)".
           DISPLAY " 42 - PUBLICACAO DE DV (EM01PUBD)".
           DISPLAY " 43 - VARREDURA DE DUPLICADOS (EM01DUPA)".
           DISPLAY " 44 - CONSOLIDACAO DE DUPLICADOS (EM01MERG)".
           DISPLAY " 45 - EXPURGO DE RETENCAO LGPD (EM01LGPD)".
           DISPLAY "--- CARGAS E FECHAMENTO ---".
           DISPLAY "  8 - MANUTENCAO EM LOTE DO CADALU (EM01MLOT)".
           DISPLAY "  9 - CARGA DE NOTAS (EM01NOTA)".
           DISPLAY " 72 - RESULTADO DA RECUPERACAO (EM01RECU)".
           DISPLAY " 73 - REVISAO DE NOTA - PEDIDOS (EM01REVN)".
           DISPLAY " 74 - REVISOES DE NOTA PENDENTES (EM01PRVN)".
           DISPLAY " 10 - IMPORTACAO DE MATRICULAS (EM01IMPO)".
           DISPLAY " 11 - CARGA DE FREQUENCIA (EM01FREQ)".
           DISPLAY " 40 - CARGA DE AULAS DADAS (EM01AULA)".
           DISPLAY " 12 - RECICLAGEM DE REJEITOS (EM01RECI)".
           DISPLAY " 13 - FECHAMENTO DE PERIODO (EM01HIST)".
           DISPLAY "100 - CONFERENCIA DE ENTREGA DE NOTAS (EM01CNOT)".
           DISPLAY "101 - DESEMPENHO POR PROFESSOR (EM01DPRF)".
           DISPLAY " 37 - VIRADA DE ANO LETIVO (EM01PROM)".
           DISPLAY "102 - PROJECAO DE OCUPACAO (EM01PROJ)".
           DISPLAY " 48 - EMENDA DE PERIODO FECHADO (EM01RHIS)".
           DISPLAY " 50 - TRANSFERENCIA DE ALUNO (EM01TRSF)".
           DISPLAY " 96 - TRANSFERENCIA DE ENTRADA (EM01TREN)".
           DISPLAY " 92 - LISTA DE ESPERA - RODADA DIARIA (EM01ESPE)".
           DISPLAY " 94 - CAMPANHA DE REMATRICULA (EM01REMA)".
           DISPLAY " 95 - RESPOSTAS DA REMATRICULA (EM01RREM)".
           DISPLAY " 97 - COLACAO E REGISTRO DE DIPLOMAS (EM01DIPL)".
           DISPLAY "--- CADEIA E VERIFICACOES ---".
           DISPLAY " 14 - EXECUTAR A CADEIA BATCH (EM01DRV)".
           DISPLAY " 15 - VERIFICACAO DO CADALU (EM01VERI)".
           DISPLAY " 16 - VARIACAO DE VOLUME (EM01VARI)".
           DISPLAY " 57 - TENDENCIA DA JANELA BATCH (EM01TEMP)".
           DISPLAY " 17 - CERTIFICACAO DE TRAILER (EM01VTRL)".
           DISPLAY " 18 - MOVIMENTACAO DE STATUS (EM01DSTA)".
           DISPLAY " 59 - COMPARACAO DE GERACOES (EM01GDIF)".
           DISPLAY " 62 - RECONCILIACAO COM A MATRICULA (EM01RMAT)".
           DISPLAY "--- UTILITARIOS ---".
           DISPLAY " 19 - DESCARGA DO CADALU (EM01UNLD)".
           DISPLAY " 20 - RECARGA DO CADALU (EM01RELD)".
           DISPLAY " 56 - ROLL-FORWARD DO CADALU (EM01ROLL)".
           DISPLAY " 21 - LIMPEZA DE GERACOES (EM01LIMP)".
           DISPLAY " 58 - RECONCILIACAO DO CATALOGO (EM01RGER)".
           DISPLAY " 22 - EXPORTACAO PARA PLANILHA (EM01EXPT)".
           DISPLAY " 23 - SELECAO DE BOLSAS (EM01BOLS)".
           DISPLAY " 52 - RENOVACAO DE BOLSAS (EM01BREN)".
           DISPLAY " 24 - CARTAS AS FAMILIAS (EM01CART)".
           DISPLAY " 25 - REMESSA BANCARIA (EM01BANC)".
           DISPLAY " 26 - CONVERSAO DO CADALU ANTIGO (EM01CONV)".
           DISPLAY " 60 - MANUTENCAO DE CLIENTES (EM01MCLI)".
           DISPLAY " 61 - CONVERSAO DO CADCLI1 (EM01CCLI)".
           DISPLAY " 63 - CONVERSAO DO CADEMP/CADDEP (EM01CEMP)".
           DISPLAY "104 - CONVERSAO DO CADHIS/CADHISD (EM01CHIS)".
           DISPLAY "105 - CONVERSAO DO CADRES (EM01CRES)".
           DISPLAY "106 - CONVERSAO DO CADPRF (EM01CPRF)".
           DISPLAY " 27 - FATURAMENTO DE MENSALIDADES (EM01MENS)".
           DISPLAY " 28 - RELATORIO DE INADIMPLENCIA (EM01INAD)".
           DISPLAY " 64 - CAIXA DA SECRETARIA (EM01CAIX)".
           DISPLAY " 65 - FECHAMENTO DE CAIXA (EM01FCXA)".
           DISPLAY " 66 - REMESSA DE BOLETOS (EM01BOLE)".
           DISPLAY " 67 - RETORNO DE BOLETOS (EM01RCOB)".
           DISPLAY " 68 - AVISOS DE DEBITO AOS RESPONSAVEIS (EM01AVIS)".
           DISPLAY " 69 - ROTACAO ANUAL DOS LOGS (EM01ROTA)".
           DISPLAY " 70 - CONTABILIZACAO DAS MENSALIDADES (EM01CTBM)".
           DISPLAY " 71 - DISTRIBUICAO DE RELATORIOS (EM01DIST)".
           DISPLAY " 78 - HORA-AULA DOS PROFESSORES (EM01HAUL)".
           DISPLAY " 79 - EVENTOS DA FOLHA - CRITICA (EM01VEVT)".
           DISPLAY " 80 - DECIMO TERCEIRO SALARIO (EM01DECI)".
           DISPLAY " 81 - CALCULO DE FERIAS (EM01FERI)".
           DISPLAY " 82 - RESCISAO DE CONTRATO (EM01RESC)".
           DISPLAY " 83 - RESCISOES PENDENTES (EM01PRES)".
           DISPLAY " 84 - ADIANTAMENTO QUINZENAL (EM01ADIA)".
           DISPLAY " 85 - HOLERITES DA FOLHA (EM01HOLE)".
           DISPLAY " 86 - CONTAS BANCARIAS DOS FUNCIONARIOS (EM01MCTA)".
           DISPLAY " 87 - INFORME DE RENDIMENTOS (EM01INFR)".
           DISPLAY " 88 - ORCAMENTO POR DEPARTAMENTO (EM01MORC)".
           DISPLAY " 89 - ORCADO X REALIZADO DA FOLHA (EM01ORCA)".
           DISPLAY " 90 - ARQUIVO CAGED DO MES (EM01CAGD)".
           DISPLAY " 29 - EFETIVACAO DO REAJUSTE (EM01APLI)".
           DISPLAY "103 - APROVACAO DE ALTERACOES PENDENTES (EM01APRV)".
           DISPLAY " 30 - EVOLUCAO SALARIAL (EM01CSAL)".
           DISPLAY " 31 - CALCULO DO SALARIO LIQUIDO (EM01LIQD)".
           DISPLAY " 32 - RETORNO BANCARIO (EM01RETB)".
           DISPLAY " 33 - LANCAMENTOS CONTABEIS (EM01CTBL)".
           DISPLAY " 34 - HEADCOUNT POR DEPTO (EM01HEAD)".
           DISPLAY " 36 - LISTA DE CHAMADA POR TURMA (EM01LCHA)".
           DISPLAY "  0 - SAIR".
           DISPLAY "OPCAO: ".

       EXECUTA-OPCAO.
