      *         OU MINUSCULO, COMO OS FILTROS DE EM01EX04/EX07
      *         ACEITAM), DATA DE NASCIMENTO VALIDA NO CALENDARIO
      *         (MESMA VALIDACAO DO EM01EX02), NOTAS NUMERICAS DE 0 A
      *         10, FALTAS NUMERICAS E SITUACAO A, T, C, X, F OU BRANCO
      *         (REGISTRO ANTIGO). CADA DEFEITO GERA UMA LINHA NO
      *         RELATORIO RELVER (NUMERO, CAMPO, VALOR ENCONTRADO E
      *         REGRA VIOLADA). AO FINAL, EXIBE OS TOTAIS, GRAVA UMA

       VERIFICA-SITUACAO.
            IF SITUACAO-ENT NOT EQUAL "A" AND "T" AND "C" AND "X"
                                     AND "F" AND SPACE
               MOVE "SITUACAO" TO WK-CAMPO
               MOVE SITUACAO-ENT TO WK-VALOR
               MOVE "DEVE SER A, T, C, X, F OU BRANCO" TO WK-REGRA
               PERFORM GRAVA-DEFEITO
            END-IF.

