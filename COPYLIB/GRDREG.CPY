      *REMARKS. LAYOUT DO REGISTRO DA GRADE HORARIA CADGRD (ARQUIVO
      *         INDEXADO PELA CHAVE TURMA + DIA DA SEMANA + AULA),
      *         MANTIDO PELO EM01MGRD. CADA REGISTRO DIZ QUAL
      *         DISCIPLINA (CADDIS) E QUAL PROFESSOR (CADPRF) OCUPAM
      *         AQUELE HORARIO DA TURMA (CADTUR). O DIA VAI DE 1 =
      *         SEGUNDA A 6 = SABADO E A AULA DE 1 AO NUMERO DE AULAS
      *         DO DIA, AMBOS LIMITADOS PELO ARQUIVO DE PARAMETROS
      *         PARGRD (SEM ELE, 5 DIAS DE 6 AULAS). A CONFERENCIA DE
      *         CHOQUES E VAGOS E DO EM01VGRD; A IMPRESSAO POR TURMA
      *         E POR PROFESSOR, DO EM01IGRD.
       01 REG-GRD.
           02 CHAVE-GRD.
             03 TURMA-GRD           PIC X(03).
             03 DIA-GRD             PIC 9(01).
             03 AULA-GRD            PIC 9(01).
           02 DISCIPLINA-GRD        PIC X(03).
           02 PROFESSOR-GRD         PIC 9(03).
