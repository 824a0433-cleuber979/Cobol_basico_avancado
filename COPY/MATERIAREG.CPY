      *          DISCIPLINAS DO BOLETIM, MANTIDO PELO BOLETIM003 E
      *          CARREGADO EM MEMORIA PELA COPY MATERIASPD.
      *          FILE SECTION.
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==MAT-AULAS-SEMANA ACRESCENTADO (AULAS POR SEMANA DA MATERIA EM
      *==CADA TURMA), LIMITE USADO PELA GRADE HORARIA DO PROF001
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-MATERIA.
           05 MAT-CODIGO     PIC 9(02).
           05 MAT-NOME       PIC X(15).
           05 MAT-AULAS-SEMANA PIC 9(02).
