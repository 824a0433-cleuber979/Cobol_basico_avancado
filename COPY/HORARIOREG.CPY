      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DA GRADE HORARIA SEMANAL (FD HORARIO,
      *          HORARIO.DAT), CHAVEADA POR NIVEL DA TURMA (O MESMO
      *          TUR-NIVEL DE TURMAS.DAT), DIA DA SEMANA (1 = SEGUNDA
      *          ... 5 = SEXTA) E PERIODO (1 A 6) - UMA AULA POR
      *          CHAVE, COM A MATERIA (MATERIAS.TAB), O PROFESSOR
      *          (PROFESSORES.DAT) E A SALA. MANTIDA PELO PROF001, QUE
      *          RECUSA PROFESSOR OU SALA EM DOIS LUGARES NO MESMO
      *          HORARIO E MATERIA ALEM DAS AULAS POR SEMANA.
      *          FILE SECTION.
      ******************************************************************
       01  REG-HORARIO.
           05 HOR-CHAVE.
               10 HOR-NIVEL    PIC X(05).
               10 HOR-DIA      PIC 9(01).
               10 HOR-PERIODO  PIC 9(01).
           05 HOR-MATERIA      PIC 9(02).
           05 HOR-PROFESSOR    PIC 9(04).
           05 HOR-SALA         PIC X(04).
