      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE PROFESSORES (FD PROFESSORES,
      *          PROFESSORES.DAT), CHAVEADO POR PRF-CODIGO - NOME, O
      *          FUNC-ID NA FOLHA (ZERO = NAO ESTA NO CADASTRO DE
      *          FUNCIONARIOS), AS ATE 5 MATERIAS (CODIGO DE
      *          MATERIAS.TAB) QUE PODE LECIONAR E A DISPONIBILIDADE
      *          POR DIA DA SEMANA (1 = SEGUNDA ... 5 = SEXTA) E
      *          PERIODO (1 A 6), "S" = DISPONIVEL. MANTIDO PELO
      *          PROF001. FILE SECTION.
      ******************************************************************
       01  REG-PROFESSOR.
           05 PRF-CODIGO       PIC 9(04).
           05 PRF-NOME         PIC X(30).
           05 PRF-FUNC-ID      PIC 9(04).
           05 PRF-MATERIA      PIC 9(02) OCCURS 5 TIMES.
           05 PRF-DISPONIVEL   OCCURS 5 TIMES.
               10 PRF-DISP-PERIODO PIC X(01) OCCURS 6 TIMES.
