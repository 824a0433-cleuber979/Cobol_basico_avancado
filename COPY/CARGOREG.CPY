      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE CARGOS (FD CARGOS, CARGOS.DAT),
      *          CHAVEADO POR CG-CODIGO - TITULO E DEPARTAMENTO DO
      *          CARGO E A FAIXA SALARIAL (MINIMO, PONTO MEDIO E
      *          MAXIMO) DE CADA NIVEL, ATE 5. MANTIDO PELO CARGO001;
      *          O CADASTRO DE FUNCIONARIOS SO ACEITA CODIGO EXISTENTE
      *          E SALARIO FORA DA FAIXA COM PIN DE SUPERVISOR.
      *          FILE SECTION.
      ******************************************************************
       01  REG-CARGO.
           05 CG-CODIGO        PIC X(04).
           05 CG-TITULO        PIC X(20).
           05 CG-DEPTO         PIC X(15).
           05 CG-QTDE-NIVEIS   PIC 9(01).
           05 CG-NIVEL OCCURS 5 TIMES.
               10 CG-SAL-MIN   PIC 9(07)V99.
               10 CG-SAL-MED   PIC 9(07)V99.
               10 CG-SAL-MAX   PIC 9(07)V99.
