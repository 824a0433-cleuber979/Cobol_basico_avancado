      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: PERCENTUAIS DOS ENCARGOS DO EMPREGADOR SOBRE A FOLHA
      *          (WORKING-STORAGE): FGTS, MULTA RESCISORIA DO FGTS NA
      *          DISPENSA SEM JUSTA CAUSA, INSS PATRONAL, RAT E
      *          TERCEIROS (SISTEMA S, SALARIO-EDUCACAO, INCRA).
      *          COMPARTILHADA ENTRE O FOLHA005 (DEPOSITO DO FGTS E
      *          CUSTO DO EMPREGADOR) E O FUNC001 (CUSTO POR
      *          DEPARTAMENTO), PARA OS DOIS USAREM A MESMA CONTA.
      ******************************************************************
       77  WRK-PERC-FGTS          PIC 9(02)V99 VALUE 8,00.
       77  WRK-PERC-MULTA-FGTS    PIC 9(02)V99 VALUE 40,00.
       77  WRK-PERC-INSS-PATRONAL PIC 9(02)V99 VALUE 20,00.
       77  WRK-PERC-RAT           PIC 9(02)V99 VALUE 2,00.
       77  WRK-PERC-TERCEIROS     PIC 9(02)V99 VALUE 5,80.
