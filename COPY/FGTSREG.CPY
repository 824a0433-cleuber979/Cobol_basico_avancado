      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE DEPOSITO DO FGTS (FD FGTS,
      *          FGTS.DAT), GRAVADO PELO FOLHA005: UM REGISTRO POR
      *          FUNCIONARIO E COMPETENCIA (AAAAMM) COM A BASE (SOMA
      *          DAS LINHAS DE FOLHA.DAT DO MES, INCLUSIVE 13, FE E
      *          RS), O DEPOSITO DE 8% E A MULTA DE 40% DA DISPENSA
      *          SEM JUSTA CAUSA. O ARQUIVO ACUMULA AS COMPETENCIAS E
      *          SERVE DE BASE DO SALDO PARA A MULTA.
      ******************************************************************
       01  REG-FGTS.
           05 FG-COMPETENCIA    PIC 9(06).
           05 FG-FUNC-ID        PIC 9(04).
           05 FG-NOME           PIC X(20).
           05 FG-BASE           PIC 9(07)V99.
           05 FG-VALOR-DEPOSITO PIC 9(07)V99.
           05 FG-VALOR-MULTA    PIC 9(07)V99.
           05 FG-DATA-GERACAO   PIC 9(08).
