      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DA LINHA DO ARQUIVO DE PARAMETROS MARGEM.CFG
      *          (FD MARGEMCFG) - UMA LINHA POR GRUPO DE PRODUTO
      *          (ESTQ-GRUPO) COM A MARGEM MINIMA EM PERCENTUAL SOBRE O
      *          CUSTO, NO FORMATO GGGGPPPP (EX. "ELET1500" = GRUPO ELET
      *          COM 15,00%). A LINHA DE GRUPO "*" VALE PARA OS GRUPOS
      *          SEM LINHA PROPRIA E PARA O PRODUTO SEM GRUPO; SEM ELA,
      *          O PISO E O PROPRIO CUSTO.
      ******************************************************************
       01  REG-MARGEMCFG.
           05 MCF-GRUPO         PIC X(04).
           05 MCF-PERC-MINIMO   PIC 9(02)V99.
