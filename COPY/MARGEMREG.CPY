      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE LIBERACAO DE VENDA ABAIXO DA
      *          MARGEM MINIMA (FD MARGEMLOG, MARGEM.LOG). CADA VENDA NO
      *          CAIXA (PROG_VENDAS) OU NA FATURA (FATURA001) COM PRECO
      *          LIQUIDO ABAIXO DE ESTQ-CUSTO MAIS A MARGEM MINIMA DO
      *          GRUPO (MARGEM.CFG) SO PASSA COM O PIN DO SUPERVISOR E
      *          GRAVA UMA LINHA AQUI, LIDA PELO RELATORIO SEMANAL
      *          MARGEM001. MRG-MARGEM-CEDIDA = PRECO MINIMO MENOS O
      *          PRECO PRATICADO. MRG-VENDEDOR E O VENDEDOR DO CAIXA;
      *          NA FATURA, QUE NAO TEM VENDEDOR, VAI ZERO.
      ******************************************************************
       01  REG-MARGEMLOG.
           05 MRG-DATA          PIC 9(08).
           05 MRG-HORA          PIC 9(06).
           05 MRG-ORIGEM        PIC X(01).
               88 MRG-DO-CAIXA   VALUE "V".
               88 MRG-DA-FATURA  VALUE "F".
           05 MRG-DOCUMENTO     PIC 9(06).
           05 MRG-USUARIO       PIC X(08).
           05 MRG-VENDEDOR      PIC 9(04).
           05 MRG-PRODUTO       PIC X(30).
           05 MRG-GRUPO         PIC X(04).
           05 MRG-CUSTO         PIC 9(05)V99.
           05 MRG-PERC-MINIMO   PIC 9(02)V99.
           05 MRG-PRECO-MINIMO  PIC 9(06)V99.
           05 MRG-PRECO-VENDA   PIC 9(06)V99.
           05 MRG-MARGEM-CEDIDA PIC 9(06)V99.
