      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA LISTA DE CLIENTES SOB VIGILANCIA
      *          DE DEVOLUCAO (FD DEVVIG, DEVVIG.DAT). REGRAVADA A CADA
      *          EXECUCAO DO DEVOL001 COM OS CLIENTES QUE PASSARAM DOS
      *          LIMITES DE DEVOLVIG.CFG NO PERIODO; LIDA PELO ARQ012,
      *          QUE EXIGE O PIN DO SUPERVISOR ANTES DE ACEITAR NOVA
      *          DEVOLUCAO DE CLIENTE DA LISTA. DVG-MOTIVOS TRAZ UMA
      *          LETRA POR LIMITE ESTOURADO (Q-QUANTIDADE, V-VALOR,
      *          G-SEM GARANTIA, S-SUCATA).
      ******************************************************************
       01  REG-DEVVIG.
           05 DVG-ID-CLIENTE    PIC 9(04).
           05 DVG-DATA          PIC 9(08).
           05 DVG-QTDE-VENDAS   PIC 9(05).
           05 DVG-QTDE-DEVOL    PIC 9(05).
           05 DVG-PERC-QTDE     PIC 9(03)V99.
           05 DVG-PERC-VALOR    PIC 9(03)V99.
           05 DVG-SEM-GARANTIA  PIC 9(05).
           05 DVG-PERC-SUCATA   PIC 9(03)V99.
           05 DVG-MOTIVOS       PIC X(04).
