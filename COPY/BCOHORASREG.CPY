      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO BANCO DE HORAS (FD BCOHORAS,
      *          BCOHORAS.DAT) - UM MOVIMENTO POR LINHA, POR FUNC-ID:
      *          "C" CREDITO (HORAS A MAIS SOBRE A ESCALA, APURADAS
      *          PELO HORAS001), "D" DEBITO (HORAS A MENOS NA
      *          APURACAO OU FOLGA COMPENSADA LANCADA NO PONTO002),
      *          "P" CREDITO VENCIDO PAGO COMO HORA EXTRA PELO
      *          FOLHA001. BH-SALDO E A PARTE DO MOVIMENTO AINDA NAO
      *          CASADA COM O TIPO OPOSTO (O DEBITO CONSOME O CREDITO
      *          MAIS ANTIGO); O CREDITO VENCE SEIS MESES APOS A DATA.
      *          FILE SECTION.
      ******************************************************************
       01  REG-BCOHORAS.
           05 BH-FUNC-ID       PIC 9(04).
           05 BH-DATA          PIC 9(08).
           05 BH-TIPO          PIC X(01).
               88 BH-CREDITO      VALUE "C".
               88 BH-DEBITO       VALUE "D".
               88 BH-PAGO-FOLHA   VALUE "P".
           05 BH-ORIGEM        PIC X(01).
               88 BH-ORIGEM-APURACAO    VALUE "A".
               88 BH-ORIGEM-COMPENSACAO VALUE "C".
               88 BH-ORIGEM-FOLHA       VALUE "F".
           05 BH-HORAS         PIC 9(03)V99.
           05 BH-SALDO         PIC 9(03)V99.
           05 BH-VENCIMENTO    PIC 9(08).
