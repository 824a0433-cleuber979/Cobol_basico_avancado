      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DA LINHA UNICA DE FIDELIDADE.CFG (FD FIDCFG) COM
      *          A REGRA DO PROGRAMA DE PONTOS: REAIS DE COMPRA POR
      *          PONTO, BONUS PERCENTUAL DO CLIENTE VIP, MESES DE
      *          VALIDADE DO PONTO, VALOR DE CADA PONTO NO RESGATE E
      *          MINIMO DE PONTOS PARA RESGATAR. CAMPO NAO NUMERICO
      *          MANTEM O PADRAO DA COPY FIDELWS. FILE SECTION.
      ******************************************************************
       01  REG-FIDCFG.
           05 FCF-REAIS-POR-PONTO PIC 9(03)V99.
           05 FCF-BONUS-VIP       PIC 9(03).
           05 FCF-MESES-VALIDADE  PIC 9(02).
           05 FCF-VALOR-PONTO     PIC 9(01)V9(03).
           05 FCF-MINIMO-RESGATE  PIC 9(05).
