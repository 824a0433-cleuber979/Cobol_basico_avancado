      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE ITEM DE BORDERO DE DESCONTO
      *          (FD BORDEROS, BORDERO.DAT) - UM REGISTRO POR TITULO DE
      *          CONTASREC.DAT ENTREGUE AO BANCO NA ANTECIPACAO, COM O
      *          DESCONTO CALCULADO NA TAXA MENSAL DO BANCO PELOS DIAS
      *          ATE O VENCIMENTO E O LIQUIDO CREDITADO NA
      *          BDR-DATA-CREDITO. GRAVADO E ATUALIZADO PELO ANTEC001;
      *          LIDO PELO ARQ031 (FLUXO DE CAIXA). FILE SECTION.
      ******************************************************************
       01  REG-BORDERO.
           05 BDR-NUMERO        PIC 9(06).
           05 BDR-DATA          PIC 9(08).
           05 BDR-BANCO         PIC 9(03).
           05 BDR-TAXA-MES      PIC 9(02)V99.
           05 BDR-DATA-CREDITO  PIC 9(08).
           05 BDR-ID-CLIENTE    PIC 9(04).
           05 BDR-TICKET        PIC 9(06).
           05 BDR-PARCELA       PIC 9(02).
           05 BDR-VALOR-FACE    PIC 9(07)V99.
           05 BDR-DATA-VENC     PIC 9(08).
           05 BDR-DIAS          PIC 9(05).
           05 BDR-DESCONTO      PIC 9(07)V99.
           05 BDR-VALOR-LIQUIDO PIC 9(07)V99.
           05 BDR-STATUS        PIC X(01).
               88 BDR-NO-BANCO      VALUE "T".
               88 BDR-LIQUIDADO     VALUE "L".
               88 BDR-RECOMPRADO    VALUE "R".
           05 BDR-DATA-STATUS   PIC 9(08).
