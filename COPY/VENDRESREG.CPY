      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO RESUMO DIARIO DE VENDAS (FD VENDRESUMO,
      *          VENDRESUMO.DAT) - UM REGISTRO POR DATA + LOJA +
      *          CLIENTE + VENDEDOR + PRODUTO, COM A QUANTIDADE DE
      *          LINHAS VENDIDAS, DEVOLVIDAS E LIQUIDA, O VALOR BRUTO
      *          DAS VENDAS E O VALOR DAS DEVOLUCOES. MANTIDO PELO
      *          VENDRES001 A PARTIR DAS LINHAS DE VENDAS.DAT E LIDO
      *          PELOS RELATORIOS MENSAIS E DE RANKING NO LUGAR DE
      *          VARRER VENDAS.DAT INTEIRO. A CHAVE COMECA PELA DATA,
      *          ENTAO UM START PELA DATA INICIAL DO PERIODO POSICIONA
      *          NO PRIMEIRO DIA PEDIDO. VENDAS.DAT NAO TEM LOJA: A
      *          VENDA DO CAIXA E SEMPRE DA LOJA 01 (MATRIZ), A MESMA
      *          DO ESTOQUE. FILE SECTION.
      ******************************************************************
       01  REG-VENDRESUMO.
           05 VRS-CHAVE.
               10 VRS-DATA         PIC 9(08).
               10 VRS-LOJA         PIC 9(02).
               10 VRS-ID-CLIENTE   PIC 9(04).
               10 VRS-VENDEDOR     PIC 9(04).
               10 VRS-PRODUTO      PIC X(30).
           05 VRS-QTDE-VENDIDA     PIC 9(07).
           05 VRS-QTDE-DEVOLVIDA   PIC 9(07).
           05 VRS-QTDE-LIQUIDA     PIC S9(07).
           05 VRS-VALOR-BRUTO      PIC 9(09)V99.
           05 VRS-VALOR-DEVOL      PIC 9(09)V99.
