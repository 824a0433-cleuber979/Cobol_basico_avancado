      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ACERTO DE CONSIGNACAO (FD CSGACERTO,
      *          CSGACERTO.DAT, CHAVEADO POR NUMERO DO ACERTO + ITEM) -
      *          UMA LINHA POR LINHA DE REMESSA (CONSIG.DAT) ABATIDA NO
      *          ACERTO, COM O QUE O REVENDEDOR VENDEU E O QUE
      *          DEVOLVEU. GRAVADO PELO CONSIG001; AS QUANTIDADES
      *          VENDIDAS SAO FATURADAS PELO FATURA001 (INFORMANDO O
      *          NUMERO DO ACERTO), QUE GRAVA O NUMERO DA FATURA EM
      *          ACR-FATURA (ZERO = VENDA AINDA NAO FATURADA). O CUSTO
      *          DA QUANTIDADE VENDIDA ENTRA NO CMV DO DRE001.
      *          FILE SECTION.
      ******************************************************************
       01  REG-CSGACERTO.
           05 ACR-CHAVE.
               10 ACR-NUMERO         PIC 9(06).
               10 ACR-ITEM           PIC 9(02).
           05 ACR-ID-CLIENTE         PIC 9(04).
           05 ACR-PRODUTO            PIC X(30).
           05 ACR-REMESSA            PIC 9(06).
           05 ACR-REMESSA-ITEM       PIC 9(02).
           05 ACR-QTDE-VENDIDA       PIC 9(05).
           05 ACR-QTDE-DEVOLVIDA     PIC 9(05).
           05 ACR-PRECO-UNIT         PIC 9(05)V99.
           05 ACR-CUSTO-UNIT         PIC 9(05)V99.
           05 ACR-DATA               PIC 9(08).
           05 ACR-FATURA             PIC 9(06).
