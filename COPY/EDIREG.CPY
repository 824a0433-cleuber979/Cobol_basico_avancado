      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT FIXO DA TROCA ELETRONICA COM FORNECEDORES (EDI)
      *          - UMA LINHA DE 80 POSICOES, O TIPO NA PRIMEIRA:
      *          "H" CABECALHO E "I" ITEM DO PEDIDO DE COMPRA (ARQUIVO
      *          EDIPCnnnn.TXT GERADO PELO EDI001 PARA CADA FORN-ID),
      *          "C" CONFIRMACAO DO ITEM PELO FORNECEDOR (EDICONF.TXT)
      *          E "A" AVISO DE EMBARQUE DO ITEM (EDIAVISO.TXT). O ITEM
      *          E IDENTIFICADO PELO FORNECEDOR + PEDIDO + SEQUENCIA DO
      *          ITEM NO PEDIDO + PRODUTO. QUANTIDADES SEM DECIMAIS,
      *          DATAS AAAAMMDD, ZEROS A ESQUERDA. FILE SECTION.
      ******************************************************************
       01  REG-EDI.
           05 EDI-TIPO             PIC X(01).
               88 EDI-CABECALHO        VALUE "H".
               88 EDI-ITEM             VALUE "I".
               88 EDI-CONFIRMACAO      VALUE "C".
               88 EDI-AVISO            VALUE "A".
           05 EDI-FORNECEDOR       PIC 9(04).
           05 EDI-PEDIDO           PIC 9(06).
           05 EDI-DADOS            PIC X(69).
           05 EDI-CAB REDEFINES EDI-DADOS.
               10 EDI-CAB-EMISSAO      PIC 9(08).
               10 EDI-CAB-QTDE-ITENS   PIC 9(02).
               10 EDI-CAB-FORN-NOME    PIC X(30).
               10 EDI-CAB-PRAZO-DIAS   PIC 9(03).
               10 FILLER               PIC X(26).
           05 EDI-ITE REDEFINES EDI-DADOS.
               10 EDI-ITE-SEQ          PIC 9(02).
               10 EDI-ITE-PRODUTO      PIC X(30).
               10 EDI-ITE-QTDE         PIC 9(05).
               10 FILLER               PIC X(32).
           05 EDI-CNF REDEFINES EDI-DADOS.
               10 EDI-CNF-SEQ          PIC 9(02).
               10 EDI-CNF-PRODUTO      PIC X(30).
               10 EDI-CNF-QTDE         PIC 9(05).
               10 EDI-CNF-ENTREGA      PIC 9(08).
               10 FILLER               PIC X(24).
           05 EDI-AVS REDEFINES EDI-DADOS.
               10 EDI-AVS-SEQ          PIC 9(02).
               10 EDI-AVS-PRODUTO      PIC X(30).
               10 EDI-AVS-QTDE         PIC 9(05).
               10 EDI-AVS-EMBARQUE     PIC 9(08).
               10 EDI-AVS-NUMERO       PIC X(10).
               10 FILLER               PIC X(14).
