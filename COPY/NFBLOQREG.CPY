      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE NOTA DE FORNECEDOR BLOQUEADA
      *          (FD NFBLOQ, NFBLOQ.DAT) - NOTA LANCADA NO CPAG001 QUE
      *          NAO BATEU COM O PEDIDO DE COMPRA (PEDCOMP.DAT) E O
      *          RECEBIMENTO (LINHAS "EN" DE ESTOQMOV.DAT) DENTRO DA
      *          TOLERANCIA, COM A DIVERGENCIA DE CADA ITEM. FICA "B"
      *          (BLOQUEADA) ATE O SUPERVISOR LIBERAR COM PIN, QUANDO
      *          VIRA "L" E O TITULO E GERADO EM CONTASPAG.DAT.
      *          NFB-IT-SITUACAO: "OK" DENTRO DA TOLERANCIA, "NP" FORA
      *          DO PEDIDO, "QT" QUANTIDADE ACIMA DO RECEBIDO, "SE" SEM
      *          ENTRADA COM ESTA NOTA, "PR" PRECO FORA DO CUSTO DA
      *          ENTRADA, "QP" QUANTIDADE E PRECO. FILE SECTION.
      ******************************************************************
       01  REG-NFBLOQ.
           05 NFB-CREDOR        PIC X(30).
           05 NFB-DOCUMENTO     PIC X(10).
           05 NFB-PEDIDO        PIC 9(06).
           05 NFB-DATA-LANCTO   PIC 9(08).
           05 NFB-DATA-VENC     PIC 9(08).
           05 NFB-VALOR         PIC 9(07)V99.
           05 NFB-STATUS        PIC X(01).
               88 NFB-BLOQUEADA     VALUE "B".
               88 NFB-LIBERADA      VALUE "L".
           05 NFB-LIBERADO-POR  PIC X(08).
           05 NFB-DATA-LIBERACAO PIC 9(08).
           05 NFB-QTDE-ITENS    PIC 9(02).
           05 NFB-ITENS OCCURS 10 TIMES.
               10 NFB-IT-PRODUTO     PIC X(30).
               10 NFB-IT-QTDE        PIC 9(05).
               10 NFB-IT-PRECO       PIC 9(05)V99.
               10 NFB-IT-QTDE-RECEB  PIC 9(05).
               10 NFB-IT-CUSTO-EN    PIC 9(05)V99.
               10 NFB-IT-SITUACAO    PIC X(02).
