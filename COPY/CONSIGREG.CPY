      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DA REMESSA EM CONSIGNACAO (FD CONSIG,
      *          CONSIG.DAT, CHAVEADO POR NUMERO DA REMESSA + ITEM) -
      *          UMA LINHA POR PRODUTO ENTREGUE AO REVENDEDOR
      *          (CSG-ID-CLIENTE = REG-ID DE CLIENTES.DAT). A REMESSA
      *          (CONSIG001) TIRA A QUANTIDADE DE ESTOQUE.DAT SEM GERAR
      *          VENDA; CADA ACERTO ABATE DO SALDO DA LINHA O QUE O
      *          REVENDEDOR VENDEU (FATURADO PELO FATURA001) E O QUE
      *          DEVOLVEU (VOLTA AO ESTOQUE), DA REMESSA MAIS ANTIGA
      *          PARA A MAIS NOVA. SALDO EM PODER DO REVENDEDOR =
      *          REMETIDA - VENDIDA - DEVOLVIDA. CSG-LOTES GUARDA OS
      *          LOTES (LOTES.DAT) CONSUMIDOS NA REMESSA, NA ORDEM FEFO,
      *          COM O QUE AINDA ESTA COM O REVENDEDOR DE CADA UM: A
      *          VENDA SAI DOS PRIMEIROS E A DEVOLUCAO VOLTA PARA OS
      *          ULTIMOS. FILE SECTION.
      ******************************************************************
       01  REG-CONSIG.
           05 CSG-CHAVE.
               10 CSG-REMESSA        PIC 9(06).
               10 CSG-ITEM           PIC 9(02).
           05 CSG-ID-CLIENTE         PIC 9(04).
           05 CSG-PRODUTO            PIC X(30).
           05 CSG-QTDE-REMETIDA      PIC 9(05).
           05 CSG-QTDE-VENDIDA       PIC 9(05).
           05 CSG-QTDE-DEVOLVIDA     PIC 9(05).
           05 CSG-PRECO-UNIT         PIC 9(05)V99.
           05 CSG-CUSTO-UNIT         PIC 9(05)V99.
           05 CSG-DATA-REMESSA       PIC 9(08).
           05 CSG-DATA-ULT-ACERTO    PIC 9(08).
           05 CSG-STATUS             PIC X(01).
               88 CSG-EM-ABERTO        VALUE "A".
               88 CSG-ENCERRADA        VALUE "E".
           05 CSG-QTDE-LOTES         PIC 9(02).
           05 CSG-LOTES OCCURS 10 TIMES.
               10 CSG-LT-NUMERO      PIC X(10).
               10 CSG-LT-QTDE        PIC 9(05).
