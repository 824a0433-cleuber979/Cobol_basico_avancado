      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE RESERVA DE ESTOQUE (FD RESERVAS,
      *          RESERVAS.DAT), CHAVEADO PELA ORIGEM + DOCUMENTO + ITEM.
      *          CADA ITEM DE UM ORCAMENTO CONFIRMADO PELO CLIENTE
      *          (ORCAM001) SEGURA RSV-QTDE UNIDADES DO PRODUTO ATE A
      *          VALIDADE DO DOCUMENTO; A VENDA NO CAIXA (PROG_VENDAS) E
      *          NA FATURA (FATURA001) SO ENXERGA O SALDO LIVRE
      *          (ESTQ-QTDE MENOS AS RESERVAS ATIVAS).
      ******************************************************************
       01  REG-RESERVA.
           05 RSV-CHAVE.
               10 RSV-ORIGEM    PIC X(01).
                   88 RSV-DE-ORCAMENTO VALUE "O".
               10 RSV-DOCUMENTO PIC 9(06).
               10 RSV-ITEM      PIC 9(02).
           05 RSV-PRODUTO       PIC X(30).
           05 RSV-QTDE          PIC 9(05).
           05 RSV-ID-CLIENTE    PIC 9(04).
           05 RSV-DATA          PIC 9(08).
           05 RSV-VALIDADE      PIC 9(08).
           05 RSV-STATUS        PIC X(01).
               88 RSV-ATIVA      VALUE "A".
               88 RSV-FATURADA   VALUE "F".
               88 RSV-VENCIDA    VALUE "V".
           05 RSV-DATA-BAIXA    PIC 9(08).
