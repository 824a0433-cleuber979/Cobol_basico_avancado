      *==INCLUIDO VND-VENDEDOR (FUNC-ID DE QUEM REGISTROU A VENDA EM
      *==PROG_VENDAS), USADO PELO RELATORIO DE COMISSAO
      *==DATA:10/08/2024
      *==VND-TIPO-PGTO PASSA A ACEITAR "D"=CARTAO DE DEBITO E
      *=="C"=CARTAO DE CREDITO; INCLUIDO VND-PARCELAS (PARCELAS NO
      *==CARTAO, ZERO NAS DEMAIS FORMAS), USADOS PELO CARTAO001
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-VENDA.
           05 VND-TICKET     PIC 9(06).
           05 VND-TIPO-TRANS PIC X(01).
           05 VND-TICKET-REF PIC 9(06).
           05 VND-VENDEDOR   PIC 9(04).
           05 VND-PARCELAS   PIC 9(02).
