      *          FORN001 E CONSULTADO PELO GERADOR DE PEDIDOS DE
      *          COMPRA (PEDIDO001) PARA SABER QUE FORNECEDOR ATENDE
      *          CADA PRODUTO DE REABASTECER.LST. FILE SECTION.
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==FORN-BANCO/FORN-AGENCIA/FORN-CONTA ACRESCENTADOS (DADOS
      *==BANCARIOS MANTIDOS PELO FORN001) PARA A REMESSA DE PAGAMENTO A
      *==FORNECEDORES DO CPAG002. ZERO EM REGISTRO ANTIGO = SEM DADOS
      *==BANCARIOS.
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-FORNECEDOR.
           05 FORN-ID           PIC 9(04).
           05 FORN-PRAZO-DIAS   PIC 9(03).
           05 FORN-QTDE-PRODUTOS PIC 9(02).
           05 FORN-PRODUTO      PIC X(30) OCCURS 10 TIMES.
           05 FORN-BANCO        PIC 9(03).
           05 FORN-AGENCIA      PIC 9(04).
           05 FORN-CONTA        PIC 9(08).
