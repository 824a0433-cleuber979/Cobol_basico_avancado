      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE NUMEROS DE SERIE (FD SERIAIS,
      *          SERIAIS.DAT, CHAVEADO POR SER-NUMERO) - UMA LINHA POR
      *          UNIDADE DE PRODUTO COM ESTQ-SERIALIZADO = "S", CRIADA
      *          NA ENTRADA (RECEB001), MARCADA VENDIDA NA VENDA
      *          (PROG_VENDAS/FATURA001) COM O TICKET E O CLIENTE, E
      *          DEVOLVIDA OU BAIXADA NA DEVOLUCAO (ARQ012). PROVA QUE
      *          A UNIDADE DEVOLVIDA E A QUE FOI VENDIDA NO TICKET.
      *          FILE SECTION.
      ******************************************************************
       01  REG-SERIAL.
           05 SER-NUMERO       PIC X(20).
           05 SER-PRODUTO      PIC X(30).
           05 SER-STATUS       PIC X(01).
               88 SER-EM-ESTOQUE  VALUE "E".
               88 SER-VENDIDO     VALUE "V".
               88 SER-DEVOLVIDO   VALUE "D".
               88 SER-BAIXADO     VALUE "B".
           05 SER-DATA-ENTRADA PIC 9(08).
           05 SER-DOC-ENTRADA  PIC X(10).
           05 SER-TICKET       PIC 9(06).
           05 SER-ID-CLIENTE   PIC 9(04).
           05 SER-DATA-VENDA   PIC 9(08).
           05 SER-DATA-STATUS  PIC 9(08).
