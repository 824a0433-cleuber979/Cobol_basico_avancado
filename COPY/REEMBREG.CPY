      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO PEDIDO DE REEMBOLSO DE DESPESA (FD REEMBOLSO,
      *          REEMBOLSO.DAT), CHAVEADO POR FUNC-ID + NUMERO DO
      *          PEDIDO DO FUNCIONARIO - DESPESA PAGA DO PROPRIO BOLSO
      *          (COMBUSTIVEL, ESTACIONAMENTO, PEQUENAS COMPRAS) COM A
      *          DATA, A CATEGORIA (A MESMA CP-CATEGORIA DO CONTAS A
      *          PAGAR), O VALOR, O RECIBO E A DESCRICAO. LANCADO E
      *          APROVADO PELO REEMB001; A FORMA ESCOLHIDA PELO
      *          FUNCIONARIO DIZ SE O APROVADO VIRA TITULO EM
      *          CONTASPAG.DAT ("C", DOCUMENTO EM RD-DOC-CPAG) OU
      *          CREDITO NA PROXIMA RODADA DO FOLHA001 ("F", LINHA "RD"
      *          EM FOLHA.DAT, QUE MARCA O PEDIDO COMO PAGO).
      *          FILE SECTION.
      ******************************************************************
       01  REG-REEMBOLSO.
           05 RD-CHAVE.
               10 RD-FUNC-ID       PIC 9(04).
               10 RD-NUMERO        PIC 9(04).
           05 RD-DATA-DESPESA      PIC 9(08).
           05 RD-CATEGORIA         PIC X(10).
           05 RD-VALOR             PIC 9(07)V99.
           05 RD-RECIBO            PIC X(10).
           05 RD-DESCRICAO         PIC X(30).
           05 RD-FORMA             PIC X(01).
               88 RD-VIA-CPAG          VALUE "C".
               88 RD-VIA-FOLHA         VALUE "F".
               88 RD-FORMA-VALIDA      VALUE "C" "F".
           05 RD-STATUS            PIC X(01).
               88 RD-PENDENTE          VALUE "P".
               88 RD-APROVADO          VALUE "A".
               88 RD-REJEITADO         VALUE "R".
               88 RD-PAGO              VALUE "G".
           05 RD-DATA-LANCTO       PIC 9(08).
           05 RD-APROVADOR         PIC X(08).
           05 RD-DATA-APROVACAO    PIC 9(08).
           05 RD-MOTIVO            PIC X(30).
           05 RD-DOC-CPAG          PIC X(10).
           05 RD-DATA-PGTO         PIC 9(08).
