      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE CHEQUE EM CUSTODIA (FD CHEQUES,
      *          CHEQUES.DAT, CHAVE CHQ-NUMERO DO CONTADOR CHEQUE.CTL)
      *          - UM CHEQUE PRE-DATADO POR TITULO DE CONTASREC.DAT
      *          (CLIENTE, TICKET E PARCELA), COM A COPIA DOS DADOS DO
      *          TITULO PARA REABRI-LO SE O CHEQUE VOLTAR. SITUACAO:
      *          "C" EM CUSTODIA, "D" DEPOSITADO, "P" COMPENSADO
      *          (BAIXADO EM CONTASREC.PGO), "V" DEVOLVIDO COM O
      *          MOTIVO DO BANCO E A TARIFA. CHEQUE DEVOLVIDO FICA COM
      *          CHQ-BLOQUEIO "B" - BLOQUEIA A VENDA A PRAZO DO
      *          CLIENTE NO PROG_VENDAS ATE O SUPERVISOR LIBERAR COM
      *          PIN NO CHEQ001 ("L"). CHQ-REABERTO "S" QUANDO A
      *          DEVOLUCAO REGRAVOU O TITULO EM CONTASREC.DAT (JA
      *          TINHA SAIDO NA COMPENSACAO). FILE SECTION.
      ******************************************************************
       01  REG-CHEQUE.
           05 CHQ-NUMERO        PIC 9(06).
           05 CHQ-BANCO         PIC 9(03).
           05 CHQ-AGENCIA       PIC 9(04).
           05 CHQ-NUM-CHEQUE    PIC 9(06).
           05 CHQ-EMITENTE      PIC X(30).
           05 CHQ-VALOR         PIC 9(07)V99.
           05 CHQ-DATA-DEPOSITO PIC 9(08).
           05 CHQ-DATA-CUSTODIA PIC 9(08).
           05 CHQ-ID-CLIENTE    PIC 9(04).
           05 CHQ-TICKET        PIC 9(06).
           05 CHQ-PARCELA       PIC 9(02).
           05 CHQ-TIT-QTDE-PARCELAS PIC 9(02).
           05 CHQ-TIT-VALOR     PIC 9(07)V99.
           05 CHQ-TIT-DATA-VENDA PIC 9(08).
           05 CHQ-TIT-DATA-VENC PIC 9(08).
           05 CHQ-STATUS        PIC X(01).
               88 CHQ-EM-CUSTODIA   VALUE "C".
               88 CHQ-DEPOSITADO    VALUE "D".
               88 CHQ-COMPENSADO    VALUE "P".
               88 CHQ-DEVOLVIDO     VALUE "V".
           05 CHQ-DATA-STATUS   PIC 9(08).
           05 CHQ-MOTIVO-DEVOL  PIC 9(02).
           05 CHQ-TARIFA        PIC 9(05)V99.
           05 CHQ-BLOQUEIO      PIC X(01).
               88 CHQ-BLOQUEIA-PRAZO VALUE "B".
               88 CHQ-PRAZO-LIBERADO VALUE "L".
           05 CHQ-LIBERADO-POR  PIC X(08).
           05 CHQ-DATA-LIBERACAO PIC 9(08).
           05 CHQ-REABERTO      PIC X(01).
