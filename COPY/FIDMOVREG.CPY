      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO EXTRATO DE PONTOS DE FIDELIDADE
      *          (FD FIDMOV, FIDELIDADE.MOV) - UMA LINHA POR GANHO ("G",
      *          LINHA "V" DE VENDAS.DAT), ESTORNO ("E", LINHA "D" DE
      *          DEVOLUCAO), RESGATE ("R", PAGAMENTO NO CAIXA) OU
      *          EXPIRACAO ("X", PONTOS VENCIDOS), PARA O SALDO DE
      *          FIDELIDADE.DAT TER HISTORICO AUDITAVEL. FDM-PONTOS E A
      *          QUANTIDADE EFETIVAMENTE MOVIMENTADA. FILE SECTION.
      ******************************************************************
       01  REG-FIDMOV.
           05 FDM-ID-CLIENTE  PIC 9(04).
           05 FDM-DATA        PIC 9(08).
           05 FDM-HORA        PIC 9(06).
           05 FDM-TIPO        PIC X(01).
               88 FDM-GANHO     VALUE "G".
               88 FDM-ESTORNO   VALUE "E".
               88 FDM-RESGATE   VALUE "R".
               88 FDM-EXPIRACAO VALUE "X".
           05 FDM-PONTOS      PIC 9(07).
           05 FDM-TICKET      PIC 9(06).
           05 FDM-SALDO-APOS  PIC 9(07).
