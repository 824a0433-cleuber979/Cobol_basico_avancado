      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE SALDO DE PONTOS DE FIDELIDADE
      *          (FD FIDELIDADE, FIDELIDADE.DAT), CHAVEADO PELO REG-ID
      *          DO CLIENTE - CREDITADO/ESTORNADO/EXPIRADO PELA
      *          APURACAO NOTURNA (FIDEL001) E RESGATADO COMO FORMA DE
      *          PAGAMENTO NO CAIXA (PROG_VENDAS). FILE SECTION.
      ******************************************************************
       01  REG-FIDELIDADE.
           05 FDL-ID-CLIENTE  PIC 9(04).
           05 FDL-SALDO       PIC 9(07).
           05 FDL-DATA-ULT-MOV PIC 9(08).
