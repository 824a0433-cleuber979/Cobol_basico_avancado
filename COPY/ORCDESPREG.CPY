      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ORCAMENTO DE DESPESAS (FD
      *          ORCDESP, ORCDESP.DAT, CHAVE ANO + CATEGORIA) - UM
      *          REGISTRO POR CP-CATEGORIA DE CONTASPAG.DAT E ANO, COM
      *          O VALOR ORCADO DE CADA MES. MANTIDO COM PIN DE
      *          SUPERVISOR PELO ORCDESP001, QUE TAMBEM COPIA O ANO
      *          ANTERIOR COM AJUSTE PERCENTUAL E COMPARA O ORCADO COM
      *          O LANCADO E O PAGO NO CPAG001. FILE SECTION.
      ******************************************************************
       01  REG-ORCDESP.
           05 OD-CHAVE.
               10 OD-ANO           PIC 9(04).
               10 OD-CATEGORIA     PIC X(10).
           05 OD-VALOR-MES         PIC 9(07)V99 OCCURS 12 TIMES.
           05 OD-ALTERADO-POR      PIC X(08).
           05 OD-DATA-ALTERACAO    PIC 9(08).
