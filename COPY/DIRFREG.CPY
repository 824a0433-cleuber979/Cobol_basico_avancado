      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO ANUAL DE RETENCOES NA
      *          FONTE (FD DIRF, DIRF.TXT), GRAVADO PELO FOLHA006 E
      *          ENVIADO PELO CONTADOR A RECEITA: UM REGISTRO POR
      *          FUNCIONARIO COM RENDIMENTO NO ANO-CALENDARIO, COM A
      *          FONTE PAGADORA (CNPJ), O BENEFICIARIO (CPF), OS
      *          TOTAIS DO ANO E OS VALORES MES A MES (OCORRENCIA 13 =
      *          DECIMO TERCEIRO, TRIBUTADO A PARTE).
      ******************************************************************
       01  REG-DIRF.
           05 DR-ANO-CALENDARIO PIC 9(04).
           05 DR-CNPJ-FONTE     PIC 9(14).
           05 DR-CPF            PIC 9(11).
           05 DR-FUNC-ID        PIC 9(04).
           05 DR-NOME           PIC X(20).
           05 DR-RENDIMENTOS    PIC 9(09)V99.
           05 DR-INSS           PIC 9(09)V99.
           05 DR-IRRF           PIC 9(09)V99.
           05 DR-13-SALARIO     PIC 9(09)V99.
           05 DR-13-INSS        PIC 9(09)V99.
           05 DR-13-IRRF        PIC 9(09)V99.
           05 DR-MES OCCURS 13 TIMES.
               10 DR-MES-RENDIMENTO PIC 9(07)V99.
               10 DR-MES-INSS       PIC 9(07)V99.
               10 DR-MES-IRRF       PIC 9(07)V99.
