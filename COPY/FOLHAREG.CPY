      *==DECIMO TERCEIRO, "RS" RESCISAO. BRANCO EM LINHA ANTIGA VALE
      *==COMO PAGAMENTO NORMAL.
      *==DATA:02/09/2026
      *==NOVO FOLHA-TIPO "SF" SALARIO-FAMILIA (FOLHA001), FORA DAS BASES
      *==DE FGTS E IRRF
      *==DATA:15/10/2026
      *==NOVO FOLHA-TIPO "RD" REEMBOLSO DE DESPESA (REEMB001/FOLHA001),
      *==FORA DAS BASES DE INSS, FGTS E IRRF
      *==DATA:15/10/2026
      *==FOLHA-BRUTO, FOLHA-INSS E FOLHA-IRRF GRAVADOS PELO FOLHA001
      *==NA LINHA "NO" (BRUTO ANTES DE VALES E VT/VR E AS RETENCOES
      *==CALCULADAS NA RODADA). BRUTO ZERADO (LINHA ANTIGA OU DE OUTRO
      *==PROGRAMA) VALE FOLHA-VALOR-PAGO
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-FOLHA.
           05 FOLHA-CODIGO     PIC 9(04).
           05 FOLHA-VALOR-PAGO PIC 9(07)V99.
           05 FOLHA-DATA       PIC 9(08).
           05 FOLHA-TIPO       PIC X(02).
           05 FOLHA-BRUTO      PIC 9(07)V99.
           05 FOLHA-INSS       PIC 9(07)V99.
           05 FOLHA-IRRF       PIC 9(07)V99.
