      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: VARIAVEIS DE APOIO DA CONTAGEM DE DEPENDENTES DO
      *          FUNCIONARIO (WORKING-STORAGE), USADAS COM A COPY
      *          DEPENDPD PELA FOLHA (FOLHA001) E PELO INFORME DE
      *          RENDIMENTOS (FOLHA006).
      ******************************************************************
       77  WRK-DEP-IDADE-SALFAM PIC 9(02) VALUE 14.
       77  WRK-DEP-FUNC-ID      PIC 9(04) VALUE ZEROS.
       77  WRK-DEP-DATA-REF     PIC 9(08) VALUE ZEROS.
       77  WRK-DEP-DATA-LIMITE  PIC 9(08) VALUE ZEROS.
       77  WRK-DEP-QTDE-IRRF    PIC 9(02) VALUE ZEROS.
       77  WRK-DEP-QTDE-SALFAM  PIC 9(02) VALUE ZEROS.
