      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: PARAMETROS E VARIAVEIS DE APOIO DO LANCAMENTO NO
      *          BANCO DE HORAS (WORKING-STORAGE), USADOS COM A COPY
      *          BCOHORASPD PELO HORAS001 (APURACAO DA ESCALA) E PELO
      *          PONTO002 (FOLGA COMPENSADA). O PRAZO DE COMPENSACAO
      *          DO ACORDO COM O SINDICATO FICA SO AQUI.
      ******************************************************************
       77  WRK-BH-MESES-PRAZO  PIC 9(02) VALUE 6.
       77  WRK-BH-FUNC-ID      PIC 9(04) VALUE ZEROS.
       77  WRK-BH-DATA         PIC 9(08) VALUE ZEROS.
       77  WRK-BH-TIPO         PIC X(01) VALUE SPACES.
       77  WRK-BH-TIPO-OPOSTO  PIC X(01) VALUE SPACES.
       77  WRK-BH-ORIGEM       PIC X(01) VALUE SPACES.
       77  WRK-BH-HORAS        PIC 9(03)V99 VALUE ZEROS.
       77  WRK-BH-RESTO        PIC 9(03)V99 VALUE ZEROS.
       77  WRK-BH-ABATE        PIC 9(03)V99 VALUE ZEROS.

       01  WRK-BH-VENC.
           05 WRK-BHV-ANO      PIC 9(04).
           05 WRK-BHV-MES      PIC 9(02).
           05 WRK-BHV-DIA      PIC 9(02).
       01  WRK-BH-VENC-R REDEFINES WRK-BH-VENC PIC 9(08).

       01  TABELA-DIAS-MES-BH.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  TABELA-DIAS-MES-BH-R REDEFINES TABELA-DIAS-MES-BH.
           05 DIAS-MES-BH PIC 9(02) OCCURS 12 TIMES.
