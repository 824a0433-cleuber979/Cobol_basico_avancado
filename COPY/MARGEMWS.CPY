      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: ITENS DE APOIO A CONFERENCIA DA MARGEM MINIMA NA
      *          ENTRADA DA VENDA (WORKING-STORAGE), COMPARTILHADOS POR
      *          PROG_VENDAS E FATURA001. O PROGRAMA QUE INCLUI DEVE TER
      *          OS FDS MARGEMCFG (COPY MARGCFGREG) E MARGEMLOG (COPY
      *          MARGEMREG), AS COPYS PINWS/PINPD E A COPY DE PROCEDURE
      *          MARGEMPD.
      ******************************************************************
       77  FS-MARGEMCFG        PIC 9(02) VALUE ZEROS.
       77  FS-MARGEMLOG        PIC 9(02) VALUE ZEROS.
       77  WRK-MRG-OK          PIC X(01) VALUE "N".
       77  WRK-MRG-ORIGEM      PIC X(01) VALUE SPACES.
       77  WRK-MRG-DOCUMENTO   PIC 9(06) VALUE ZEROS.
       77  WRK-MRG-VENDEDOR    PIC 9(04) VALUE ZEROS.
       77  WRK-MRG-DATA        PIC 9(08) VALUE ZEROS.
       77  WRK-MRG-PRODUTO     PIC X(30) VALUE SPACES.
       77  WRK-MRG-GRUPO       PIC X(04) VALUE SPACES.
       77  WRK-MRG-CUSTO       PIC 9(05)V99 VALUE ZEROS.
       77  WRK-MRG-PRECO       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-MRG-PERC-MINIMO PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MRG-PERC-PADRAO PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MRG-ACHOU-GRUPO PIC X(01) VALUE "N".
       77  WRK-MRG-PRECO-MINIMO PIC 9(06)V99 VALUE ZEROS.
       77  WRK-MRG-DIGITADOR   PIC X(08) VALUE SPACES.
