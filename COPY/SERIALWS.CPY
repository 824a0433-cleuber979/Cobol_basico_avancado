      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: ITENS DE APOIO AO CADASTRO DE NUMEROS DE SERIE
      *          (WORKING-STORAGE), COMPARTILHADOS POR RECEB001,
      *          PROG_VENDAS, FATURA001, ARQ012 E GARANT001. O
      *          PROGRAMA QUE INCLUI DEVE TER O FD SERIAIS (COPY
      *          SERIALREG) E A COPY DE PROCEDURE SERIALPD.
      ******************************************************************
       77  FS-SERIAIS          PIC 9(02) VALUE ZEROS.
       77  WRK-SER-ACAO        PIC X(01) VALUE SPACES.
       77  WRK-SER-OK          PIC X(01) VALUE "N".
       77  WRK-SER-PEDIR       PIC X(01) VALUE "N".
       77  WRK-SER-CONFIRMA    PIC X(01) VALUE "N".
       77  WRK-SER-NUMERO      PIC X(20) VALUE SPACES.
       77  WRK-SER-PRODUTO     PIC X(30) VALUE SPACES.
       77  WRK-SER-DOCUMENTO   PIC X(10) VALUE SPACES.
       77  WRK-SER-TICKET      PIC 9(06) VALUE ZEROS.
       77  WRK-SER-ID-CLIENTE  PIC 9(04) VALUE ZEROS.
       77  WRK-SER-DATA        PIC 9(08) VALUE ZEROS.
