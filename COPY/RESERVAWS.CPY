      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: ITENS DE APOIO AS RESERVAS DE ESTOQUE DE RESERVAS.DAT
      *          (WORKING-STORAGE), COMPARTILHADOS POR ORCAM001,
      *          PROG_VENDAS, FATURA001 E ESTQ008. O PROGRAMA QUE
      *          INCLUI DEVE TER O FD RESERVAS (COPY RESERVAREG) E A
      *          COPY DE PROCEDURE RESERVAPD.
      ******************************************************************
       77  FS-RESERVAS         PIC 9(02) VALUE ZEROS.
       77  WRK-RSV-ACAO        PIC X(01) VALUE SPACES.
       77  WRK-RSV-OK          PIC X(01) VALUE "N".
       77  WRK-RSV-FIM         PIC X(01) VALUE "N".
       77  WRK-RSV-ORIGEM      PIC X(01) VALUE "O".
       77  WRK-RSV-DOCUMENTO   PIC 9(06) VALUE ZEROS.
       77  WRK-RSV-ITEM        PIC 9(02) VALUE ZEROS.
       77  WRK-RSV-PRODUTO     PIC X(30) VALUE SPACES.
       77  WRK-RSV-QTDE        PIC 9(05) VALUE ZEROS.
       77  WRK-RSV-ID-CLIENTE  PIC 9(04) VALUE ZEROS.
       77  WRK-RSV-DATA        PIC 9(08) VALUE ZEROS.
       77  WRK-RSV-VALIDADE    PIC 9(08) VALUE ZEROS.
       77  WRK-RSV-NOVO-STATUS PIC X(01) VALUE SPACES.
       77  WRK-RSV-DOC-PROPRIO PIC 9(06) VALUE ZEROS.
       77  WRK-RSV-SALDO-FISICO PIC 9(07) VALUE ZEROS.
       77  WRK-RSV-RESERVADO   PIC 9(07) VALUE ZEROS.
       77  WRK-RSV-LIVRE       PIC S9(07) VALUE ZEROS.
       77  WRK-RSV-QTDE-BAIXADA PIC 9(03) VALUE ZEROS.
