      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: ITENS DE APOIO AOS PONTOS DE FIDELIDADE (WORKING-
      *          STORAGE), COMPARTILHADOS POR PROG_VENDAS (RESGATE NO
      *          CAIXA), FIDEL001 (APURACAO E EXPIRACAO) E FIDEL002
      *          (EXTRATO E PASSIVO). O PROGRAMA QUE INCLUI DEVE TER OS
      *          FDS FIDELIDADE (COPY FIDELREG), FIDMOV (COPY
      *          FIDMOVREG) E FIDCFG (COPY FIDCFGREG). OS VALORES
      *          ABAIXO SAO O PADRAO QUANDO NAO HA FIDELIDADE.CFG:
      *          1 PONTO POR R$ 1,00, VIP GANHA 50% A MAIS, PONTO VALE
      *          12 MESES E R$ 0,010 NO RESGATE, MINIMO DE 100 PONTOS.
      ******************************************************************
       77  FS-FIDELIDADE      PIC 9(02) VALUE ZEROS.
       77  FS-FIDMOV          PIC 9(02) VALUE ZEROS.
       77  FS-FIDCFG          PIC 9(02) VALUE ZEROS.
       77  WRK-FDL-REAIS-POR-PONTO PIC 9(03)V99 VALUE 1,00.
       77  WRK-FDL-BONUS-VIP  PIC 9(03) VALUE 50.
       77  WRK-FDL-MESES-VALIDADE PIC 9(02) VALUE 12.
       77  WRK-FDL-VALOR-PONTO PIC 9(01)V9(03) VALUE 0,010.
       77  WRK-FDL-MINIMO-RESGATE PIC 9(05) VALUE 100.
       77  WRK-FDL-ID-CLIENTE PIC 9(04) VALUE ZEROS.
       77  WRK-FDL-TIPO-MOV   PIC X(01) VALUE SPACES.
       77  WRK-FDL-PONTOS-MOV PIC 9(07) VALUE ZEROS.
       77  WRK-FDL-TICKET-MOV PIC 9(06) VALUE ZEROS.
       77  WRK-FDL-SALDO-ATUAL PIC 9(07) VALUE ZEROS.
       77  WRK-FDL-PONTOS-EFETIVOS PIC 9(07) VALUE ZEROS.

       01  WRK-DATAHORA-FDL.
           05 WRK-DATA-FDL    PIC 9(08).
           05 WRK-HORA-FDL    PIC 9(06).
           05 FILLER          PIC X(02).
