      *          PROGRAMAS QUE MEXEM EM ESTQ-QTDE (PROG_VENDAS,
      *          RECEB001, INVENTARIO, DEVOLUCAO). O PROGRAMA QUE
      *          INCLUI DEVE TER O FD ESTMOV (COPY ESTMOVREG).
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==WRK-EM-LOTE ACRESCENTADO (VAI PARA EM-LOTE; O 0186 O LIMPA
      *==APOS GRAVAR, ENTAO SO QUEM PREENCHE GRAVA LOTE)
      *==DATA:15/10/2026
      *==WRK-EM-LOJA ACRESCENTADO (VAI PARA EM-LOJA; ZERADO PELO 0186)
      *==DATA:15/10/2026
      ******************************************************************
       77  FS-ESTMOV          PIC 9(02) VALUE ZEROS.
       77  WRK-EM-PRODUTO     PIC X(30) VALUE SPACES.
       77  WRK-EM-CUSTO-UNIT  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-EM-DOCUMENTO   PIC X(10) VALUE SPACES.
       77  WRK-EM-ORIGEM      PIC X(10) VALUE SPACES.
       77  WRK-EM-LOTE        PIC X(10) VALUE SPACES.
       77  WRK-EM-LOJA        PIC 9(02) VALUE ZEROS.

       01  WRK-DATAHORA-EM.
           05 WRK-DATA-EM     PIC 9(08).
