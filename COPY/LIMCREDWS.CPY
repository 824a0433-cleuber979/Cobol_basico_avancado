      * Purpose: ITENS DE APOIO A VERIFICACAO DO LIMITE DE CREDITO DO
      *          CLIENTE NA VENDA A PRAZO (WORKING-STORAGE),
      *          COMPARTILHADOS POR PROG_VENDAS E FATURA001.
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==ITENS DO LIMITE DO GRUPO DE EMPRESAS (MATRIZ + FILIAIS):
      *==SALDO DO GRUPO, LIMITE DA MATRIZ, TABELA DE MEMBROS E A AREA
      *==QUE GUARDA O REGISTRO DO CLIENTE ENQUANTO O GRUPO E MONTADO
      *==DATA:15/10/2026
      ******************************************************************
       77  WRK-SALDO-ABERTO     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-NOVO-CRED  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-LIMITE-ESTOURADO PIC X(01)    VALUE "N".
       77  WRK-SALDO-ABERTO-ED  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIMITE-CRED-ED   PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-GRUPO      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-LCR-ID-MATRIZ    PIC 9(04)    VALUE ZEROS.
       77  WRK-LCR-LIMITE-GRUPO PIC 9(07)V99 VALUE ZEROS.
       77  WRK-LCR-QTDE-MEMBROS PIC 9(03)    VALUE ZEROS.
       77  WRK-LCR-SUB          PIC 9(03)    VALUE ZEROS.
       77  WRK-LCR-FS-SALVO     PIC 9(02)    VALUE ZEROS.
       01  WRK-LCR-CLIENTE-SALVO PIC X(200)  VALUE SPACES.
       01  TABELA-GRUPO-CRED.
           05 TGC-ID-MEMBRO     PIC 9(04) OCCURS 200 TIMES.
