      *          REABASTECER E SEPARACAO (PIC X(80)), AS COPYS
      *          ESTMOVWS/GARANTWS E AS COPYS DE PROCEDURE
      *          ESTMOVPD/GARANTPD/FATBAIXAPD.
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==TIB-SERIE ACRESCENTADO: NUMERO DE SERIE DO ITEM FATURADO
      *==(SERIAIS.DAT), LEVADO PARA O REGISTRO DE GARANTIA PELO 0690.
      *==BRANCO = ITEM SEM CONTROLE DE SERIE
      *==DATA:15/10/2026
      *==WRK-QTDE-LOTE-USADA: QUANTIDADE TIRADA DO LOTE DA VEZ (0688)
      *==DATA:15/10/2026
      ******************************************************************
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-KITS         PIC 9(02) VALUE ZEROS.
       01  TABELA-ITENS-BAIXA.
           05 TAB-ITEM-BAIXA OCCURS 10 TIMES.
               10 TIB-PRODUTO PIC X(30).
               10 TIB-SERIE   PIC X(20).

       77  WRK-SUB-ITBX      PIC 9(02) VALUE ZEROS.
       77  WRK-EH-KIT        PIC X(01) VALUE "N".
       77  WRK-QTDE-BAIXA     PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-BAIXADA   PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-REST-LOTE PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-LOTE-USADA PIC 9(05) VALUE ZEROS.
       77  WRK-LOTE-FEFO      PIC X(10) VALUE SPACES.
       77  WRK-VALIDADE-FEFO  PIC 9(08) VALUE ZEROS.
       77  WRK-ACHOU-LOTE     PIC X(01) VALUE "N".
