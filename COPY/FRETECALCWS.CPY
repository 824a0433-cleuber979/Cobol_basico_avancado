      *==CALCULADOS EM 0170-CALCULA-FRETE, SOMADOS AS DUAS
      *==TRANSPORTADORAS E ITEMIZADOS NA FATURA E EM FRETE.LOG
      *==DATA:02/09/2026
      *==PESO CUBADO: MEDIDAS DO ITEM (WRK-ALTURA/LARGURA/COMPRIMENTO-CM
      *==E WRK-QTDE-VOLUME) SOMADAS EM WRK-VOLUME-M3 PELO 0177, E FATOR
      *==DE CUBAGEM (KG POR M3) DE CADA TRANSPORTADORA. WRK-PESO-CUBADO
      *==E WRK-PESO-TAXADO (MAIOR ENTRE REAL E CUBADO) DEVOLVIDOS PELO
      *==CALCULO PARA O PROGRAMA GRAVAR NO FRETE.LOG.
      *==DATA:15/10/2026
      ******************************************************************
       77  WRK-ESTADO     PIC X(02)    VALUE SPACES.
       77  WRK-CEP        PIC 9(08)    VALUE ZEROS.
       77  WRK-VALOR-ADVAL        PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-GRIS         PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-PEDAGIO      PIC 9(05)V99 VALUE ZEROS.
       77  WRK-ALTURA-CM          PIC 9(03)V9  VALUE ZEROS.
       77  WRK-LARGURA-CM         PIC 9(03)V9  VALUE ZEROS.
       77  WRK-COMPRIMENTO-CM     PIC 9(03)V9  VALUE ZEROS.
       77  WRK-QTDE-VOLUME        PIC 9(05)    VALUE ZEROS.
       77  WRK-VOLUME-M3          PIC 9(03)V9(06) VALUE ZEROS.
       77  WRK-FATOR-CUBAGEM      PIC 9(03)    VALUE 300.
       77  WRK-FATOR-CUBAGEM-B    PIC 9(03)    VALUE 250.
       77  WRK-PESO-CUBADO        PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PESO-CUBADO-B      PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PESO-TAXADO        PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PESO-TAXADO-B      PIC 9(05)V99 VALUE ZEROS.

       01  WRK-DATA-VALIDADE-X.
           05 WRK-DVV-ANO   PIC 9(04).
