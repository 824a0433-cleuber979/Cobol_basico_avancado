      *          HF-FRETE), PARA SE PODER MOSTRAR A COMPOSICAO QUANDO
      *          O CLIENTE QUESTIONA O VALOR. REGISTRO ANTIGO (MAIS
      *          CURTO) TEM OS COMPONENTES ZERADOS. FILE SECTION.
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==HF-NUMERO-FATURA ACRESCENTADO NO FINAL (127 BYTES): NUMERO DA
      *==FATURA DO EMBARQUE, PARA O SINISTRO DE TRANSPORTE (SINIST001)
      *==ACHAR O FRETE E O AD VALOREM PAGOS; ZERO EM COTACAO E EM
      *==REGISTRO ANTIGO
      *==DATA:15/10/2026
      *==HF-PESO-CUBADO ACRESCENTADO: PESO CUBADO DA REMESSA (VOLUME X
      *==FATOR DE CUBAGEM DA TRANSPORTADORA), AO LADO DO PESO REAL EM
      *==HF-PESO, PARA A CONCILIACAO COM A FATURA DA TRANSPORTADORA
      *==COMPARAR PELO PESO TAXADO (O MAIOR DOS DOIS). ZERO = SEM
      *==MEDIDA.
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-HISTFRETE.
           05 HF-PRODUTO      PIC X(30).
           05 HF-ADVAL        PIC 9(08)V99.
           05 HF-GRIS         PIC 9(08)V99.
           05 HF-PEDAGIO      PIC 9(05)V99.
           05 HF-NUMERO-FATURA PIC 9(06).
           05 HF-PESO-CUBADO  PIC 9(05)V99.
