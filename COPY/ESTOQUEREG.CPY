      *==ESTQ001), USADO PELA LISTA DE SEPARACAO DA FATURA
      *==(FATURA001, SEPARACAO.LST). BRANCO = SEM ENDERECO.
      *==DATA:02/09/2026
      *==ESTQ-CLASSE-ABC (A/B/C PELO VALOR DE CONSUMO DO ANO, GRAVADA
      *==PELO ABC001) E ESTQ-DATA-CONTAGEM (ULTIMA CONTAGEM CICLICA
      *==EFETIVADA) ACRESCENTADOS PARA A CONTAGEM CICLICA. BRANCO/
      *==ZERO = NAO CLASSIFICADO / NUNCA CONTADO.
      *==DATA:15/10/2026
      *==ESTQ-EAN ACRESCENTADO PARA O CODIGO DE BARRAS EAN-13 DO
      *==PRODUTO (VALIDADO NO ESTQ001/RECEB001 PELA COPY EANPD), LIDO
      *==OU DIGITADO NO LUGAR DO NOME NA VENDA, FATURA E ORCAMENTO.
      *==BRANCO = PRODUTO SEM CODIGO.
      *==DATA:15/10/2026
      *==ESTQ-SERIALIZADO ("S" = CADA UNIDADE TEM NUMERO DE SERIE EM
      *==SERIAIS.DAT, EXIGIDO NA ENTRADA, NA VENDA E NA DEVOLUCAO).
      *==BRANCO/"N" = PRODUTO SEM CONTROLE DE SERIE.
      *==DATA:15/10/2026
      *==ESTQ-PRECO-VENDA ACRESCENTADO PARA O PRECO DE VENDA DE TABELA
      *==(MANTIDO POR ESTQ001), IMPRESSO NA ETIQUETA DE GONDOLA
      *==(ETIQ001). ZERO = PRECO NAO CADASTRADO
      *==DATA:15/10/2026
      *==ESTQ-GRUPO ACRESCENTADO PARA O GRUPO DE PRODUTO (MANTIDO POR
      *==ESTQ001), QUE DEFINE A MARGEM MINIMA DE VENDA EM MARGEM.CFG.
      *==BRANCO = SEM GRUPO (VALE A MARGEM PADRAO "*")
      *==DATA:15/10/2026
      *==ESTQ-ALTURA-CM, ESTQ-LARGURA-CM E ESTQ-COMPRIMENTO-CM
      *==ACRESCENTADOS PARA AS MEDIDAS DA EMBALAGEM (MANTIDAS POR
      *==ESTQ001), USADAS NO PESO CUBADO DO FRETE (FATURA001, ORCAM001 E
      *==PROGRAMA14FRETE). ZERO = SEM MEDIDA, FRETE SO PELO PESO REAL.
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-ESTOQUE.
           05 ESTQ-PRODUTO     PIC X(30).
           05 ESTQ-CUSTO       PIC 9(05)V99.
           05 ESTQ-GARANTIA-DIAS PIC 9(03).
           05 ESTQ-LOCALIZACAO PIC X(08).
           05 ESTQ-CLASSE-ABC  PIC X(01).
           05 ESTQ-DATA-CONTAGEM PIC 9(08).
           05 ESTQ-EAN         PIC X(13).
           05 ESTQ-SERIALIZADO PIC X(01).
           05 ESTQ-PRECO-VENDA PIC 9(05)V99.
           05 ESTQ-GRUPO       PIC X(04).
           05 ESTQ-ALTURA-CM   PIC 9(03)V9.
           05 ESTQ-LARGURA-CM  PIC 9(03)V9.
           05 ESTQ-COMPRIMENTO-CM PIC 9(03)V9.
