      *          GRAVADA NA VENDA (PROG_VENDAS/FATURA001) E CONSULTADA
      *          PELO BALCAO (GARANT001) E PELA DEVOLUCAO (ARQ012).
      *          FILE SECTION.
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==GAR-SERIE ACRESCENTADO: NUMERO DE SERIE DA UNIDADE VENDIDA
      *==(SERIAIS.DAT) PARA A CONSULTA DE GARANTIA POR SERIE NO
      *==GARANT001. BRANCO = PRODUTO SEM CONTROLE DE SERIE.
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-GARANTIA.
           05 GAR-TICKET      PIC 9(06).
           05 GAR-PRODUTO     PIC X(30).
           05 GAR-DATA-VENDA  PIC 9(08).
           05 GAR-DATA-FIM    PIC 9(08).
           05 GAR-SERIE       PIC X(20).
