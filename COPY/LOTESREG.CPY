      *          POR PRODUTO). MANTIDO POR ESTQ002; A VENDA EM
      *          PROG_VENDAS BAIXA PRIMEIRO O LOTE QUE VENCE ANTES
      *          (FEFO). FILE SECTION.
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==LOT-SITUACAO ACRESCENTADO: "B" = LOTE BLOQUEADO POR RECALL
      *==(ESTQ007) - O SALDO JA SAIU DE ESTQ-QTDE E A BAIXA FEFO, O
      *==ALERTA E A BAIXA DE VENCIDOS DO ESTQ002 PULAM O LOTE
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-LOTE.
           05 LOT-CHAVE.
               10 LOT-NUMERO  PIC X(10).
           05 LOT-QTDE        PIC 9(07).
           05 LOT-VALIDADE    PIC 9(08).
           05 LOT-SITUACAO    PIC X(01).
               88 LOT-BLOQUEADO VALUE "B".
