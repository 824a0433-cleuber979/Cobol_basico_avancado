      *          PEDIDO NA ENTRADA DA MERCADORIA. IMPRIME OS PEDIDOS
      *          GERADOS EM PEDCOMPRA.LST.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==PEDIDO NOVO GRAVA PO-FATURAMENTO ZERADO (QUANTIDADE FATURADA
      *==POR ITEM, CONFERIDA PELO CPAG001)
      *==DATA:15/10/2026
      *==PEDIDO NOVO GRAVA PO-EDI INICIALIZADO (EXPORTACAO, CONFIRMACAO
      *==E AVISO DE EMBARQUE DO EDI001) E A CONSULTA MOSTRA A DATA DE
      *==EXPORTACAO E, POR ITEM, O CONFIRMADO E O AVISADO
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE WRK-DATA-HOJE TO PO-DATA-EMISSAO.
           MOVE "E"           TO PO-STATUS.
           MOVE TPG-QTDE-ITENS(WRK-SUB-PED) TO PO-QTDE-ITENS.
           MOVE ZEROS         TO PO-FATURAMENTO.
           INITIALIZE PO-EDI.

           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER PO-QTDE-ITENS
           DISPLAY "FORNECEDOR... " PO-FORNECEDOR.
           DISPLAY "EMITIDO EM... " PO-DATA-EMISSAO.
           DISPLAY "STATUS....... " PO-STATUS.
           DISPLAY "EXPORTADO EM. " PO-DATA-EXPORTACAO
                   " (EDI001, ZERO = NAO ENVIADO) ".
           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER PO-QTDE-ITENS
               DISPLAY "  " PO-IT-PRODUTO(WRK-SUB-IT)
                       " PEDIDO " PO-IT-QTDE-PEDIDA(WRK-SUB-IT)
                       " RECEBIDO " PO-IT-QTDE-RECEBIDA(WRK-SUB-IT)
               IF PO-DATA-EXPORTACAO NOT EQUAL ZEROS
                   DISPLAY "      CONFIRMADO "
                           PO-IT-QTDE-CONFIRMADA(WRK-SUB-IT)
                           " PARA " PO-IT-DATA-ENTREGA(WRK-SUB-IT)
                           " AVISADO " PO-IT-QTDE-AVISADA(WRK-SUB-IT)
               END-IF
           END-PERFORM.

       0600-LISTA-ABERTOS   SECTION.
