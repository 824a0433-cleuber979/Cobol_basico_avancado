      *          TERMINAR COM UMA SECTION TERMINAL VAZIA ANTES DAS
      *          COPYS, PARA O PERFORM DA ULTIMA SECTION NAO CAIR
      *          NESTES PARAGRAFOS.
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==A SAIDA "SA" PASSA A SER GRAVADA POR LOTE CONSUMIDO NO FEFO
      *==(0688, COM EM-LOTE), MAIS UMA LINHA SEM LOTE PARA O RESTO;
      *==LOTE BLOQUEADO POR RECALL NAO E CONSUMIDO
      *==DATA:15/10/2026
      ******************************************************************
       0680-BAIXA-ESTOQUE-FAT.
           IF WRK-BX-QTDE-ITENS NOT EQUAL ZEROS

                   IF WRK-QTDE-BAIXADA GREATER ZEROS
                       SUBTRACT WRK-QTDE-BAIXADA FROM ESTQ-QTDE
                       MOVE WRK-QTDE-BAIXADA TO WRK-QTDE-REST-LOTE
                       PERFORM 0686-BAIXA-LOTE-FAT
                       IF WRK-QTDE-REST-LOTE GREATER ZEROS
                           MOVE WRK-QTDE-REST-LOTE
                             TO WRK-QTDE-LOTE-USADA
                           MOVE SPACES TO WRK-LOTE-FEFO
                           PERFORM 0688-GRAVA-SAIDA-FAT
                       END-IF
                   END-IF

                   REWRITE REG-ESTOQUE
           IF FS-LOTES NOT EQUAL 00
               CONTINUE
           ELSE
               MOVE "S" TO WRK-ACHOU-LOTE

               PERFORM UNTIL WRK-QTDE-REST-LOTE EQUAL ZEROS
               PERFORM UNTIL FS-LOTES NOT EQUAL 00
                       OR LOT-PRODUTO NOT EQUAL WRK-PRODUTO-BAIXA
                   IF LOT-QTDE GREATER ZEROS
                           AND NOT LOT-BLOQUEADO
                           AND LOT-VALIDADE LESS WRK-VALIDADE-FEFO
                       MOVE "S" TO WRK-ACHOU-LOTE
                       MOVE LOT-NUMERO   TO WRK-LOTE-FEFO
                       MOVE "N" TO WRK-ACHOU-LOTE
                   NOT INVALID KEY
                       IF LOT-QTDE NOT LESS WRK-QTDE-REST-LOTE
                           MOVE WRK-QTDE-REST-LOTE
                             TO WRK-QTDE-LOTE-USADA
                           SUBTRACT WRK-QTDE-REST-LOTE FROM LOT-QTDE
                           MOVE ZEROS TO WRK-QTDE-REST-LOTE
                       ELSE
                           MOVE LOT-QTDE TO WRK-QTDE-LOTE-USADA
                           SUBTRACT LOT-QTDE FROM WRK-QTDE-REST-LOTE
                           MOVE ZEROS TO LOT-QTDE
                       END-IF
                       REWRITE REG-LOTE
                       PERFORM 0688-GRAVA-SAIDA-FAT
               END-READ
           END-IF.

      *===============================UMA LINHA "SA" NO KARDEX POR LOTE
      *===============================CONSUMIDO (EM-LOTE), MAIS UMA SEM
      *===============================LOTE PARA O QUE NAO TINHA LOTE
      *===============================CADASTRADO - E O QUE PERMITE O
      *===============================RECALL ACHAR QUEM LEVOU O LOTE.
       0688-GRAVA-SAIDA-FAT.
           MOVE WRK-PRODUTO-BAIXA TO WRK-EM-PRODUTO.
           MOVE "SA"              TO WRK-EM-TIPO.
           COMPUTE WRK-EM-QTDE = WRK-QTDE-LOTE-USADA * -1.
           MOVE ESTQ-CUSTO        TO WRK-EM-CUSTO-UNIT.
           MOVE WRK-BX-TICKET     TO WRK-EM-DOCUMENTO.
           MOVE WRK-BX-ORIGEM     TO WRK-EM-ORIGEM.
           MOVE WRK-LOTE-FEFO     TO WRK-EM-LOTE.
           PERFORM 0186-GRAVA-MOVIMENTO-ESTQ.

      *===============================PARA CADA ITEM DA FATURA CUJO
      *===============================PRODUTO TEM GARANTIA CADASTRADA
      *===============================EM ESTOQUE.DAT, GRAVA O REGISTRO
                                     TO WRK-GAR-DATA-VENDA
                                   MOVE ESTQ-GARANTIA-DIAS
                                     TO WRK-GAR-DIAS
                                   MOVE TIB-SERIE(WRK-SUB-ITBX)
                                     TO WRK-GAR-SERIE
                                   PERFORM 0188-GRAVA-GARANTIA
                               END-IF
                       END-READ
