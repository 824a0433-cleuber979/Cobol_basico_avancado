      *          TERMINAR, PARA NAO DISPARAR DE NOVO QUANDO O FLUXO
      *          APENAS PASSA POR ESTE PARAGRAFO NO FIM DO PROGRAMA
      *          (MESMO ESQUEMA DO LIMCREDPD).
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==GRAVA EM-LOTE A PARTIR DE WRK-EM-LOTE E O LIMPA AO TERMINAR
      *==DATA:15/10/2026
      *==GRAVA EM-LOJA A PARTIR DE WRK-EM-LOJA E O ZERA AO TERMINAR
      *==DATA:15/10/2026
      ******************************************************************
       0186-GRAVA-MOVIMENTO-ESTQ.
           IF WRK-EM-QTDE NOT EQUAL ZEROS
               MOVE WRK-EM-CUSTO-UNIT TO EM-CUSTO-UNIT
               MOVE WRK-EM-DOCUMENTO  TO EM-DOCUMENTO
               MOVE WRK-EM-ORIGEM     TO EM-ORIGEM
               MOVE WRK-EM-LOTE       TO EM-LOTE
               MOVE WRK-EM-LOJA       TO EM-LOJA
               WRITE REG-ESTMOV

               CLOSE ESTMOV

               MOVE ZEROS TO WRK-EM-QTDE
               MOVE SPACES TO WRK-EM-LOTE
               MOVE ZEROS TO WRK-EM-LOJA
           END-IF.
