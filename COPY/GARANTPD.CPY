      *          ZERO E O ZERA AO TERMINAR, PARA NAO DISPARAR DE NOVO
      *          QUANDO O FLUXO APENAS PASSA POR ESTE PARAGRAFO NO FIM
      *          DO PROGRAMA (MESMO ESQUEMA DO LIMCREDPD).
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==GRAVA TAMBEM O NUMERO DE SERIE (WRK-GAR-SERIE), LIMPO JUNTO
      *==COM O GATILHO AO TERMINAR
      *==DATA:15/10/2026
      ******************************************************************
       0188-GRAVA-GARANTIA.
           IF WRK-GAR-DIAS NOT EQUAL ZEROS
               MOVE WRK-GAR-PRODUTO    TO GAR-PRODUTO
               MOVE WRK-GAR-DATA-VENDA TO GAR-DATA-VENDA
               MOVE WRK-DATA-FIM-GAR-X TO GAR-DATA-FIM
               MOVE WRK-GAR-SERIE      TO GAR-SERIE
               WRITE REG-GARANTIA

               CLOSE GARANTIAS

               MOVE ZEROS  TO WRK-GAR-DIAS
               MOVE SPACES TO WRK-GAR-SERIE
           END-IF.
