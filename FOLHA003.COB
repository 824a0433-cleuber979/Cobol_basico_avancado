           MOVE WRK-VALOR-PARCELA         TO FOLHA-VALOR-PAGO.
           MOVE WRK-DATA-LINHA            TO FOLHA-DATA.
           MOVE "13"                      TO FOLHA-TIPO.
           MOVE ZEROS                     TO FOLHA-BRUTO.
           MOVE ZEROS                     TO FOLHA-INSS.
           MOVE ZEROS                     TO FOLHA-IRRF.
           WRITE REG-FOLHA.

           CLOSE FOLHA.
