      *==FATURA ITEMIZAR; 0175 SOMA OS MESMOS COMPONENTES A COTACAO DA
      *==TRANSPORTADORA B
      *==DATA:02/09/2026
      *==FRETE POR PESO PASSA A COBRAR O MAIOR ENTRE O PESO REAL
      *==(WRK-PESO) E O PESO CUBADO (WRK-VOLUME-M3 X FATOR DE CUBAGEM DA
      *==TRANSPORTADORA), COMO AS TRANSPORTADORAS FATURAM. 0177 SOMA O
      *==VOLUME DE UM ITEM. VOLUME ZERO = CALCULO ANTIGO SO PELO PESO.
      *==DATA:15/10/2026
      ******************************************************************
       0170-CALCULA-FRETE.
           PERFORM 0179-CALCULA-FAIXA-DISTANCIA.
               MOVE ZEROS TO WRK-VALOR-GRIS
               MOVE ZEROS TO WRK-VALOR-PEDAGIO
           ELSE
               COMPUTE WRK-PESO-CUBADO ROUNDED =
                       WRK-VOLUME-M3 * WRK-FATOR-CUBAGEM
               IF WRK-PESO-CUBADO GREATER WRK-PESO
                   MOVE WRK-PESO-CUBADO TO WRK-PESO-TAXADO
               ELSE
                   MOVE WRK-PESO TO WRK-PESO-TAXADO
               END-IF
               COMPUTE WRK-FRETE-PESO = WRK-PESO-TAXADO * WRK-TAXA-KG
               ADD WRK-FRETE-PESO TO WRK-FRETE
               COMPUTE WRK-VALOR-DISTANCIA ROUNDED =
                       WRK-FRETE * TAB-TAXA-DIST(WRK-FAIXA-DISTANCIA)
           IF WRK-ACHOU-UF-B EQUAL "N"
               MOVE ZEROS TO WRK-FRETE-B
           ELSE
               COMPUTE WRK-PESO-CUBADO-B ROUNDED =
                       WRK-VOLUME-M3 * WRK-FATOR-CUBAGEM-B
               IF WRK-PESO-CUBADO-B GREATER WRK-PESO
                   MOVE WRK-PESO-CUBADO-B TO WRK-PESO-TAXADO-B
               ELSE
                   MOVE WRK-PESO TO WRK-PESO-TAXADO-B
               END-IF
               COMPUTE WRK-FRETE-PESO-B =
                       WRK-PESO-TAXADO-B * WRK-TAXA-KG-B
               ADD WRK-FRETE-PESO-B TO WRK-FRETE-B
               COMPUTE WRK-VALOR-DISTANCIA ROUNDED =
                       WRK-FRETE-B * TAB-TAXA-DIST(WRK-FAIXA-DISTANCIA)
           IF WRK-TRANSP-PREF EQUAL "B" AND WRK-ACHOU-UF-B EQUAL "S"
               MOVE "B" TO WRK-TRANSPORTADORA
               MOVE WRK-FRETE-B TO WRK-FRETE
               MOVE WRK-PESO-CUBADO-B TO WRK-PESO-CUBADO
               MOVE WRK-PESO-TAXADO-B TO WRK-PESO-TAXADO
           ELSE
               IF WRK-TRANSP-PREF EQUAL "A" AND WRK-ACHOU-UF EQUAL "S"
                   MOVE "A" TO WRK-TRANSPORTADORA
                            WRK-FRETE-B LESS WRK-FRETE)
                       MOVE "B" TO WRK-TRANSPORTADORA
                       MOVE WRK-FRETE-B TO WRK-FRETE
                       MOVE WRK-PESO-CUBADO-B TO WRK-PESO-CUBADO
                       MOVE WRK-PESO-TAXADO-B TO WRK-PESO-TAXADO
                   ELSE
                       MOVE "A" TO WRK-TRANSPORTADORA
                   END-IF
               END-IF
           END-IF.

      *===============================SOMA AO VOLUME DA CARGA
      *===============================(WRK-VOLUME-M3) O VOLUME DE UM
      *===============================ITEM: MEDIDAS EM CM VEZES A
      *===============================QUANTIDADE.
       0177-SOMA-VOLUME-ITEM.
           COMPUTE WRK-VOLUME-M3 ROUNDED = WRK-VOLUME-M3 +
                   (WRK-ALTURA-CM * WRK-LARGURA-CM * WRK-COMPRIMENTO-CM
                       * WRK-QTDE-VOLUME / 1000000)
               ON SIZE ERROR
                   MOVE 999,999999 TO WRK-VOLUME-M3
           END-COMPUTE.

      *===============================SOMA WRK-DIAS-VALIDADE DIAS A
      *===============================WRK-DATA-BASE-VALIDADE, DEIXANDO
      *===============================O RESULTADO EM WRK-DATA-VALIDADE.
