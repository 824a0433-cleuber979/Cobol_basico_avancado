      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: CALCULA A CONTRIBUICAO DO EMPREGADO AO INSS E O IRRF
      *          DE UM PAGAMENTO (PROCEDURE DIVISION). ESPERA QUE O
      *          PROGRAMA QUE O INCLUI TENHA OS ITENS DA COPY
      *          RETENCAOWS E TENHA PREENCHIDO WRK-RET-BASE (BRUTO DO
      *          MES, OU DO 13O, QUE E TRIBUTADO A PARTE) E
      *          WRK-RET-DEDUCOES (DEDUCOES LEGAIS ALEM DO INSS, ZERO
      *          QUANDO NAO HA). 0880 DEVOLVE WRK-RET-INSS; 0885 USA
      *          O WRK-RET-INSS JA CALCULADO E DEVOLVE WRK-RET-IRRF.
      ******************************************************************
       0880-CALCULA-INSS-RETIDO.
           MOVE ZEROS TO WRK-RET-CALC.
           MOVE ZEROS TO WRK-RET-FAIXA-ANT.
           PERFORM VARYING WRK-SUB-RET FROM 1 BY 1
                   UNTIL WRK-SUB-RET GREATER 4
               IF WRK-RET-BASE GREATER WRK-RET-FAIXA-ANT
                   IF WRK-RET-BASE GREATER
                           TAB-INSS-LIMITE(WRK-SUB-RET)
                       COMPUTE WRK-RET-CALC = WRK-RET-CALC
                           + (TAB-INSS-LIMITE(WRK-SUB-RET)
                              - WRK-RET-FAIXA-ANT)
                           * TAB-INSS-ALIQ(WRK-SUB-RET) / 100
                   ELSE
                       COMPUTE WRK-RET-CALC = WRK-RET-CALC
                           + (WRK-RET-BASE - WRK-RET-FAIXA-ANT)
                           * TAB-INSS-ALIQ(WRK-SUB-RET) / 100
                   END-IF
               END-IF
               MOVE TAB-INSS-LIMITE(WRK-SUB-RET) TO WRK-RET-FAIXA-ANT
           END-PERFORM.
           COMPUTE WRK-RET-INSS ROUNDED = WRK-RET-CALC.

       0885-CALCULA-IRRF-RETIDO.
           MOVE ZEROS TO WRK-RET-IRRF.
           COMPUTE WRK-RET-BASE-IR =
                   WRK-RET-BASE - WRK-RET-INSS - WRK-RET-DEDUCOES.
           IF WRK-RET-BASE-IR GREATER ZEROS
               MOVE ZEROS TO WRK-RET-CALC
               PERFORM VARYING WRK-SUB-RET FROM 1 BY 1
                       UNTIL WRK-SUB-RET GREATER 5
                   IF WRK-RET-BASE-IR NOT GREATER
                           TAB-IRRF-LIMITE(WRK-SUB-RET)
                       COMPUTE WRK-RET-CALC =
                               WRK-RET-BASE-IR
                               * TAB-IRRF-ALIQ(WRK-SUB-RET) / 100
                               - TAB-IRRF-DEDUCAO(WRK-SUB-RET)
                       MOVE 5 TO WRK-SUB-RET
                   END-IF
               END-PERFORM
               IF WRK-RET-CALC GREATER ZEROS
                   COMPUTE WRK-RET-IRRF ROUNDED = WRK-RET-CALC
               END-IF
           END-IF.
