      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: VALIDA OS DOIS DIGITOS VERIFICADORES (MODULO 11) DO
      *          CPF OU CNPJ EM WRK-DOC-NUMERO (PROCEDURE DIVISION).
      *          ESPERA QUE O PROGRAMA QUE O INCLUI TENHA OS ITENS DA
      *          COPY CPFCNPJWS E TENHA PREENCHIDO WRK-DOC-TIPO ("F"
      *          CPF, "J" CNPJ) E WRK-DOC-NUMERO. DEVOLVE
      *          WRK-DOC-VALIDO = "S" OU "N"; NUMERO ZERADO OU COM
      *          TODOS OS DIGITOS IGUAIS (111.111.111-11) E INVALIDO.
      *          SO RODA COM WRK-DOC-TIPO PREENCHIDO E O LIMPA AO
      *          TERMINAR (MESMO ESQUEMA DO LIMCREDPD), PARA NAO
      *          DISPARAR QUANDO O FLUXO APENAS PASSA POR AQUI NO FIM
      *          DO PROGRAMA.
      ******************************************************************
       0092-VALIDA-CPF-CNPJ.
           IF WRK-DOC-TIPO NOT EQUAL SPACES
               MOVE "S" TO WRK-DOC-VALIDO

               IF WRK-DOC-TIPO EQUAL "F"
                   MOVE 4 TO WRK-DOC-INICIO
               ELSE
                   MOVE 1 TO WRK-DOC-INICIO
               END-IF

               IF WRK-DOC-NUMERO NOT NUMERIC
                       OR WRK-DOC-NUMERO EQUAL ZEROS
                       OR (WRK-DOC-TIPO NOT EQUAL "F"
                           AND WRK-DOC-TIPO NOT EQUAL "J")
                   MOVE "N" TO WRK-DOC-VALIDO
               END-IF

               IF WRK-DOC-VALIDO EQUAL "S" AND WRK-DOC-TIPO EQUAL "F"
                       AND WRK-DOC-NUMERO GREATER 99999999999
                   MOVE "N" TO WRK-DOC-VALIDO
               END-IF

               IF WRK-DOC-VALIDO EQUAL "S"
                   MOVE ZEROS TO WRK-DOC-IGUAIS
                   PERFORM VARYING WRK-DOC-SUB FROM WRK-DOC-INICIO
                           BY 1 UNTIL WRK-DOC-SUB GREATER 14
                       IF WRK-DOC-DIG(WRK-DOC-SUB)
                               EQUAL WRK-DOC-DIG(14)
                           ADD 1 TO WRK-DOC-IGUAIS
                       END-IF
                   END-PERFORM
                   IF WRK-DOC-IGUAIS EQUAL 15 - WRK-DOC-INICIO
                       MOVE "N" TO WRK-DOC-VALIDO
                   END-IF
               END-IF

               IF WRK-DOC-VALIDO EQUAL "S"
                   PERFORM VARYING WRK-DOC-POS-DV FROM 13 BY 1
                           UNTIL WRK-DOC-POS-DV GREATER 14
                       MOVE ZEROS TO WRK-DOC-SOMA
                       PERFORM VARYING WRK-DOC-SUB FROM WRK-DOC-INICIO
                               BY 1
                               UNTIL WRK-DOC-SUB NOT LESS WRK-DOC-POS-DV
                           IF WRK-DOC-TIPO EQUAL "F"
                               COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA
                                   + WRK-DOC-DIG(WRK-DOC-SUB)
                                   * (WRK-DOC-POS-DV - WRK-DOC-SUB + 1)
                           ELSE
                               COMPUTE WRK-DOC-IDX-PESO =
                                   WRK-DOC-SUB + 14 - WRK-DOC-POS-DV
                               COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA
                                   + WRK-DOC-DIG(WRK-DOC-SUB)
                                   * WRK-DOC-PESO-CNPJ(WRK-DOC-IDX-PESO)
                           END-IF
                       END-PERFORM
                       DIVIDE WRK-DOC-SOMA BY 11 GIVING WRK-DOC-QUOC
                               REMAINDER WRK-DOC-RESTO
                       IF WRK-DOC-RESTO LESS 2
                           MOVE ZEROS TO WRK-DOC-DV
                       ELSE
                           COMPUTE WRK-DOC-DV = 11 - WRK-DOC-RESTO
                       END-IF
                       IF WRK-DOC-DV NOT EQUAL
                               WRK-DOC-DIG(WRK-DOC-POS-DV)
                           MOVE "N" TO WRK-DOC-VALIDO
                       END-IF
                   END-PERFORM
               END-IF

               MOVE SPACES TO WRK-DOC-TIPO
           END-IF.
