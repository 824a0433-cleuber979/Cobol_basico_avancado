      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: CODIGO DE BARRAS EAN-13 DO PRODUTO (PROCEDURE
      *          DIVISION). ESPERA QUE O PROGRAMA QUE O INCLUI TENHA OS
      *          ITENS DA COPY EANWS E O FD ESTOQUE (COPY ESTOQUEREG)
      *          COM FS-ESTOQUE. DUAS ACOES, PELO WRK-EAN-ACAO:
      *          "V" - VALIDA O DIGITO VERIFICADOR DE WRK-EAN-CODIGO
      *                (PESOS 1 E 3, MODULO 10) E DEVOLVE
      *                WRK-EAN-VALIDO = "S" OU "N";
      *          "R" - OLHA WRK-EAN-ENTRADA (O QUE FOI DIGITADO COMO
      *                PRODUTO): SE NAO FOR UM CODIGO DE 13 DIGITOS
      *                DEVOLVE WRK-EAN-SITUACAO "T" (NOME DIGITADO);
      *                SENAO VALIDA O DIGITO ("I" = INVALIDO) E PROCURA
      *                O CODIGO EM ESTOQUE.DAT: "A" = ACHADO, COM O
      *                NOME EM WRK-EAN-PRODUTO, "N" = NAO CADASTRADO.
      *          A PROCURA ABRE ESTOQUE.DAT SE O PROGRAMA AINDA NAO O
      *          TIVER ABERTO (STATUS 41 = JA ABERTO) E DEVOLVE O
      *          REG-ESTOQUE DO PROGRAMA COMO ESTAVA. SO RODA COM
      *          WRK-EAN-ACAO PREENCHIDO E O LIMPA AO TERMINAR (MESMO
      *          ESQUEMA DO CPFCNPJPD).
      ******************************************************************
       0094-TRATA-EAN.
           IF WRK-EAN-ACAO NOT EQUAL SPACES
               MOVE "N" TO WRK-EAN-VALIDO
               IF WRK-EAN-ACAO EQUAL "R"
                   MOVE SPACES TO WRK-EAN-PRODUTO
                   IF WRK-EAN-ENT-CODIGO NUMERIC
                           AND WRK-EAN-ENT-RESTO EQUAL SPACES
                       MOVE WRK-EAN-ENT-CODIGO TO WRK-EAN-CODIGO
                   ELSE
                       MOVE "T" TO WRK-EAN-SITUACAO
                       MOVE SPACES TO WRK-EAN-CODIGO
                   END-IF
               END-IF

               IF WRK-EAN-CODIGO NOT EQUAL SPACES
                   MOVE "S" TO WRK-EAN-VALIDO
                   IF WRK-EAN-CODIGO NOT NUMERIC
                       MOVE "N" TO WRK-EAN-VALIDO
                   ELSE
                       MOVE ZEROS TO WRK-EAN-SOMA
                       PERFORM VARYING WRK-EAN-SUB FROM 1 BY 1
                               UNTIL WRK-EAN-SUB GREATER 12
                           DIVIDE WRK-EAN-SUB BY 2 GIVING WRK-EAN-QUOC
                                   REMAINDER WRK-EAN-RESTO
                           IF WRK-EAN-RESTO EQUAL 1
                               ADD WRK-EAN-DIG(WRK-EAN-SUB)
                                   TO WRK-EAN-SOMA
                           ELSE
                               COMPUTE WRK-EAN-SOMA = WRK-EAN-SOMA
                                   + WRK-EAN-DIG(WRK-EAN-SUB) * 3
                           END-IF
                       END-PERFORM
                       DIVIDE WRK-EAN-SOMA BY 10 GIVING WRK-EAN-QUOC
                               REMAINDER WRK-EAN-RESTO
                       IF WRK-EAN-RESTO EQUAL ZEROS
                           MOVE ZEROS TO WRK-EAN-DV
                       ELSE
                           COMPUTE WRK-EAN-DV = 10 - WRK-EAN-RESTO
                       END-IF
                       IF WRK-EAN-DV NOT EQUAL WRK-EAN-DIG(13)
                           MOVE "N" TO WRK-EAN-VALIDO
                       END-IF
                   END-IF

                   IF WRK-EAN-ACAO EQUAL "R"
                       IF WRK-EAN-VALIDO NOT EQUAL "S"
                           MOVE "I" TO WRK-EAN-SITUACAO
                       ELSE
                           MOVE "N" TO WRK-EAN-SITUACAO
                           MOVE REG-ESTOQUE TO WRK-EAN-REG-SALVO
                           MOVE "N" TO WRK-EAN-ABRIU
                           OPEN INPUT ESTOQUE
                           IF FS-ESTOQUE EQUAL 00
                               MOVE "S" TO WRK-EAN-ABRIU
                           END-IF
                           IF FS-ESTOQUE EQUAL 00 OR FS-ESTOQUE EQUAL 41
                               MOVE SPACES TO ESTQ-PRODUTO
                               START ESTOQUE KEY IS NOT LESS
                                     ESTQ-PRODUTO
                               IF FS-ESTOQUE EQUAL 00
                                   READ ESTOQUE NEXT RECORD
                               END-IF
                               PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
                                       OR WRK-EAN-SITUACAO EQUAL "A"
                                   IF ESTQ-EAN EQUAL WRK-EAN-CODIGO
                                       MOVE "A" TO WRK-EAN-SITUACAO
                                       MOVE ESTQ-PRODUTO
                                         TO WRK-EAN-PRODUTO
                                   ELSE
                                       READ ESTOQUE NEXT RECORD
                                   END-IF
                               END-PERFORM
                               IF WRK-EAN-ABRIU EQUAL "S"
                                   CLOSE ESTOQUE
                               END-IF
                           END-IF
                           MOVE WRK-EAN-REG-SALVO TO REG-ESTOQUE
                       END-IF
                   END-IF
               END-IF

               MOVE SPACES TO WRK-EAN-ACAO
           END-IF.
