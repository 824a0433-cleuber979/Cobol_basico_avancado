      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: MOVIMENTA AS RESERVAS DE ESTOQUE DE RESERVAS.DAT
      *          (PROCEDURE DIVISION). ESPERA QUE O PROGRAMA QUE O
      *          INCLUI TENHA OS ITENS DA COPY RESERVAWS E O FD
      *          RESERVAS (COPY RESERVAREG), COM WRK-RSV-DATA = DATA DO
      *          DIA. A ACAO VEM EM WRK-RSV-ACAO:
      *          "S" - SALDO LIVRE: SOMA EM WRK-RSV-RESERVADO AS
      *                RESERVAS ATIVAS E NAO VENCIDAS DE
      *                WRK-RSV-PRODUTO (MENOS AS DO DOCUMENTO
      *                WRK-RSV-DOC-PROPRIO, QUE JA SAO DE QUEM ESTA
      *                VENDENDO) E DEVOLVE WRK-RSV-LIVRE =
      *                WRK-RSV-SALDO-FISICO - WRK-RSV-RESERVADO;
      *          "G" - GRAVA A RESERVA DE WRK-RSV-ORIGEM/DOCUMENTO/ITEM
      *                PARA WRK-RSV-PRODUTO/QTDE ATE WRK-RSV-VALIDADE;
      *          "B" - BAIXA TODAS AS RESERVAS ATIVAS DE
      *                WRK-RSV-ORIGEM/DOCUMENTO COM WRK-RSV-NOVO-STATUS
      *                ("F" FATURADA, "V" VENCIDA), DEVOLVENDO QUANTAS
      *                EM WRK-RSV-QTDE-BAIXADA.
      *          RESERVA ATIVA COM RSV-VALIDADE ANTERIOR A
      *          WRK-RSV-DATA NAO SEGURA MAIS O SALDO, MESMO ANTES DO
      *          ESTQ008 MARCA-LA COMO VENCIDA. DEVOLVE WRK-RSV-OK =
      *          "S" OU "N". SO RODA COM WRK-RSV-ACAO PREENCHIDO E O
      *          LIMPA AO TERMINAR (MESMO ESQUEMA DO SERIALPD).
      ******************************************************************
       0660-TRATA-RESERVA.
           IF WRK-RSV-ACAO NOT EQUAL SPACES
               MOVE "N" TO WRK-RSV-OK

               EVALUATE WRK-RSV-ACAO
                   WHEN "S"
                       PERFORM 0661-SOMA-RESERVAS
                   WHEN "G"
                       PERFORM 0662-GRAVA-RESERVA
                   WHEN "B"
                       PERFORM 0663-BAIXA-RESERVAS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               MOVE SPACES TO WRK-RSV-ACAO
           END-IF.

       0661-SOMA-RESERVAS.
           MOVE ZEROS TO WRK-RSV-RESERVADO.

           OPEN INPUT RESERVAS.
           IF FS-RESERVAS EQUAL 00
               MOVE LOW-VALUES TO RSV-CHAVE
               START RESERVAS KEY IS NOT LESS RSV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-RSV-FIM
                   NOT INVALID KEY
                       MOVE "N" TO WRK-RSV-FIM
               END-START
               PERFORM UNTIL WRK-RSV-FIM EQUAL "S"
                   READ RESERVAS NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-RSV-FIM
                       NOT AT END
                           IF RSV-ATIVA
                                   AND RSV-PRODUTO EQUAL WRK-RSV-PRODUTO
                                   AND RSV-VALIDADE NOT LESS
                                       WRK-RSV-DATA
                                   AND RSV-DOCUMENTO NOT EQUAL
                                       WRK-RSV-DOC-PROPRIO
                               ADD RSV-QTDE TO WRK-RSV-RESERVADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVAS
           END-IF.

           COMPUTE WRK-RSV-LIVRE =
                   WRK-RSV-SALDO-FISICO - WRK-RSV-RESERVADO.
           MOVE ZEROS TO WRK-RSV-DOC-PROPRIO.
           MOVE "S" TO WRK-RSV-OK.

       0662-GRAVA-RESERVA.
           OPEN I-O RESERVAS.
           IF FS-RESERVAS EQUAL 35
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
           END-IF.

           IF FS-RESERVAS NOT EQUAL 00
               DISPLAY "RESERVAS.DAT NAO ABERTO - STATUS "
                       FS-RESERVAS
           ELSE
               MOVE WRK-RSV-ORIGEM     TO RSV-ORIGEM
               MOVE WRK-RSV-DOCUMENTO  TO RSV-DOCUMENTO
               MOVE WRK-RSV-ITEM       TO RSV-ITEM
               MOVE WRK-RSV-PRODUTO    TO RSV-PRODUTO
               MOVE WRK-RSV-QTDE       TO RSV-QTDE
               MOVE WRK-RSV-ID-CLIENTE TO RSV-ID-CLIENTE
               MOVE WRK-RSV-DATA       TO RSV-DATA
               MOVE WRK-RSV-VALIDADE   TO RSV-VALIDADE
               MOVE "A"                TO RSV-STATUS
               MOVE ZEROS              TO RSV-DATA-BAIXA
               WRITE REG-RESERVA
                   INVALID KEY
                       DISPLAY "ITEM JA RESERVADO - DOCUMENTO "
                               WRK-RSV-DOCUMENTO " ITEM " WRK-RSV-ITEM
                   NOT INVALID KEY
                       MOVE "S" TO WRK-RSV-OK
               END-WRITE
               CLOSE RESERVAS
           END-IF.

       0663-BAIXA-RESERVAS.
           MOVE ZEROS TO WRK-RSV-QTDE-BAIXADA.

           OPEN I-O RESERVAS.
           IF FS-RESERVAS EQUAL 00
               MOVE WRK-RSV-ORIGEM    TO RSV-ORIGEM
               MOVE WRK-RSV-DOCUMENTO TO RSV-DOCUMENTO
               MOVE ZEROS             TO RSV-ITEM
               START RESERVAS KEY IS NOT LESS RSV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-RSV-FIM
                   NOT INVALID KEY
                       MOVE "N" TO WRK-RSV-FIM
               END-START
               PERFORM UNTIL WRK-RSV-FIM EQUAL "S"
                   READ RESERVAS NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-RSV-FIM
                       NOT AT END
                           IF RSV-ORIGEM NOT EQUAL WRK-RSV-ORIGEM
                                   OR RSV-DOCUMENTO NOT EQUAL
                                      WRK-RSV-DOCUMENTO
                               MOVE "S" TO WRK-RSV-FIM
                           ELSE
                               IF RSV-ATIVA
                                   MOVE WRK-RSV-NOVO-STATUS
                                     TO RSV-STATUS
                                   MOVE WRK-RSV-DATA TO RSV-DATA-BAIXA
                                   REWRITE REG-RESERVA
                                   ADD 1 TO WRK-RSV-QTDE-BAIXADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVAS
           END-IF.

           MOVE "S" TO WRK-RSV-OK.
