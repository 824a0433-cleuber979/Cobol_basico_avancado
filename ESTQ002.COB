      *          ANTES (FEFO). UM TRIMESTRE ATRAS UMA PRATELEIRA
      *          INTEIRA FOI PARA O LIXO SEM AVISO NENHUM.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==LOTE BLOQUEADO POR RECALL (ESTQ007) FICA FORA DO ALERTA E DA
      *==BAIXA DE VENCIDOS, NAO RECEBE NOVA ENTRADA E APARECE MARCADO
      *==NA LISTAGEM DE LOTES
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           MOVE WRK-QTDE-ENTRADA     TO LOT-QTDE.
           MOVE WRK-VALIDADE-ENTRADA TO LOT-VALIDADE.
           MOVE SPACES               TO LOT-SITUACAO.

           WRITE REG-LOTE
               INVALID KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF LOT-BLOQUEADO
                               DISPLAY "LOTE BLOQUEADO POR RECALL - "
                                       "ENTRADA RECUSADA "
                           ELSE
                               ADD WRK-QTDE-ENTRADA TO LOT-QTDE
                               MOVE WRK-VALIDADE-ENTRADA
                                 TO LOT-VALIDADE
                               REWRITE REG-LOTE
                               DISPLAY "LOTE JA EXISTIA - QUANTIDADE "
                                       "SOMADA AO SALDO DO LOTE "
                           END-IF
                   END-READ
               NOT INVALID KEY
                   DISPLAY "LOTE REGISTRADO "
               READ LOTES NEXT RECORD
               PERFORM UNTIL FS-LOTES NOT EQUAL 00
                   IF LOT-QTDE GREATER ZEROS
                           AND NOT LOT-BLOQUEADO
                           AND LOT-VALIDADE NOT GREATER
                                   WRK-DATA-LIMITE
                       ADD 1 TO WRK-TOTAL-ALERTA
               READ LOTES NEXT RECORD
               PERFORM UNTIL FS-LOTES NOT EQUAL 00
                   IF LOT-QTDE GREATER ZEROS
                           AND NOT LOT-BLOQUEADO
                           AND LOT-VALIDADE LESS WRK-DATA-HOJE
                       PERFORM 0510-BAIXA-UM-LOTE
                   END-IF
               READ LOTES NEXT RECORD
               PERFORM UNTIL FS-LOTES NOT EQUAL 00
                       OR LOT-PRODUTO NOT EQUAL WRK-EM-PRODUTO
                   IF LOT-BLOQUEADO
                       DISPLAY "LOTE " LOT-NUMERO " QTDE " LOT-QTDE
                               " VENCE " LOT-VALIDADE
                               " BLOQUEADO (RECALL)"
                   ELSE
                       DISPLAY "LOTE " LOT-NUMERO " QTDE " LOT-QTDE
                               " VENCE " LOT-VALIDADE
                   END-IF
                   READ LOTES NEXT RECORD
               END-PERFORM
           END-IF.
