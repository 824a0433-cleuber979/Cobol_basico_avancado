      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: MOVIMENTA O CADASTRO DE NUMEROS DE SERIE EM
      *          SERIAIS.DAT (PROCEDURE DIVISION). ESPERA QUE O
      *          PROGRAMA QUE O INCLUI TENHA OS ITENS DA COPY SERIALWS
      *          E O FD SERIAIS (COPY SERIALREG), COM WRK-SER-NUMERO E
      *          WRK-SER-DATA PREENCHIDOS. A ACAO VEM EM WRK-SER-ACAO:
      *          "E" - ENTRADA: GRAVA A UNIDADE EM ESTOQUE PARA
      *                WRK-SER-PRODUTO COM WRK-SER-DOCUMENTO (SERIE JA
      *                CADASTRADA E RECUSADA);
      *          "C" - CONSULTA: SO LE; O REGISTRO FICA EM REG-SERIAL;
      *          "V" - VENDA: A UNIDADE TEM DE SER DE WRK-SER-PRODUTO
      *                E ESTAR EM ESTOQUE OU DEVOLVIDA NA PRATELEIRA;
      *                GRAVA WRK-SER-TICKET/WRK-SER-ID-CLIENTE;
      *          "D" - DEVOLVIDA (VOLTOU PARA A PRATELEIRA) E
      *          "B" - BAIXADA (SUCATA): SO PARA UNIDADE VENDIDA.
      *          DEVOLVE WRK-SER-OK = "S" OU "N". SO RODA COM
      *          WRK-SER-ACAO PREENCHIDO E O LIMPA AO TERMINAR (MESMO
      *          ESQUEMA DO LIMCREDPD).
      *          0183 PEDE NO CAIXA/FATURA O NUMERO DE SERIE DA UNIDADE
      *          DE WRK-SER-PRODUTO (GATILHO WRK-SER-PEDIR = "S") E
      *          CONFERE SE PODE SER VENDIDA; SERIE AINDA NAO
      *          CADASTRADA (UNIDADE DO SALDO ANTERIOR AO CONTROLE) E
      *          CADASTRADA EM ESTOQUE NA HORA, COM CONFIRMACAO.
      ******************************************************************
       0182-MOVIMENTA-SERIE.
           IF WRK-SER-ACAO NOT EQUAL SPACES
               MOVE "N" TO WRK-SER-OK

               OPEN I-O SERIAIS
               IF FS-SERIAIS EQUAL 35 AND WRK-SER-ACAO EQUAL "E"
                   OPEN OUTPUT SERIAIS
                   CLOSE SERIAIS
                   OPEN I-O SERIAIS
               END-IF

               IF FS-SERIAIS NOT EQUAL 00
                   DISPLAY "SERIAIS.DAT NAO ABERTO - STATUS "
                           FS-SERIAIS
               ELSE
                   MOVE WRK-SER-NUMERO TO SER-NUMERO
                   READ SERIAIS
                       INVALID KEY
                           IF WRK-SER-ACAO EQUAL "E"
                               MOVE WRK-SER-PRODUTO TO SER-PRODUTO
                               MOVE "E"             TO SER-STATUS
                               MOVE WRK-SER-DATA
                                 TO SER-DATA-ENTRADA
                               MOVE WRK-SER-DOCUMENTO
                                 TO SER-DOC-ENTRADA
                               MOVE ZEROS TO SER-TICKET
                               MOVE ZEROS TO SER-ID-CLIENTE
                               MOVE ZEROS TO SER-DATA-VENDA
                               MOVE WRK-SER-DATA
                                 TO SER-DATA-STATUS
                               WRITE REG-SERIAL
                               MOVE "S" TO WRK-SER-OK
                           END-IF
                       NOT INVALID KEY
                           EVALUATE WRK-SER-ACAO
                               WHEN "C"
                                   MOVE "S" TO WRK-SER-OK
                               WHEN "V"
                                   IF SER-PRODUTO EQUAL WRK-SER-PRODUTO
                                           AND (SER-EM-ESTOQUE
                                                OR SER-DEVOLVIDO)
                                       MOVE "V" TO SER-STATUS
                                       MOVE WRK-SER-TICKET
                                         TO SER-TICKET
                                       MOVE WRK-SER-ID-CLIENTE
                                         TO SER-ID-CLIENTE
                                       MOVE WRK-SER-DATA
                                         TO SER-DATA-VENDA
                                       MOVE WRK-SER-DATA
                                         TO SER-DATA-STATUS
                                       REWRITE REG-SERIAL
                                       MOVE "S" TO WRK-SER-OK
                                   END-IF
                               WHEN "D"
                               WHEN "B"
                                   IF SER-VENDIDO
                                       MOVE WRK-SER-ACAO TO SER-STATUS
                                       MOVE WRK-SER-DATA
                                         TO SER-DATA-STATUS
                                       REWRITE REG-SERIAL
                                       MOVE "S" TO WRK-SER-OK
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
                   CLOSE SERIAIS
               END-IF

               MOVE SPACES TO WRK-SER-ACAO
           END-IF.

       0183-RECEBE-SERIE-VENDA.
           IF WRK-SER-PEDIR EQUAL "S"
               MOVE "N" TO WRK-SER-OK
               DISPLAY "DIGITE O NUMERO DE SERIE DA UNIDADE "
               ACCEPT WRK-SER-NUMERO

               IF WRK-SER-NUMERO EQUAL SPACES
                   DISPLAY "PRODUTO COM CONTROLE DE SERIE - O NUMERO "
                           "E OBRIGATORIO "
               ELSE
                   MOVE "C" TO WRK-SER-ACAO
                   PERFORM 0182-MOVIMENTA-SERIE
                   IF WRK-SER-OK EQUAL "S"
                       IF SER-PRODUTO NOT EQUAL WRK-SER-PRODUTO
                           MOVE "N" TO WRK-SER-OK
                           DISPLAY "ESTA SERIE E DO PRODUTO "
                                   SER-PRODUTO
                       ELSE
                           IF SER-VENDIDO
                               MOVE "N" TO WRK-SER-OK
                               DISPLAY "UNIDADE JA VENDIDA NO TICKET "
                                       SER-TICKET
                           END-IF
                           IF SER-BAIXADO
                               MOVE "N" TO WRK-SER-OK
                               DISPLAY "UNIDADE BAIXADA COMO SUCATA "
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "SERIE NAO CADASTRADA - UNIDADE DO "
                               "SALDO ANTERIOR AO CONTROLE (S/N) "
                       ACCEPT WRK-SER-CONFIRMA
                       IF WRK-SER-CONFIRMA EQUAL "S"
                           MOVE "SALDO ANT." TO WRK-SER-DOCUMENTO
                           MOVE "E" TO WRK-SER-ACAO
                           PERFORM 0182-MOVIMENTA-SERIE
                       END-IF
                   END-IF
               END-IF

               MOVE "N" TO WRK-SER-PEDIR
           END-IF.
