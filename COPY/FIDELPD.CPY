      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: REGRA, CONSULTA E MOVIMENTACAO DOS PONTOS DE
      *          FIDELIDADE (PROCEDURE DIVISION). 0640-CARREGA-CONFIG-
      *          FIDEL LE A REGRA DE FIDELIDADE.CFG PARA OS ITENS
      *          WRK-FDL- DA COPY FIDELWS (SEM O ARQUIVO FICA O
      *          PADRAO); 0641-CONSULTA-PONTOS DEIXA O SALDO DO CLIENTE
      *          WRK-FDL-ID-CLIENTE EM WRK-FDL-SALDO-ATUAL;
      *          0642-MOVIMENTA-PONTOS APLICA WRK-FDL-PONTOS-MOV AO
      *          SALDO (SOMA NO GANHO "G", SUBTRAI NO ESTORNO "E",
      *          RESGATE "R" E EXPIRACAO "X", SEM DEIXAR NEGATIVO) E
      *          GRAVA A LINHA DO EXTRATO EM FIDELIDADE.MOV COM O
      *          TICKET DE ORIGEM (WRK-FDL-TICKET-MOV); OS PONTOS DE
      *          FATO MOVIMENTADOS FICAM EM WRK-FDL-PONTOS-EFETIVOS. A
      *          MOVIMENTACAO SO RODA COM WRK-FDL-PONTOS-MOV DIFERENTE
      *          DE ZERO E O ZERA AO TERMINAR (MESMO ESQUEMA DO
      *          CREDLOJAPD).
      ******************************************************************
       0640-CARREGA-CONFIG-FIDEL.
           OPEN INPUT FIDCFG.
           IF FS-FIDCFG EQUAL 00
               READ FIDCFG
                   NOT AT END
                       IF FCF-REAIS-POR-PONTO NUMERIC
                               AND FCF-REAIS-POR-PONTO GREATER ZEROS
                           MOVE FCF-REAIS-POR-PONTO
                             TO WRK-FDL-REAIS-POR-PONTO
                       END-IF
                       IF FCF-BONUS-VIP NUMERIC
                           MOVE FCF-BONUS-VIP TO WRK-FDL-BONUS-VIP
                       END-IF
                       IF FCF-MESES-VALIDADE NUMERIC
                               AND FCF-MESES-VALIDADE GREATER ZEROS
                           MOVE FCF-MESES-VALIDADE
                             TO WRK-FDL-MESES-VALIDADE
                       END-IF
                       IF FCF-VALOR-PONTO NUMERIC
                           MOVE FCF-VALOR-PONTO TO WRK-FDL-VALOR-PONTO
                       END-IF
                       IF FCF-MINIMO-RESGATE NUMERIC
                           MOVE FCF-MINIMO-RESGATE
                             TO WRK-FDL-MINIMO-RESGATE
                       END-IF
               END-READ
               CLOSE FIDCFG
           END-IF.

       0641-CONSULTA-PONTOS.
           MOVE ZEROS TO WRK-FDL-SALDO-ATUAL.

           OPEN INPUT FIDELIDADE.
           IF FS-FIDELIDADE EQUAL 00
               MOVE WRK-FDL-ID-CLIENTE TO FDL-ID-CLIENTE
               READ FIDELIDADE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FDL-SALDO TO WRK-FDL-SALDO-ATUAL
               END-READ
               CLOSE FIDELIDADE
           END-IF.

       0642-MOVIMENTA-PONTOS.
           MOVE ZEROS TO WRK-FDL-PONTOS-EFETIVOS.

           IF WRK-FDL-PONTOS-MOV NOT EQUAL ZEROS
               ACCEPT WRK-DATA-FDL FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-FDL FROM TIME

               OPEN I-O FIDELIDADE
               IF FS-FIDELIDADE EQUAL 35
                   OPEN OUTPUT FIDELIDADE
                   CLOSE FIDELIDADE
                   OPEN I-O FIDELIDADE
               END-IF

               MOVE WRK-FDL-ID-CLIENTE TO FDL-ID-CLIENTE
               READ FIDELIDADE
                   INVALID KEY
                       MOVE ZEROS TO FDL-SALDO
                       IF WRK-FDL-TIPO-MOV EQUAL "G"
                           ADD WRK-FDL-PONTOS-MOV TO FDL-SALDO
                       ELSE
                           MOVE ZEROS TO WRK-FDL-PONTOS-MOV
                       END-IF
                       MOVE WRK-DATA-FDL TO FDL-DATA-ULT-MOV
                       WRITE REG-FIDELIDADE
                   NOT INVALID KEY
                       IF WRK-FDL-TIPO-MOV EQUAL "G"
                           ADD WRK-FDL-PONTOS-MOV TO FDL-SALDO
                       ELSE
                           IF WRK-FDL-PONTOS-MOV GREATER FDL-SALDO
                               MOVE FDL-SALDO TO WRK-FDL-PONTOS-MOV
                           END-IF
                           SUBTRACT WRK-FDL-PONTOS-MOV FROM FDL-SALDO
                       END-IF
                       MOVE WRK-DATA-FDL TO FDL-DATA-ULT-MOV
                       REWRITE REG-FIDELIDADE
               END-READ

               MOVE FDL-SALDO TO WRK-FDL-SALDO-ATUAL
               CLOSE FIDELIDADE
           END-IF.

           IF WRK-FDL-PONTOS-MOV NOT EQUAL ZEROS
               OPEN EXTEND FIDMOV
               IF FS-FIDMOV EQUAL 35
                   OPEN OUTPUT FIDMOV
               END-IF

               MOVE WRK-FDL-ID-CLIENTE  TO FDM-ID-CLIENTE
               MOVE WRK-DATA-FDL        TO FDM-DATA
               MOVE WRK-HORA-FDL        TO FDM-HORA
               MOVE WRK-FDL-TIPO-MOV    TO FDM-TIPO
               MOVE WRK-FDL-PONTOS-MOV  TO FDM-PONTOS
               MOVE WRK-FDL-PONTOS-MOV  TO WRK-FDL-PONTOS-EFETIVOS
               MOVE WRK-FDL-TICKET-MOV  TO FDM-TICKET
               MOVE WRK-FDL-SALDO-ATUAL TO FDM-SALDO-APOS
               WRITE REG-FIDMOV

               CLOSE FIDMOV

               MOVE ZEROS TO WRK-FDL-PONTOS-MOV
           END-IF.
