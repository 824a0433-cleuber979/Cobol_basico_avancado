      *          ANTIGO) APENAS SINALIZA, SEM BLOQUEAR; LIMITE
      *          ESTOURADO DEVOLVE WRK-LIMITE-ESTOURADO = "S" PARA O
      *          PROGRAMA BLOQUEAR A VENDA A PRAZO.
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==CLIENTE DE GRUPO DE EMPRESAS (FILIAL COM REG-CLI-ID-MATRIZ OU
      *==MATRIZ COM FILIAIS) TAMBEM TEM O SALDO EM ABERTO DE TODO O
      *==GRUPO COMPARADO COM O REG-CLI-LIMITE-GRUPO DA MATRIZ; ESTOURO
      *==DE QUALQUER DOS DOIS LIMITES BLOQUEIA. O GRUPO E MONTADO EM
      *==0166-MONTA-GRUPO-CRED LENDO CLIENTES.DAT (QUE O PROGRAMA QUE
      *==INCLUI DEVE TER ABERTO, COM FS-CLIENTES); O REGISTRO DO
      *==CLIENTE E DEVOLVIDO A REG-CLIENTES AO TERMINAR
      *==DATA:15/10/2026
      ******************************************************************
       0165-VERIFICA-LIMITE-CRED.
           IF WRK-VALOR-NOVO-CRED NOT EQUAL ZEROS
               MOVE ZEROS TO WRK-SALDO-ABERTO
               MOVE ZEROS TO WRK-SALDO-GRUPO
               MOVE "N"   TO WRK-LIMITE-ESTOURADO

               PERFORM 0166-MONTA-GRUPO-CRED

               OPEN INPUT CONTASREC
               IF FS-CONTASREC EQUAL 00
                   READ CONTASREC
                       IF CR-ID-CLIENTE EQUAL WRK-ID-CLIENTE
                           ADD CR-VALOR TO WRK-SALDO-ABERTO
                       END-IF
                       PERFORM VARYING WRK-LCR-SUB FROM 1 BY 1
                               UNTIL WRK-LCR-SUB GREATER
                                       WRK-LCR-QTDE-MEMBROS
                           IF TGC-ID-MEMBRO(WRK-LCR-SUB) EQUAL
                                   CR-ID-CLIENTE
                               ADD CR-VALOR TO WRK-SALDO-GRUPO
                               MOVE WRK-LCR-QTDE-MEMBROS TO WRK-LCR-SUB
                           END-IF
                       END-PERFORM
                       READ CONTASREC
                   END-PERFORM
                   CLOSE CONTASREC
                   END-IF
               END-IF

               IF WRK-LCR-QTDE-MEMBROS GREATER 1
                   IF WRK-LCR-LIMITE-GRUPO EQUAL ZEROS
                       DISPLAY "GRUPO " WRK-LCR-ID-MATRIZ
                               " SEM LIMITE DE GRUPO CADASTRADO "
                   ELSE
                       IF WRK-SALDO-GRUPO + WRK-VALOR-NOVO-CRED
                               GREATER WRK-LCR-LIMITE-GRUPO
                           MOVE "S" TO WRK-LIMITE-ESTOURADO
                           MOVE WRK-SALDO-GRUPO TO WRK-SALDO-ABERTO-ED
                           MOVE WRK-LCR-LIMITE-GRUPO
                             TO WRK-LIMITE-CRED-ED
                           DISPLAY "LIMITE DO GRUPO " WRK-LCR-ID-MATRIZ
                                   " EXCEDIDO - SALDO DO GRUPO "
                                   WRK-SALDO-ABERTO-ED
                                   " LIMITE " WRK-LIMITE-CRED-ED
                       END-IF
                   END-IF
               END-IF

               MOVE ZEROS TO WRK-VALOR-NOVO-CRED
           END-IF.

      *===============================MEMBROS DO GRUPO = A MATRIZ E TODO
      *===============================CLIENTE QUE APONTA PARA ELA. SO
      *===============================RODA DENTRO DA 0165 (MESMA GUARDA
      *===============================DE WRK-VALOR-NOVO-CRED).
       0166-MONTA-GRUPO-CRED.
           MOVE ZEROS TO WRK-LCR-QTDE-MEMBROS.
           MOVE ZEROS TO WRK-LCR-LIMITE-GRUPO.

           IF WRK-VALOR-NOVO-CRED NOT EQUAL ZEROS
                   AND WRK-ID-CLIENTE NOT EQUAL ZEROS
               MOVE REG-CLIENTES TO WRK-LCR-CLIENTE-SALVO
               MOVE FS-CLIENTES  TO WRK-LCR-FS-SALVO

               IF REG-CLI-ID-MATRIZ NUMERIC
                       AND REG-CLI-ID-MATRIZ NOT EQUAL ZEROS
                   MOVE REG-CLI-ID-MATRIZ TO WRK-LCR-ID-MATRIZ
               ELSE
                   MOVE WRK-ID-CLIENTE    TO WRK-LCR-ID-MATRIZ
               END-IF

               MOVE ZEROS TO REG-ID
               START CLIENTES KEY IS NOT LESS REG-ID
               IF FS-CLIENTES EQUAL 00
                   READ CLIENTES NEXT RECORD
                   PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
                       IF REG-ID EQUAL WRK-LCR-ID-MATRIZ
                           IF REG-CLI-LIMITE-GRUPO NUMERIC
                               MOVE REG-CLI-LIMITE-GRUPO
                                 TO WRK-LCR-LIMITE-GRUPO
                           END-IF
                       END-IF
                       IF (REG-ID EQUAL WRK-LCR-ID-MATRIZ
                               OR (REG-CLI-ID-MATRIZ NUMERIC
                               AND REG-CLI-ID-MATRIZ EQUAL
                                   WRK-LCR-ID-MATRIZ))
                               AND WRK-LCR-QTDE-MEMBROS LESS 200
                           ADD 1 TO WRK-LCR-QTDE-MEMBROS
                           MOVE REG-ID
                             TO TGC-ID-MEMBRO(WRK-LCR-QTDE-MEMBROS)
                       END-IF
                       READ CLIENTES NEXT RECORD
                   END-PERFORM
               END-IF

               MOVE WRK-LCR-CLIENTE-SALVO TO REG-CLIENTES
               MOVE WRK-LCR-FS-SALVO      TO FS-CLIENTES
           END-IF.
