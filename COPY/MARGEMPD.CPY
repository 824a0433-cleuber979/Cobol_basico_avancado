      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: CONFERE A MARGEM MINIMA DE UM ITEM NA ENTRADA DA VENDA
      *          (PROCEDURE DIVISION). ESPERA QUE O PROGRAMA QUE O
      *          INCLUI TENHA OS ITENS DA COPY MARGEMWS, COM
      *          WRK-MRG-PRODUTO/GRUPO/CUSTO DO CADASTRO (ESTOQUE.DAT),
      *          WRK-MRG-PRECO = PRECO LIQUIDO DIGITADO (JA COM O
      *          DESCONTO), WRK-MRG-ORIGEM ("V" CAIXA, "F" FATURA),
      *          WRK-MRG-DOCUMENTO (TICKET OU FATURA), WRK-MRG-VENDEDOR
      *          E WRK-MRG-DATA. O PISO E ESTQ-CUSTO MAIS A MARGEM DO
      *          GRUPO EM MARGEM.CFG; PRECO ABAIXO DO PISO EXIGE O PIN
      *          DO SUPERVISOR (NIVEL 3, COPY PINPD) E A LIBERACAO E
      *          GRAVADA EM MARGEM.LOG. PRODUTO SEM CUSTO CADASTRADO NAO
      *          E CONFERIDO. DEVOLVE WRK-MRG-OK = "S" (PODE VENDER) OU
      *          "N" (PIN RECUSADO - O PRECO DEVE SER REDIGITADO).
      *          NA PRIMEIRA LIBERACAO DA EXECUCAO O OPERADOR QUE
      *          DIGITOU O PRECO SE IDENTIFICA COM O PROPRIO PIN
      *          (WRK-MRG-DIGITADOR); O PIN DE SUPERVISOR DO MESMO
      *          USUARIO E RECUSADO - NINGUEM LIBERA O PROPRIO PRECO.
      ******************************************************************
       0670-CONFERE-MARGEM.
           MOVE "S" TO WRK-MRG-OK.

           IF WRK-MRG-CUSTO GREATER ZEROS
               PERFORM 0671-LE-MARGEM-GRUPO
               COMPUTE WRK-MRG-PRECO-MINIMO ROUNDED =
                       WRK-MRG-CUSTO
                     + (WRK-MRG-CUSTO * WRK-MRG-PERC-MINIMO / 100)
               IF WRK-MRG-PRECO LESS WRK-MRG-PRECO-MINIMO
                   MOVE "N" TO WRK-MRG-OK
               END-IF
           END-IF.

           IF WRK-MRG-OK NOT EQUAL "S"
               DISPLAY "PRECO ABAIXO DA MARGEM MINIMA - CUSTO "
                       WRK-MRG-CUSTO " MARGEM " WRK-MRG-PERC-MINIMO
                       "% PISO " WRK-MRG-PRECO-MINIMO
               DISPLAY "VENDER ABAIXO DO PISO EXIGE O PIN DO "
                       "SUPERVISOR "
               PERFORM 0673-IDENTIFICA-DIGITADOR
               IF WRK-MRG-DIGITADOR EQUAL SPACES
                   DISPLAY "OPERADOR NAO IDENTIFICADO - PRECO "
                           "RECUSADO - DIGITE OUTRO VALOR "
               ELSE
                   MOVE 3 TO WRK-NIVEL-EXIGIDO
                   PERFORM 0095-VALIDA-PIN
                   IF WRK-PIN-OK EQUAL "S"
                           AND WRK-USUARIO-PIN EQUAL WRK-MRG-DIGITADOR
                       MOVE "N" TO WRK-PIN-OK
                       DISPLAY "QUEM DIGITOU O PRECO NAO PODE LIBERAR "
                               "A PROPRIA VENDA - CHAME OUTRO "
                               "SUPERVISOR "
                   END-IF
                   IF WRK-PIN-OK EQUAL "S"
                       MOVE "S" TO WRK-MRG-OK
                       PERFORM 0672-GRAVA-LOG-MARGEM
                       DISPLAY "VENDA ABAIXO DA MARGEM LIBERADA POR "
                               WRK-USUARIO-PIN
                   ELSE
                       DISPLAY "PRECO RECUSADO - DIGITE OUTRO VALOR "
                   END-IF
               END-IF
           END-IF.

      *===============================MARGEM DO GRUPO DO PRODUTO; SEM
      *===============================LINHA PROPRIA VALE A LINHA "*" E,
      *===============================SEM ELA (OU SEM O MARGEM.CFG),
      *===============================MARGEM ZERO - O PISO E O CUSTO.
       0671-LE-MARGEM-GRUPO.
           MOVE ZEROS TO WRK-MRG-PERC-MINIMO.
           MOVE ZEROS TO WRK-MRG-PERC-PADRAO.
           MOVE "N"   TO WRK-MRG-ACHOU-GRUPO.

           OPEN INPUT MARGEMCFG.
           IF FS-MARGEMCFG EQUAL 00
               READ MARGEMCFG
               PERFORM UNTIL FS-MARGEMCFG NOT EQUAL 00
                   IF MCF-GRUPO EQUAL "*"
                       MOVE MCF-PERC-MINIMO TO WRK-MRG-PERC-PADRAO
                   END-IF
                   IF MCF-GRUPO EQUAL WRK-MRG-GRUPO
                           AND WRK-MRG-GRUPO NOT EQUAL SPACES
                       MOVE MCF-PERC-MINIMO TO WRK-MRG-PERC-MINIMO
                       MOVE "S" TO WRK-MRG-ACHOU-GRUPO
                   END-IF
                   READ MARGEMCFG
               END-PERFORM
               CLOSE MARGEMCFG
           END-IF.

           IF WRK-MRG-ACHOU-GRUPO NOT EQUAL "S"
               MOVE WRK-MRG-PERC-PADRAO TO WRK-MRG-PERC-MINIMO
           END-IF.

       0672-GRAVA-LOG-MARGEM.
           OPEN EXTEND MARGEMLOG.
           IF FS-MARGEMLOG EQUAL 35
               OPEN OUTPUT MARGEMLOG
           END-IF.

           MOVE WRK-MRG-DATA         TO MRG-DATA.
           ACCEPT MRG-HORA FROM TIME.
           MOVE WRK-MRG-ORIGEM       TO MRG-ORIGEM.
           MOVE WRK-MRG-DOCUMENTO    TO MRG-DOCUMENTO.
           MOVE WRK-USUARIO-PIN      TO MRG-USUARIO.
           MOVE WRK-MRG-VENDEDOR     TO MRG-VENDEDOR.
           MOVE WRK-MRG-PRODUTO      TO MRG-PRODUTO.
           MOVE WRK-MRG-GRUPO        TO MRG-GRUPO.
           MOVE WRK-MRG-CUSTO        TO MRG-CUSTO.
           MOVE WRK-MRG-PERC-MINIMO  TO MRG-PERC-MINIMO.
           MOVE WRK-MRG-PRECO-MINIMO TO MRG-PRECO-MINIMO.
           MOVE WRK-MRG-PRECO        TO MRG-PRECO-VENDA.
           COMPUTE MRG-MARGEM-CEDIDA =
                   WRK-MRG-PRECO-MINIMO - WRK-MRG-PRECO.
           WRITE REG-MARGEMLOG.
           CLOSE MARGEMLOG.

      *===============================O OPERADOR SE IDENTIFICA UMA VEZ
      *===============================POR EXECUCAO (QUALQUER NIVEL);
      *===============================PIN INVALIDO DEIXA SPACES E A
      *===============================LIBERACAO NAO E PEDIDA.
       0673-IDENTIFICA-DIGITADOR.
           IF WRK-MRG-DIGITADOR EQUAL SPACES
               DISPLAY "OPERADOR QUE DIGITOU O PRECO - IDENTIFIQUE-SE "
               MOVE 1 TO WRK-NIVEL-EXIGIDO
               PERFORM 0095-VALIDA-PIN
               IF WRK-PIN-OK EQUAL "S"
                   MOVE WRK-USUARIO-PIN TO WRK-MRG-DIGITADOR
               END-IF
           END-IF.
