      *          (PEDIDO001) PARA SABER DE QUEM COMPRAR CADA LINHA DE
      *          REABASTECER.LST.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==OPCAO 4 - MANTER DADOS BANCARIOS DO FORNECEDOR (FORN-BANCO,
      *==FORN-AGENCIA, FORN-CONTA), USADOS NA REMESSA DO CPAG002
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DISPLAY "1 - INCLUIR FORNECEDOR "
           DISPLAY "2 - CONSULTAR FORNECEDOR "
           DISPLAY "3 - LISTAR FORNECEDORES "
           DISPLAY "4 - MANTER DADOS BANCARIOS DO FORNECEDOR "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.
                   PERFORM 0400-CONSULTAR
               WHEN 3
                   PERFORM 0700-LISTAR
               WHEN 4
                   PERFORM 0500-MANTER-DADOS-BANCARIOS
               WHEN 9
                   CONTINUE
               WHEN OTHER
           ACCEPT FORN-PRAZO-DIAS.

           MOVE ZEROS TO FORN-QTDE-PRODUTOS.
           MOVE ZEROS TO FORN-BANCO FORN-AGENCIA FORN-CONTA.
           MOVE "S" TO WRK-CONTINUA.
           PERFORM 0310-RECEBE-PRODUTO
                   UNTIL WRK-CONTINUA NOT EQUAL "S".
           DISPLAY "NOME........... " FORN-NOME.
           DISPLAY "CONTATO........ " FORN-CONTATO.
           DISPLAY "PRAZO (DIAS)... " FORN-PRAZO-DIAS.
           IF FORN-BANCO EQUAL ZEROS
               DISPLAY "DADOS BANCARIOS NAO CADASTRADOS "
           ELSE
               DISPLAY "BANCO/AG/CONTA. " FORN-BANCO " "
                       FORN-AGENCIA " " FORN-CONTA
           END-IF.
           PERFORM VARYING WRK-SUB-PR FROM 1 BY 1
                   UNTIL WRK-SUB-PR GREATER FORN-QTDE-PRODUTOS
               DISPLAY "PRODUTO " WRK-SUB-PR " "
                       FORN-PRODUTO(WRK-SUB-PR)
           END-PERFORM.

       0500-MANTER-DADOS-BANCARIOS SECTION.
           DISPLAY "DIGITE O CODIGO DO FORNECEDOR "
           ACCEPT WRK-ID-PROC.

           MOVE WRK-ID-PROC TO FORN-ID.
           READ FORNECEDORES
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO ENCONTRADO " WRK-ID-PROC
               NOT INVALID KEY
                   DISPLAY "FORNECEDOR..... " FORN-NOME
                   DISPLAY "BANCO ATUAL.... " FORN-BANCO
                   DISPLAY "DIGITE O BANCO (3 DIGITOS) "
                   ACCEPT FORN-BANCO
                   DISPLAY "DIGITE A AGENCIA (4 DIGITOS) "
                   ACCEPT FORN-AGENCIA
                   DISPLAY "DIGITE A CONTA (8 DIGITOS) "
                   ACCEPT FORN-CONTA
                   REWRITE REG-FORNECEDOR
                   DISPLAY "DADOS BANCARIOS ATUALIZADOS "
           END-READ.

       0700-LISTAR          SECTION.
           MOVE ZEROS TO FORN-ID.
           START FORNECEDORES KEY IS NOT LESS FORN-ID.
