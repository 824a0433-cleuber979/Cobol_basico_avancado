      *==PASSA A MANTER A LOCALIZACAO FISICA DO PRODUTO NO DEPOSITO
      *==(ESTQ-LOCALIZACAO), USADA PELA LISTA DE SEPARACAO DA FATURA
      *==DATA:02/09/2026
      *==O PRODUTO NOVO NASCE SEM CLASSE ABC E SEM CONTAGEM CICLICA; A
      *==CONSULTA MOSTRA A CLASSE E A DATA DA ULTIMA CONTAGEM (ABC001)
      *==DATA:15/10/2026
      *==PASSA A MANTER O CODIGO DE BARRAS EAN-13 DO PRODUTO (ESTQ-EAN),
      *==VALIDANDO O DIGITO VERIFICADOR E RECUSANDO CODIGO JA USADO
      *==POR OUTRO PRODUTO (COPY EANWS/EANPD); A CONSULTA E A
      *==ALTERACAO ACEITAM O CODIGO NO LUGAR DO NOME
      *==DATA:15/10/2026
      *==PASSA A MANTER O INDICADOR DE CONTROLE DE SERIE POR UNIDADE
      *==(ESTQ-SERIALIZADO), QUE EXIGE O NUMERO DE SERIE NA ENTRADA,
      *==NA VENDA E NA DEVOLUCAO (SERIAIS.DAT)
      *==DATA:15/10/2026
      *==PASSA A MANTER O PRECO DE VENDA DE TABELA (ESTQ-PRECO-VENDA),
      *==IMPRESSO NA ETIQUETA DE GONDOLA (ETIQ001)
      *==DATA:15/10/2026
      *==PASSA A MANTER O GRUPO DO PRODUTO (ESTQ-GRUPO), QUE DEFINE A
      *==MARGEM MINIMA DE VENDA EM MARGEM.CFG
      *==DATA:15/10/2026
      *==PASSA A MANTER AS MEDIDAS DA EMBALAGEM (ESTQ-ALTURA-CM,
      *==ESTQ-LARGURA-CM E ESTQ-COMPRIMENTO-CM, SECTION 0530) NA
      *==INCLUSAO E NA ALTERACAO, USADAS NO PESO CUBADO DO FRETE.
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY ESTOQUEREG.

       WORKING-STORAGE SECTION.
           COPY EANWS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-PRODUTO-PROC PIC X(30) VALUE SPACES.
       77  WRK-CUSTO-ED    PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PRECO-ED    PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MEDIDA-ED   PIC ZZ9,9     VALUE ZEROS.
       77  WRK-EAN-NOVO    PIC X(13) VALUE SPACES.
       77  WRK-EAN-ACEITO  PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
       0300-INCLUIR         SECTION.
           DISPLAY "DIGITE O PRODUTO "
           ACCEPT ESTQ-PRODUTO.
           MOVE ESTQ-PRODUTO TO WRK-PRODUTO-PROC.
           PERFORM 0320-RECEBE-EAN.
           MOVE WRK-EAN-NOVO TO ESTQ-EAN.
           DISPLAY "DIGITE O SALDO INICIAL "
           ACCEPT ESTQ-QTDE.
           DISPLAY "DIGITE A QUANTIDADE MINIMA "
           ACCEPT ESTQ-QTDE-MINIMA.
           DISPLAY "DIGITE O PRECO DE CUSTO (0 = NAO CADASTRADO) "
           ACCEPT ESTQ-CUSTO.
           DISPLAY "DIGITE O PRECO DE VENDA (0 = NAO CADASTRADO) "
           ACCEPT ESTQ-PRECO-VENDA.
           DISPLAY "DIGITE O GRUPO DO PRODUTO (MARGEM.CFG) "
           ACCEPT ESTQ-GRUPO.
           DISPLAY "DIGITE OS DIAS DE GARANTIA (0 = SEM GARANTIA) "
           ACCEPT ESTQ-GARANTIA-DIAS.
           DISPLAY "DIGITE A LOCALIZACAO NO DEPOSITO (EX. A01-P03) "
           ACCEPT ESTQ-LOCALIZACAO.
           DISPLAY "CONTROLA NUMERO DE SERIE POR UNIDADE (S/N) "
           ACCEPT ESTQ-SERIALIZADO.
           IF ESTQ-SERIALIZADO NOT EQUAL "S"
               MOVE "N" TO ESTQ-SERIALIZADO
           END-IF.
           PERFORM 0530-RECEBE-MEDIDAS.
           MOVE SPACES TO ESTQ-CLASSE-ABC.
           MOVE ZEROS  TO ESTQ-DATA-CONTAGEM.

           WRITE REG-ESTOQUE
               INVALID KEY
                   DISPLAY "PRODUTO CADASTRADO COM SUCESSO "
           END-WRITE.

      *===============================CODIGO DE BARRAS DO PRODUTO EM
      *===============================WRK-PRODUTO-PROC: BRANCO = SEM
      *===============================CODIGO; O CODIGO SO E ACEITO COM
      *===============================O DIGITO CERTO E SE NAO ESTIVER
      *===============================EM OUTRO PRODUTO.
       0320-RECEBE-EAN      SECTION.
           MOVE "N" TO WRK-EAN-ACEITO.
           PERFORM UNTIL WRK-EAN-ACEITO EQUAL "S"
               DISPLAY "DIGITE O CODIGO DE BARRAS EAN-13 "
                       "(BRANCO = SEM CODIGO) "
               ACCEPT WRK-EAN-ENTRADA
               IF WRK-EAN-ENTRADA EQUAL SPACES
                   MOVE SPACES TO WRK-EAN-NOVO
                   MOVE "S" TO WRK-EAN-ACEITO
               ELSE
                   MOVE "R" TO WRK-EAN-ACAO
                   PERFORM 0094-TRATA-EAN
                   EVALUATE WRK-EAN-SITUACAO
                       WHEN "T"
                           DISPLAY "O CODIGO TEM 13 DIGITOS "
                       WHEN "I"
                           DISPLAY "DIGITO VERIFICADOR INVALIDO - "
                                   "CONFIRA O CODIGO "
                       WHEN "A"
                           IF WRK-EAN-PRODUTO EQUAL WRK-PRODUTO-PROC
                               MOVE WRK-EAN-CODIGO TO WRK-EAN-NOVO
                               MOVE "S" TO WRK-EAN-ACEITO
                           ELSE
                               DISPLAY "CODIGO JA USADO PELO PRODUTO "
                                       WRK-EAN-PRODUTO
                           END-IF
                       WHEN OTHER
                           MOVE WRK-EAN-CODIGO TO WRK-EAN-NOVO
                           MOVE "S" TO WRK-EAN-ACEITO
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *===============================CONSULTA E ALTERACAO ACEITAM O
      *===============================CODIGO DE BARRAS NO LUGAR DO NOME.
       0330-TRADUZ-CODIGO   SECTION.
           MOVE WRK-PRODUTO-PROC TO WRK-EAN-ENTRADA.
           MOVE "R" TO WRK-EAN-ACAO.
           PERFORM 0094-TRATA-EAN.
           EVALUATE WRK-EAN-SITUACAO
               WHEN "A"
                   MOVE WRK-EAN-PRODUTO TO WRK-PRODUTO-PROC
               WHEN "I"
                   DISPLAY "CODIGO DE BARRAS COM DIGITO INVALIDO "
               WHEN "N"
                   DISPLAY "CODIGO DE BARRAS NAO CADASTRADO "
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0400-CONSULTAR       SECTION.
           DISPLAY "DIGITE O PRODUTO OU O CODIGO DE BARRAS "
           ACCEPT WRK-PRODUTO-PROC.
           PERFORM 0330-TRADUZ-CODIGO.

           MOVE WRK-PRODUTO-PROC TO ESTQ-PRODUTO.
           READ ESTOQUE

       0410-MOSTRA-PRODUTO  SECTION.
           MOVE ESTQ-CUSTO TO WRK-CUSTO-ED.
           MOVE ESTQ-PRECO-VENDA TO WRK-PRECO-ED.
           DISPLAY "PRODUTO........ " ESTQ-PRODUTO.
           DISPLAY "SALDO.......... " ESTQ-QTDE.
           DISPLAY "QTDE MINIMA.... " ESTQ-QTDE-MINIMA.
           DISPLAY "PRECO DE CUSTO. " WRK-CUSTO-ED.
           DISPLAY "PRECO DE VENDA. " WRK-PRECO-ED.
           DISPLAY "GRUPO.......... " ESTQ-GRUPO.
           DISPLAY "GARANTIA (DIAS) " ESTQ-GARANTIA-DIAS.
           DISPLAY "LOCALIZACAO.... " ESTQ-LOCALIZACAO.
           DISPLAY "CLASSE ABC..... " ESTQ-CLASSE-ABC.
           DISPLAY "ULT. CONTAGEM.. " ESTQ-DATA-CONTAGEM.
           DISPLAY "CODIGO EAN-13.. " ESTQ-EAN.
           DISPLAY "CONTROLA SERIE. " ESTQ-SERIALIZADO.
           MOVE ESTQ-ALTURA-CM      TO WRK-MEDIDA-ED.
           DISPLAY "ALTURA (CM).... " WRK-MEDIDA-ED.
           MOVE ESTQ-LARGURA-CM     TO WRK-MEDIDA-ED.
           DISPLAY "LARGURA (CM)... " WRK-MEDIDA-ED.
           MOVE ESTQ-COMPRIMENTO-CM TO WRK-MEDIDA-ED.
           DISPLAY "COMPRIMENTO(CM) " WRK-MEDIDA-ED.

       0500-ALTERAR         SECTION.
           DISPLAY "DIGITE O PRODUTO A ALTERAR OU O CODIGO DE BARRAS "
           ACCEPT WRK-PRODUTO-PROC.
           PERFORM 0330-TRADUZ-CODIGO.

           MOVE WRK-PRODUTO-PROC TO ESTQ-PRODUTO.
           READ ESTOQUE
           ACCEPT ESTQ-QTDE-MINIMA.
           DISPLAY "DIGITE O NOVO PRECO DE CUSTO "
           ACCEPT ESTQ-CUSTO.
           DISPLAY "DIGITE O NOVO PRECO DE VENDA "
           ACCEPT ESTQ-PRECO-VENDA.
           DISPLAY "DIGITE O NOVO GRUPO DO PRODUTO "
           ACCEPT ESTQ-GRUPO.
           DISPLAY "DIGITE OS NOVOS DIAS DE GARANTIA "
           ACCEPT ESTQ-GARANTIA-DIAS.
           DISPLAY "DIGITE A NOVA LOCALIZACAO NO DEPOSITO "
           ACCEPT ESTQ-LOCALIZACAO.
           DISPLAY "CONTROLA NUMERO DE SERIE POR UNIDADE (S/N) "
           ACCEPT ESTQ-SERIALIZADO.
           IF ESTQ-SERIALIZADO NOT EQUAL "S"
               MOVE "N" TO ESTQ-SERIALIZADO
           END-IF.
           PERFORM 0530-RECEBE-MEDIDAS.
           MOVE ESTQ-PRODUTO TO WRK-PRODUTO-PROC.
           PERFORM 0320-RECEBE-EAN.
           MOVE WRK-EAN-NOVO TO ESTQ-EAN.

           REWRITE REG-ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
                       FS-ESTOQUE
           END-IF.

      *===============================MEDIDAS DA EMBALAGEM EM CM, USADAS
      *===============================NO PESO CUBADO DO FRETE (COPY
      *===============================FRETECALCPD). ZERO = SEM MEDIDA,
      *===============================O FRETE FICA SO PELO PESO REAL.
       0530-RECEBE-MEDIDAS  SECTION.
           DISPLAY "DIGITE A ALTURA DA EMBALAGEM EM CM (0 = SEM MEDIDA)"
           ACCEPT ESTQ-ALTURA-CM.
           DISPLAY "DIGITE A LARGURA DA EMBALAGEM EM CM "
           ACCEPT ESTQ-LARGURA-CM.
           DISPLAY "DIGITE O COMPRIMENTO DA EMBALAGEM EM CM "
           ACCEPT ESTQ-COMPRIMENTO-CM.

       0700-LISTAR          SECTION.
           MOVE SPACES TO ESTQ-PRODUTO.
           START ESTOQUE KEY IS NOT LESS ESTQ-PRODUTO.
                   READ ESTOQUE NEXT RECORD
               END-PERFORM
           END-IF.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NO PARAGRAFO DA
      *===============================COPY ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY EANPD.
       END PROGRAM ESTQ001.
