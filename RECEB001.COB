      *==STATUS PARA RECEBIDO PARCIAL OU FECHADO QUANDO TODOS OS
      *==ITENS CHEGAM
      *==DATA:02/09/2026
      *==ESTQ-CUSTO PASSA A SER O CUSTO MEDIO PONDERADO MOVEL (SALDO
      *==AO CUSTO MEDIO + ENTRADA AO CUSTO DA NOTA) EM VEZ DO ULTIMO
      *==CUSTO - UMA COMPRA EMERGENCIAL CARA NAO DISTORCE MAIS A
      *==MARGEM DO MES (ARQ028). A LINHA "EN" SEGUE COM O CUSTO DA NOTA
      *==DATA:15/10/2026
      *==ENTRADA CONTRA PEDIDO GRAVA NA ORIGEM DA LINHA "EN" O NUMERO
      *==DO PEDIDO ("PC" + PO-NUMERO) EM VEZ DO FORNECEDOR DIGITADO,
      *==PARA O DESEMPENHO DE FORNECEDORES (FORN002) CASAR A DATA REAL
      *==DE RECEBIMENTO COM A EMISSAO DO PEDIDO
      *==DATA:15/10/2026
      *==O PRODUTO PODE SER LIDO PELO CODIGO DE BARRAS EAN-13
      *==(ESTQ-EAN, COPY EANWS/EANPD), COM O DIGITO VERIFICADOR
      *==CONFERIDO; PRODUTO AINDA SEM CODIGO RECEBE O CODIGO DA
      *==EMBALAGEM NA ENTRADA
      *==DATA:15/10/2026
      *==PRODUTO COM CONTROLE DE SERIE (ESTQ-SERIALIZADO) EXIGE UM
      *==NUMERO DE SERIE POR UNIDADE RECEBIDA, CADASTRADO EM ESTOQUE
      *==EM SERIAIS.DAT (COPY SERIALWS/SERIALPD)
      *==DATA:15/10/2026
      *==OPCAO 3 RECEBE PELO AVISO DE EMBARQUE IMPORTADO PELO EDI001:
      *==OS ITENS DO PEDIDO VEM PRE-PREENCHIDOS COM A QUANTIDADE AVISADA
      *==AINDA NAO RECEBIDA E O CONFERENTE SO CONFIRMA OU CORRIGE
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-KARDEX.

           SELECT SERIAIS ASSIGN TO "SERIAIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SER-NUMERO
           FILE STATUS IS FS-SERIAIS.

           SELECT PEDCOMP ASSIGN TO "PEDCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       FD  PEDCOMP.
           COPY PEDCOMPREG.

       FD  SERIAIS.
           COPY SERIALREG.

       WORKING-STORAGE SECTION.
           COPY ESTMOVWS.
           COPY EANWS.
           COPY SERIALWS.
       77  WRK-QTDE-SERIES PIC 9(05) VALUE ZEROS.
       77  WRK-NUM-UNIDADE PIC 9(05) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-KARDEX       PIC 9(02) VALUE ZEROS.
       77  FS-PEDCOMP      PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-IT      PIC 9(02) VALUE ZEROS.
       77  WRK-ACHOU-ITEM  PIC X(01) VALUE "N".
       77  WRK-PEDIDO-COMPLETO PIC X(01) VALUE "S".
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77  WRK-QTDE-AVISO  PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-AV      PIC 9(02) VALUE ZEROS.

      *===============================ITENS DO PEDIDO COM AVISO DE
      *===============================EMBARQUE (EDI001) AINDA NAO
      *===============================RECEBIDO: AVISADO MENOS RECEBIDO.
       01  TABELA-AVISO.
           05 TAB-AVISO OCCURS 10 TIMES.
               10 TAV-PRODUTO     PIC X(30).
               10 TAV-QTDE        PIC 9(05).
               10 TAV-AVISO       PIC X(10).

      *===============================ORIGEM DA LINHA "EN" QUANDO A
      *===============================ENTRADA E CONTRA PEDIDO DE COMPRA
      *===============================("PC" + NUMERO), LIDA PELO
      *===============================DESEMPENHO DE FORNECEDORES.
       01  WRK-ORIGEM-PEDIDO.
           05 FILLER          PIC X(02) VALUE "PC".
           05 WRK-OP-NUMERO   PIC 9(06) VALUE ZEROS.
           05 FILLER          PIC X(02) VALUE SPACES.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-PRODUTO-PROC PIC X(30) VALUE SPACES.
       77  WRK-QTDE-RECEBIDA PIC 9(05) VALUE ZEROS.
       77  WRK-CUSTO-UNIT  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-ESTOQUE PIC 9(12)V99 VALUE ZEROS.
       77  WRK-QTDE-NOVA   PIC 9(08) VALUE ZEROS.
       77  WRK-FORNECEDOR  PIC X(10) VALUE SPACES.
       77  WRK-DOCUMENTO   PIC X(10) VALUE SPACES.
       77  WRK-DATA-INICIAL PIC 9(08) VALUE ZEROS.
           DISPLAY "================================================"
           DISPLAY "1 - RECEBER MERCADORIA "
           DISPLAY "2 - KARDEX DE PRODUTO (PERIODO) "
           DISPLAY "3 - RECEBER PELO AVISO DE EMBARQUE (EDI) "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.
                   PERFORM 0300-RECEBE-MERCADORIA
               WHEN 2
                   PERFORM 0500-IMPRIME-KARDEX
               WHEN 3
                   PERFORM 0400-RECEBE-POR-AVISO
               WHEN 9
                   CONTINUE
               WHEN OTHER
           END-EVALUATE.

       0300-RECEBE-MERCADORIA SECTION.
           PERFORM 0305-LE-PRODUTO.
           DISPLAY "DIGITE A QUANTIDADE RECEBIDA "
           ACCEPT WRK-QTDE-RECEBIDA.
           DISPLAY "DIGITE O CUSTO UNITARIO "
               END-IF
           END-IF.

      *===============================O PRODUTO PODE SER DIGITADO OU
      *===============================LIDO PELO CODIGO DE BARRAS; CODIGO
      *===============================COM DIGITO ERRADO OU QUE NAO
      *===============================ESTA EM ESTOQUE.DAT PEDE DE NOVO.
       0305-LE-PRODUTO      SECTION.
           MOVE SPACES TO WRK-EAN-SITUACAO.
           PERFORM UNTIL WRK-EAN-SITUACAO EQUAL "T"
                      OR WRK-EAN-SITUACAO EQUAL "A"
               DISPLAY "DIGITE O PRODUTO RECEBIDO OU LEIA O CODIGO "
                       "DE BARRAS "
               ACCEPT WRK-PRODUTO-PROC
               MOVE WRK-PRODUTO-PROC TO WRK-EAN-ENTRADA
               MOVE "R" TO WRK-EAN-ACAO
               PERFORM 0094-TRATA-EAN
               EVALUATE WRK-EAN-SITUACAO
                   WHEN "A"
                       MOVE WRK-EAN-PRODUTO TO WRK-PRODUTO-PROC
                       DISPLAY "PRODUTO........ " WRK-PRODUTO-PROC
                   WHEN "I"
                       DISPLAY "CODIGO DE BARRAS COM DIGITO INVALIDO "
                               "- LEIA DE NOVO "
                   WHEN "N"
                       DISPLAY "CODIGO DE BARRAS NAO CADASTRADO - "
                               "DIGITE O NOME DO PRODUTO "
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       0310-ATUALIZA-ESTOQUE SECTION.
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
                               "ESTOQUE.DAT - CADASTRE NO ESTQ001 "
                               "E RECEBA DE NOVO "
                   NOT INVALID KEY
                       IF ESTQ-EAN EQUAL SPACES
                           PERFORM 0315-CADASTRA-EAN
                       END-IF
                       IF ESTQ-SERIALIZADO EQUAL "S"
                           PERFORM 0316-RECEBE-SERIES
                       END-IF
                       PERFORM 0320-CALCULA-CUSTO-MEDIO
                       ADD WRK-QTDE-RECEBIDA TO ESTQ-QTDE
                       REWRITE REG-ESTOQUE

                       MOVE WRK-PRODUTO-PROC  TO WRK-EM-PRODUTO
                       MOVE WRK-QTDE-RECEBIDA TO WRK-EM-QTDE
                       MOVE WRK-CUSTO-UNIT    TO WRK-EM-CUSTO-UNIT
                       MOVE WRK-DOCUMENTO     TO WRK-EM-DOCUMENTO
                       IF WRK-PEDIDO-PROC GREATER ZEROS
                           MOVE WRK-PEDIDO-PROC   TO WRK-OP-NUMERO
                           MOVE WRK-ORIGEM-PEDIDO TO WRK-EM-ORIGEM
                       ELSE
                           MOVE WRK-FORNECEDOR    TO WRK-EM-ORIGEM
                       END-IF
                       PERFORM 0186-GRAVA-MOVIMENTO-ESTQ

                       DISPLAY "ENTRADA REGISTRADA - NOVO SALDO "
                               ESTQ-QTDE " CUSTO MEDIO " ESTQ-CUSTO
               END-READ
               CLOSE ESTOQUE
           END-IF.

      *===============================PRODUTO AINDA SEM CODIGO DE
      *===============================BARRAS: APROVEITA A EMBALAGEM NA
      *===============================MAO PARA CADASTRAR O CODIGO.
       0315-CADASTRA-EAN    SECTION.
           DISPLAY "PRODUTO SEM CODIGO DE BARRAS - LEIA O CODIGO DA "
                   "EMBALAGEM (BRANCO = NAO INFORMAR) "
           ACCEPT WRK-EAN-ENTRADA.

           IF WRK-EAN-ENTRADA NOT EQUAL SPACES
               MOVE "R" TO WRK-EAN-ACAO
               PERFORM 0094-TRATA-EAN
               EVALUATE WRK-EAN-SITUACAO
                   WHEN "N"
                       MOVE WRK-EAN-CODIGO TO ESTQ-EAN
                       DISPLAY "CODIGO DE BARRAS GRAVADO NO PRODUTO "
                   WHEN "A"
                       DISPLAY "CODIGO JA USADO PELO PRODUTO "
                               WRK-EAN-PRODUTO " - NAO GRAVADO "
                   WHEN "I"
                       DISPLAY "DIGITO VERIFICADOR INVALIDO - CODIGO "
                               "NAO GRAVADO "
                   WHEN OTHER
                       DISPLAY "O CODIGO TEM 13 DIGITOS - NAO GRAVADO "
               END-EVALUATE
           END-IF.

      *===============================PRODUTO COM CONTROLE DE SERIE: UM
      *===============================NUMERO POR UNIDADE RECEBIDA, CADA
      *===============================UM CADASTRADO EM ESTOQUE EM
      *===============================SERIAIS.DAT (SERIE REPETIDA PEDE
      *===============================DE NOVO).
       0316-RECEBE-SERIES   SECTION.
           ACCEPT WRK-SER-DATA FROM DATE YYYYMMDD.
           MOVE WRK-PRODUTO-PROC TO WRK-SER-PRODUTO.
           MOVE WRK-DOCUMENTO    TO WRK-SER-DOCUMENTO.
           MOVE ZEROS TO WRK-QTDE-SERIES.

           DISPLAY "PRODUTO COM CONTROLE DE SERIE - DIGITE OS "
                   WRK-QTDE-RECEBIDA " NUMEROS DE SERIE ".
           PERFORM UNTIL WRK-QTDE-SERIES
                         NOT LESS WRK-QTDE-RECEBIDA
               COMPUTE WRK-NUM-UNIDADE = WRK-QTDE-SERIES + 1
               DISPLAY "SERIE DA UNIDADE " WRK-NUM-UNIDADE
               ACCEPT WRK-SER-NUMERO
               IF WRK-SER-NUMERO EQUAL SPACES
                   DISPLAY "O NUMERO DE SERIE E OBRIGATORIO "
               ELSE
                   MOVE "E" TO WRK-SER-ACAO
                   PERFORM 0182-MOVIMENTA-SERIE
                   IF WRK-SER-OK EQUAL "S"
                       ADD 1 TO WRK-QTDE-SERIES
                   ELSE
                       DISPLAY "SERIE JA CADASTRADA EM SERIAIS.DAT - "
                               "CONFIRA A ETIQUETA "
                   END-IF
               END-IF
           END-PERFORM.

      *===============================CUSTO MEDIO PONDERADO MOVEL: O
      *===============================SALDO ATUAL AO CUSTO MEDIO MAIS
      *===============================A ENTRADA AO CUSTO DA NOTA,
      *===============================DIVIDIDO PELA NOVA QUANTIDADE.
      *===============================SALDO ZERADO (OU SEM CUSTO AINDA)
      *===============================ASSUME O CUSTO DA ENTRADA.
       0320-CALCULA-CUSTO-MEDIO SECTION.
           IF ESTQ-QTDE EQUAL ZEROS OR ESTQ-CUSTO EQUAL ZEROS
               MOVE WRK-CUSTO-UNIT TO ESTQ-CUSTO
           ELSE
               COMPUTE WRK-VALOR-ESTOQUE =
                       (ESTQ-QTDE * ESTQ-CUSTO)
                     + (WRK-QTDE-RECEBIDA * WRK-CUSTO-UNIT)
               COMPUTE WRK-QTDE-NOVA = ESTQ-QTDE + WRK-QTDE-RECEBIDA
               COMPUTE ESTQ-CUSTO ROUNDED =
                       WRK-VALOR-ESTOQUE / WRK-QTDE-NOVA
           END-IF.

      *===============================CASA A ENTRADA COM O ITEM DO
      *===============================PEDIDO DE COMPRA EM ABERTO E
      *===============================ATUALIZA O STATUS DO PEDIDO.
               REWRITE REG-PEDCOMP
           END-IF.

      *===============================O AVISO DE EMBARQUE IMPORTADO
      *===============================PELO EDI001 TRAZ OS ITENS E AS
      *===============================QUANTIDADES; O CONFERENTE SO
      *===============================CONFIRMA OU CORRIGE CADA ITEM E
      *===============================INFORMA O CUSTO. CADA ITEM ENTRA
      *===============================PELO MESMO CAMINHO DA ENTRADA
      *===============================DIGITADA (0310 E 0350).
       0400-RECEBE-POR-AVISO SECTION.
           DISPLAY "NUMERO DO PEDIDO DE COMPRA "
           ACCEPT WRK-PEDIDO-PROC.
           MOVE ZEROS TO WRK-QTDE-AVISO.

           OPEN INPUT PEDCOMP.
           IF FS-PEDCOMP NOT EQUAL 00
               DISPLAY "PEDCOMP.DAT NAO ABERTO - SEM PEDIDOS "
           ELSE
               MOVE WRK-PEDIDO-PROC TO PO-NUMERO
               READ PEDCOMP
                   INVALID KEY
                       DISPLAY "PEDIDO NAO ENCONTRADO "
                               WRK-PEDIDO-PROC
                   NOT INVALID KEY
                       PERFORM 0410-CARREGA-AVISO
               END-READ
               CLOSE PEDCOMP
           END-IF.

           IF WRK-QTDE-AVISO EQUAL ZEROS
               DISPLAY "PEDIDO SEM AVISO DE EMBARQUE PENDENTE - USE A "
                       "OPCAO 1 "
           ELSE
               DISPLAY "DIGITE O NUMERO DO DOCUMENTO (NOTA) "
               ACCEPT WRK-DOCUMENTO
               MOVE SPACES TO WRK-FORNECEDOR
               PERFORM VARYING WRK-SUB-AV FROM 1 BY 1
                       UNTIL WRK-SUB-AV GREATER WRK-QTDE-AVISO
                   PERFORM 0420-CONFIRMA-ITEM-AVISO
               END-PERFORM
           END-IF.

       0410-CARREGA-AVISO   SECTION.
           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER PO-QTDE-ITENS
               IF PO-IT-QTDE-AVISADA(WRK-SUB-IT) GREATER
                       PO-IT-QTDE-RECEBIDA(WRK-SUB-IT)
                   ADD 1 TO WRK-QTDE-AVISO
                   MOVE PO-IT-PRODUTO(WRK-SUB-IT)
                     TO TAV-PRODUTO(WRK-QTDE-AVISO)
                   COMPUTE TAV-QTDE(WRK-QTDE-AVISO) =
                           PO-IT-QTDE-AVISADA(WRK-SUB-IT)
                         - PO-IT-QTDE-RECEBIDA(WRK-SUB-IT)
                   MOVE PO-IT-ULT-AVISO(WRK-SUB-IT)
                     TO TAV-AVISO(WRK-QTDE-AVISO)
               END-IF
           END-PERFORM.

       0420-CONFIRMA-ITEM-AVISO SECTION.
           MOVE TAV-PRODUTO(WRK-SUB-AV) TO WRK-PRODUTO-PROC.
           MOVE TAV-QTDE(WRK-SUB-AV)    TO WRK-QTDE-RECEBIDA.
           DISPLAY "PRODUTO........ " WRK-PRODUTO-PROC.
           DISPLAY "AVISADO........ " WRK-QTDE-RECEBIDA
                   " (AVISO " TAV-AVISO(WRK-SUB-AV) ")".
           DISPLAY "CONFIRMA A QUANTIDADE AVISADA? (S/N) "
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "N" OR WRK-CONFIRMA EQUAL "n"
               DISPLAY "DIGITE A QUANTIDADE RECEBIDA "
               ACCEPT WRK-QTDE-RECEBIDA
           END-IF.

           IF WRK-QTDE-RECEBIDA EQUAL ZEROS
               DISPLAY "ITEM NAO RECEBIDO NESTA ENTRADA "
           ELSE
               DISPLAY "DIGITE O CUSTO UNITARIO "
               ACCEPT WRK-CUSTO-UNIT
               PERFORM 0310-ATUALIZA-ESTOQUE
               PERFORM 0350-BAIXA-PEDIDO
           END-IF.

       0500-IMPRIME-KARDEX  SECTION.
           DISPLAY "DIGITE O PRODUTO "
           ACCEPT WRK-PRODUTO-PROC.
           END-IF.

           COPY ESTMOVPD.
           COPY EANPD.
           COPY SERIALPD.
       END PROGRAM RECEB001.
