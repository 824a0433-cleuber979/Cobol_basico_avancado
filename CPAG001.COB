      *          DIAS VENCIDOS DO TITULO) - O QUE DEVEMOS MORAVA NUMA
      *          GAVETA ENQUANTO O QUE NOS DEVEM TINHA RAZAO PROPRIO.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==OPCOES 4/5/6: NOTA DE MERCADORIA CONFERIDA CONTRA PEDIDO
      *==E RECEBIMENTO (TOLERANCIAS EM CONFNF.CFG), BLOQUEIO EM
      *==NFBLOQ.DAT, LIBERACAO COM PIN E RELATORIO NFBLOQ.LST
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGINGPAG.

           SELECT PEDCOMP ASSIGN TO "PEDCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-NUMERO
           FILE STATUS IS FS-PEDCOMP.

           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-ID
           FILE STATUS IS FS-FORNECEDORES.

           SELECT ESTMOV ASSIGN TO "ESTOQMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ESTMOV.

           SELECT NFBLOQ ASSIGN TO "NFBLOQ.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-NFBLOQ.

           SELECT CONFCFG ASSIGN TO "CONFNF.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONFCFG.

           SELECT RELBLOQ ASSIGN TO "NFBLOQ.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELBLOQ.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTASPAG.
       FD  AGINGPAG.
       01  REG-AGINGPAG    PIC X(96).

       FD  PEDCOMP.
           COPY PEDCOMPREG.

       FD  FORNECEDORES.
           COPY FORNREG.

       FD  ESTMOV.
           COPY ESTMOVREG.

       FD  NFBLOQ.
           COPY NFBLOQREG.

       FD  CONFCFG.
       01  REG-CONFCFG.
           05 CFG-TOL-QTDE-PERC  PIC 9(02)V99.
           05 CFG-TOL-PRECO-PERC PIC 9(02)V99.

       FD  RELBLOQ.
       01  REG-RELBLOQ     PIC X(96).

       WORKING-STORAGE SECTION.
           COPY PINWS.
       77  FS-CONTASPAG    PIC 9(02) VALUE ZEROS.
       77  FS-AGINGPAG     PIC 9(02) VALUE ZEROS.
       77  FS-PEDCOMP      PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-ESTMOV       PIC 9(02) VALUE ZEROS.
       77  FS-NFBLOQ       PIC 9(02) VALUE ZEROS.
       77  FS-CONFCFG      PIC 9(02) VALUE ZEROS.
       77  FS-RELBLOQ      PIC 9(02) VALUE ZEROS.

       77  WRK-TOL-QTDE-PERC  PIC 9(02)V99 VALUE ZEROS.
       77  WRK-TOL-PRECO-PERC PIC 9(02)V99 VALUE 2,00.

       77  WRK-PEDIDO-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-PEDIDO-OK   PIC X(01) VALUE "N".
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-NOTA-CREDOR PIC X(30) VALUE SPACES.
       77  WRK-NOTA-DOCUMENTO PIC X(10) VALUE SPACES.
       77  WRK-NOTA-VENC   PIC 9(08) VALUE ZEROS.
       77  WRK-NOTA-VALOR  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-NOTA-QTDE-ITENS PIC 9(02) VALUE ZEROS.
       77  WRK-NOTA-DIVERGENTE PIC X(01) VALUE "N".
       77  WRK-SUB-NOTA    PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-PO      PIC 9(02) VALUE ZEROS.
       77  WRK-ACHADO-PO   PIC 9(02) VALUE ZEROS.
       77  WRK-DIVERG-QTDE PIC X(01) VALUE "N".
       77  WRK-DIVERG-PRECO PIC X(01) VALUE "N".
       77  WRK-QTDE-DISPONIVEL PIC S9(05) VALUE ZEROS.
       77  WRK-QTDE-LIMITE PIC 9(06)V99 VALUE ZEROS.
       77  WRK-QTDE-EN     PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-EN    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DIF-PRECO   PIC S9(05)V99 VALUE ZEROS.
       77  WRK-DIF-LIMITE  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-TOTAL-BLOQUEADAS PIC 9(05) VALUE ZEROS.

      *===============================ITENS DA NOTA EM CONFERENCIA -
      *===============================MESMO LEIAUTE DE NFB-ITENS.
       01  TABELA-ITENS-NOTA.
           05 TAB-ITEM-NOTA OCCURS 10 TIMES.
               10 TIN-PRODUTO     PIC X(30).
               10 TIN-QTDE        PIC 9(05).
               10 TIN-PRECO       PIC 9(05)V99.
               10 TIN-QTDE-RECEB  PIC 9(05).
               10 TIN-CUSTO-EN    PIC 9(05)V99.
               10 TIN-SITUACAO    PIC X(02).

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CREDOR-PROC PIC X(30) VALUE SPACES.
           05 FILLER          PIC X(20) VALUE "TOTAL EM ABERTO.... ".
           05 WRK-LT-TOTAL     PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TITULO-BLOQ.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(45) VALUE
               "NOTAS DE FORNECEDOR BLOQUEADAS - DIVERGENCIAS".

       01  WRK-LINHA-NOTA-BLOQ.
           05 FILLER         PIC X(06) VALUE "NOTA  ".
           05 WRK-LNB-DOCUMENTO PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LNB-CREDOR PIC X(30).
           05 FILLER         PIC X(08) VALUE " PEDIDO ".
           05 WRK-LNB-PEDIDO PIC 9(06).
           05 FILLER         PIC X(07) VALUE " VALOR ".
           05 WRK-LNB-VALOR  PIC ZZZ.ZZ9,99.
           05 FILLER         PIC X(06) VALUE " VENC ".
           05 WRK-LNB-VENC   PIC 9(08).

       01  WRK-LINHA-ITEM-BLOQ.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LIB-PRODUTO PIC X(30).
           05 FILLER         PIC X(05) VALUE " NF: ".
           05 WRK-LIB-QTDE   PIC ZZZZ9.
           05 FILLER         PIC X(03) VALUE " X ".
           05 WRK-LIB-PRECO  PIC ZZ.ZZ9,99.
           05 FILLER         PIC X(08) VALUE "  RECEB ".
           05 WRK-LIB-RECEB  PIC ZZZZ9.
           05 FILLER         PIC X(07) VALUE " CUSTO ".
           05 WRK-LIB-CUSTO  PIC ZZ.ZZ9,99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LIB-SITUACAO PIC X(02).

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
                   (WRK-HOJE-ANO * 360) + (WRK-HOJE-MES * 30)
                   + WRK-HOJE-DIA.

           PERFORM 0050-CARREGA-CONFIG.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0050-CARREGA-CONFIG  SECTION.
           OPEN INPUT CONFCFG.
           IF FS-CONFCFG EQUAL 00
               READ CONFCFG
                   NOT AT END
                       IF CFG-TOL-QTDE-PERC NUMERIC
                           MOVE CFG-TOL-QTDE-PERC TO WRK-TOL-QTDE-PERC
                       END-IF
                       IF CFG-TOL-PRECO-PERC NUMERIC
                           MOVE CFG-TOL-PRECO-PERC
                             TO WRK-TOL-PRECO-PERC
                       END-IF
               END-READ
               CLOSE CONFCFG
           END-IF.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  CONTAS A PAGAR "
           DISPLAY "1 - LANCAR TITULO "
           DISPLAY "2 - BAIXAR (PAGAR) TITULO "
           DISPLAY "3 - AGING DE TITULOS EM ABERTO "
           DISPLAY "4 - LANCAR NOTA DE FORNECEDOR (COM PEDIDO) "
           DISPLAY "5 - LIBERAR NOTA BLOQUEADA (SUPERVISOR) "
           DISPLAY "6 - RELATORIO DE NOTAS BLOQUEADAS "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.
                   PERFORM 0400-BAIXAR-TITULO
               WHEN 3
                   PERFORM 0500-IMPRIME-AGING
               WHEN 4
                   PERFORM 0600-LANCAR-NOTA-FORNECEDOR
               WHEN 5
                   PERFORM 0700-LIBERAR-NOTA
               WHEN 6
                   PERFORM 0800-RELATORIO-BLOQUEADAS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

      *===============================NOTA DE MERCADORIA SO ENTRA PELA
      *===============================OPCAO 4, CONFERIDA CONTRA O
      *===============================PEDIDO E O RECEBIMENTO.
       0300-LANCAR-TITULO   SECTION.
           DISPLAY "CATEGORIA (FRETE/ALUGUEL/SERVICO/...) "
           ACCEPT CP-CATEGORIA.

           IF CP-CATEGORIA EQUAL "MERCADORIA"
               DISPLAY "NOTA DE MERCADORIA EXIGE O PEDIDO DE COMPRA - "
                       "USE A OPCAO 4 "
           ELSE
               OPEN EXTEND CONTASPAG
               IF FS-CONTASPAG EQUAL 35
                   OPEN OUTPUT CONTASPAG
               END-IF

               DISPLAY "CREDOR (FORNECEDOR/TRANSPORTADORA/ETC) "
               ACCEPT CP-CREDOR
               DISPLAY "DOCUMENTO (NOTA/BOLETO) "
               ACCEPT CP-DOCUMENTO
               DISPLAY "VALOR DO TITULO "
               ACCEPT CP-VALOR
               DISPLAY "DATA DE VENCIMENTO (AAAAMMDD) "
               ACCEPT CP-DATA-VENC

               MOVE WRK-DATA-HOJE-R TO CP-DATA-LANCTO
               MOVE "A"             TO CP-STATUS
               MOVE ZEROS           TO CP-DATA-PGTO
               WRITE REG-CONTAPAG

               CLOSE CONTASPAG

               DISPLAY "TITULO LANCADO EM CONTASPAG.DAT "
           END-IF.

       0400-BAIXAR-TITULO   SECTION.
           DISPLAY "CREDOR DO TITULO "

           DISPLAY "AGING GRAVADO EM AGINGPAG.LST - "
                   WRK-QTDE-CREDORES " CREDOR(ES) EM ABERTO ".
      *===============================CONFERENCIA DE TRES VIAS: CADA
      *===============================ITEM DA NOTA CONTRA O PEDIDO
      *===============================(RECEBIDO MENOS JA FATURADO) E
      *===============================CONTRA O CUSTO DAS LINHAS "EN"
      *===============================DE ESTOQMOV.DAT COM O MESMO
      *===============================NUMERO DE NOTA (RECEB001).
       0600-LANCAR-NOTA-FORNECEDOR SECTION.
           DISPLAY "NUMERO DO PEDIDO DE COMPRA "
           ACCEPT WRK-PEDIDO-PROC.

           MOVE "N" TO WRK-PEDIDO-OK.
           OPEN INPUT PEDCOMP.
           IF FS-PEDCOMP NOT EQUAL 00
               DISPLAY "PEDCOMP.DAT NAO ABERTO - NOTA DE MERCADORIA "
                       "EXIGE PEDIDO DE COMPRA "
           ELSE
               MOVE WRK-PEDIDO-PROC TO PO-NUMERO
               READ PEDCOMP
                   INVALID KEY
                       DISPLAY "PEDIDO NAO ENCONTRADO "
                               WRK-PEDIDO-PROC
                   NOT INVALID KEY
                       MOVE "S" TO WRK-PEDIDO-OK
               END-READ
               CLOSE PEDCOMP
           END-IF.

           IF WRK-PEDIDO-OK EQUAL "S"
               PERFORM 0610-RECEBE-NOTA
               IF WRK-NOTA-QTDE-ITENS EQUAL ZEROS
                   DISPLAY "NOTA SEM ITENS - LANCAMENTO CANCELADO "
               ELSE
                   PERFORM 0620-CONFERE-NOTA
                   IF WRK-NOTA-DIVERGENTE EQUAL "N"
                       PERFORM 0650-GRAVA-TITULO-NOTA
                       PERFORM 0660-ATUALIZA-FATURADO
                       DISPLAY "NOTA CONFERIDA - TITULO LANCADO EM "
                               "CONTASPAG.DAT "
                   ELSE
                       PERFORM 0670-GRAVA-NOTA-BLOQUEADA
                       DISPLAY "NOTA FORA DA TOLERANCIA - BLOQUEADA "
                               "EM NFBLOQ.DAT ATE LIBERACAO DO "
                               "SUPERVISOR (OPCAO 5) "
                   END-IF
               END-IF
           END-IF.

       0610-RECEBE-NOTA     SECTION.
           MOVE SPACES TO WRK-NOTA-CREDOR.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES EQUAL 00
               MOVE PO-FORNECEDOR TO FORN-ID
               READ FORNECEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FORN-NOME TO WRK-NOTA-CREDOR
               END-READ
               CLOSE FORNECEDORES
           END-IF.

           IF WRK-NOTA-CREDOR EQUAL SPACES
               DISPLAY "FORNECEDOR " PO-FORNECEDOR " NAO CADASTRADO - "
                       "DIGITE O CREDOR "
               ACCEPT WRK-NOTA-CREDOR
           ELSE
               DISPLAY "CREDOR......... " WRK-NOTA-CREDOR
           END-IF.

           DISPLAY "NUMERO DA NOTA "
           ACCEPT WRK-NOTA-DOCUMENTO.
           DISPLAY "DATA DE VENCIMENTO (AAAAMMDD) "
           ACCEPT WRK-NOTA-VENC.

           MOVE ZEROS TO WRK-NOTA-QTDE-ITENS.
           MOVE ZEROS TO WRK-NOTA-VALOR.
           MOVE "S"   TO WRK-CONTINUA.
           PERFORM UNTIL WRK-CONTINUA NOT EQUAL "S"
               IF WRK-NOTA-QTDE-ITENS LESS 10
                   ADD 1 TO WRK-NOTA-QTDE-ITENS
                   MOVE WRK-NOTA-QTDE-ITENS TO WRK-SUB-NOTA
                   DISPLAY "PRODUTO DO ITEM " WRK-SUB-NOTA
                   ACCEPT TIN-PRODUTO(WRK-SUB-NOTA)
                   DISPLAY "QUANTIDADE FATURADA "
                   ACCEPT TIN-QTDE(WRK-SUB-NOTA)
                   DISPLAY "PRECO UNITARIO NA NOTA "
                   ACCEPT TIN-PRECO(WRK-SUB-NOTA)
                   COMPUTE WRK-NOTA-VALOR = WRK-NOTA-VALOR
                           + (TIN-QTDE(WRK-SUB-NOTA)
                              * TIN-PRECO(WRK-SUB-NOTA))
                   DISPLAY "DESEJA INCLUIR OUTRO ITEM (S/N) "
                   ACCEPT WRK-CONTINUA
               ELSE
                   DISPLAY "LIMITE DE 10 ITENS POR NOTA ATINGIDO "
                   MOVE "N" TO WRK-CONTINUA
               END-IF
           END-PERFORM.

       0620-CONFERE-NOTA    SECTION.
           MOVE "N" TO WRK-NOTA-DIVERGENTE.
           PERFORM VARYING WRK-SUB-NOTA FROM 1 BY 1
                   UNTIL WRK-SUB-NOTA GREATER WRK-NOTA-QTDE-ITENS
               PERFORM 0630-CONFERE-ITEM
               IF TIN-SITUACAO(WRK-SUB-NOTA) NOT EQUAL "OK"
                   MOVE "S" TO WRK-NOTA-DIVERGENTE
               END-IF
               DISPLAY TIN-PRODUTO(WRK-SUB-NOTA) " NF "
                       TIN-QTDE(WRK-SUB-NOTA) " RECEB "
                       TIN-QTDE-RECEB(WRK-SUB-NOTA) " PRECO "
                       TIN-PRECO(WRK-SUB-NOTA) " CUSTO "
                       TIN-CUSTO-EN(WRK-SUB-NOTA) " "
                       TIN-SITUACAO(WRK-SUB-NOTA)
           END-PERFORM.

       0630-CONFERE-ITEM    SECTION.
           MOVE ZEROS TO TIN-QTDE-RECEB(WRK-SUB-NOTA).
           MOVE ZEROS TO TIN-CUSTO-EN(WRK-SUB-NOTA).
           MOVE "N"   TO WRK-DIVERG-QTDE.
           MOVE "N"   TO WRK-DIVERG-PRECO.

           MOVE ZEROS TO WRK-ACHADO-PO.
           PERFORM VARYING WRK-SUB-PO FROM 1 BY 1
                   UNTIL WRK-SUB-PO GREATER PO-QTDE-ITENS
                      OR WRK-ACHADO-PO NOT EQUAL ZEROS
               IF PO-IT-PRODUTO(WRK-SUB-PO)
                       EQUAL TIN-PRODUTO(WRK-SUB-NOTA)
                   MOVE WRK-SUB-PO TO WRK-ACHADO-PO
               END-IF
           END-PERFORM.

           IF WRK-ACHADO-PO EQUAL ZEROS
               MOVE "NP" TO TIN-SITUACAO(WRK-SUB-NOTA)
           ELSE
               COMPUTE WRK-QTDE-DISPONIVEL =
                       PO-IT-QTDE-RECEBIDA(WRK-ACHADO-PO)
                     - PO-IT-QTDE-FATURADA(WRK-ACHADO-PO)
               IF WRK-QTDE-DISPONIVEL LESS ZEROS
                   MOVE ZEROS TO WRK-QTDE-DISPONIVEL
               END-IF
               MOVE WRK-QTDE-DISPONIVEL
                 TO TIN-QTDE-RECEB(WRK-SUB-NOTA)
               COMPUTE WRK-QTDE-LIMITE = WRK-QTDE-DISPONIVEL
                       + (WRK-QTDE-DISPONIVEL * WRK-TOL-QTDE-PERC
                          / 100)
               IF TIN-QTDE(WRK-SUB-NOTA) GREATER WRK-QTDE-LIMITE
                   MOVE "S" TO WRK-DIVERG-QTDE
               END-IF

               PERFORM 0640-CUSTO-ENTRADA

               EVALUATE TRUE
                   WHEN WRK-QTDE-EN EQUAL ZEROS
                       MOVE "SE" TO TIN-SITUACAO(WRK-SUB-NOTA)
                   WHEN WRK-DIVERG-QTDE EQUAL "S"
                           AND WRK-DIVERG-PRECO EQUAL "S"
                       MOVE "QP" TO TIN-SITUACAO(WRK-SUB-NOTA)
                   WHEN WRK-DIVERG-QTDE EQUAL "S"
                       MOVE "QT" TO TIN-SITUACAO(WRK-SUB-NOTA)
                   WHEN WRK-DIVERG-PRECO EQUAL "S"
                       MOVE "PR" TO TIN-SITUACAO(WRK-SUB-NOTA)
                   WHEN OTHER
                       MOVE "OK" TO TIN-SITUACAO(WRK-SUB-NOTA)
               END-EVALUATE
           END-IF.

      *===============================CUSTO MEDIO PONDERADO DAS
      *===============================ENTRADAS DO PRODUTO COM ESTA NOTA.
       0640-CUSTO-ENTRADA   SECTION.
           MOVE ZEROS TO WRK-QTDE-EN.
           MOVE ZEROS TO WRK-VALOR-EN.

           OPEN INPUT ESTMOV.
           IF FS-ESTMOV EQUAL 00
               READ ESTMOV
               PERFORM UNTIL FS-ESTMOV NOT EQUAL 00
                   IF EM-ENTRADA
                           AND EM-PRODUTO
                               EQUAL TIN-PRODUTO(WRK-SUB-NOTA)
                           AND EM-DOCUMENTO EQUAL WRK-NOTA-DOCUMENTO
                       ADD EM-QTDE TO WRK-QTDE-EN
                       COMPUTE WRK-VALOR-EN = WRK-VALOR-EN
                               + (EM-QTDE * EM-CUSTO-UNIT)
                   END-IF
                   READ ESTMOV
               END-PERFORM
               CLOSE ESTMOV
           END-IF.

           IF WRK-QTDE-EN GREATER ZEROS
               COMPUTE TIN-CUSTO-EN(WRK-SUB-NOTA) ROUNDED =
                       WRK-VALOR-EN / WRK-QTDE-EN
               COMPUTE WRK-DIF-PRECO = TIN-PRECO(WRK-SUB-NOTA)
                                     - TIN-CUSTO-EN(WRK-SUB-NOTA)
               IF WRK-DIF-PRECO LESS ZEROS
                   COMPUTE WRK-DIF-PRECO = WRK-DIF-PRECO * -1
               END-IF
               COMPUTE WRK-DIF-LIMITE ROUNDED =
                       TIN-CUSTO-EN(WRK-SUB-NOTA) * WRK-TOL-PRECO-PERC
                       / 100
               IF WRK-DIF-PRECO GREATER WRK-DIF-LIMITE
                   MOVE "S" TO WRK-DIVERG-PRECO
               END-IF
           END-IF.

       0650-GRAVA-TITULO-NOTA SECTION.
           OPEN EXTEND CONTASPAG.
           IF FS-CONTASPAG EQUAL 35
               OPEN OUTPUT CONTASPAG
           END-IF.

           MOVE WRK-NOTA-CREDOR    TO CP-CREDOR.
           MOVE WRK-NOTA-DOCUMENTO TO CP-DOCUMENTO.
           MOVE WRK-NOTA-VALOR     TO CP-VALOR.
           MOVE WRK-DATA-HOJE-R    TO CP-DATA-LANCTO.
           MOVE WRK-NOTA-VENC      TO CP-DATA-VENC.
           MOVE "MERCADORIA"       TO CP-CATEGORIA.
           MOVE "A"                TO CP-STATUS.
           MOVE ZEROS              TO CP-DATA-PGTO.
           WRITE REG-CONTAPAG.

           CLOSE CONTASPAG.

      *===============================SOMA O QUE FOI FATURADO EM CADA
      *===============================ITEM DO PEDIDO, PARA A PROXIMA
      *===============================NOTA DO MESMO PEDIDO NAO COBRAR
      *===============================DE NOVO O MESMO RECEBIMENTO.
       0660-ATUALIZA-FATURADO SECTION.
           OPEN I-O PEDCOMP.
           IF FS-PEDCOMP EQUAL 00
               MOVE WRK-PEDIDO-PROC TO PO-NUMERO
               READ PEDCOMP
                   INVALID KEY
                       DISPLAY "PEDIDO " WRK-PEDIDO-PROC " SUMIU DE "
                               "PEDCOMP.DAT - FATURADO NAO ATUALIZADO "
                   NOT INVALID KEY
                       PERFORM VARYING WRK-SUB-NOTA FROM 1 BY 1
                               UNTIL WRK-SUB-NOTA
                                     GREATER WRK-NOTA-QTDE-ITENS
                           PERFORM 0665-SOMA-FATURADO-ITEM
                       END-PERFORM
                       REWRITE REG-PEDCOMP
               END-READ
               CLOSE PEDCOMP
           END-IF.

       0665-SOMA-FATURADO-ITEM SECTION.
           MOVE ZEROS TO WRK-ACHADO-PO.
           PERFORM VARYING WRK-SUB-PO FROM 1 BY 1
                   UNTIL WRK-SUB-PO GREATER PO-QTDE-ITENS
                      OR WRK-ACHADO-PO NOT EQUAL ZEROS
               IF PO-IT-PRODUTO(WRK-SUB-PO)
                       EQUAL TIN-PRODUTO(WRK-SUB-NOTA)
                   MOVE WRK-SUB-PO TO WRK-ACHADO-PO
               END-IF
           END-PERFORM.

           IF WRK-ACHADO-PO NOT EQUAL ZEROS
               ADD TIN-QTDE(WRK-SUB-NOTA)
                TO PO-IT-QTDE-FATURADA(WRK-ACHADO-PO)
           END-IF.

       0670-GRAVA-NOTA-BLOQUEADA SECTION.
           OPEN EXTEND NFBLOQ.
           IF FS-NFBLOQ EQUAL 35
               OPEN OUTPUT NFBLOQ
           END-IF.

           MOVE WRK-NOTA-CREDOR     TO NFB-CREDOR.
           MOVE WRK-NOTA-DOCUMENTO  TO NFB-DOCUMENTO.
           MOVE WRK-PEDIDO-PROC     TO NFB-PEDIDO.
           MOVE WRK-DATA-HOJE-R     TO NFB-DATA-LANCTO.
           MOVE WRK-NOTA-VENC       TO NFB-DATA-VENC.
           MOVE WRK-NOTA-VALOR      TO NFB-VALOR.
           MOVE "B"                 TO NFB-STATUS.
           MOVE SPACES              TO NFB-LIBERADO-POR.
           MOVE ZEROS               TO NFB-DATA-LIBERACAO.
           MOVE WRK-NOTA-QTDE-ITENS TO NFB-QTDE-ITENS.
           PERFORM VARYING WRK-SUB-NOTA FROM 1 BY 1
                   UNTIL WRK-SUB-NOTA GREATER 10
               IF WRK-SUB-NOTA GREATER WRK-NOTA-QTDE-ITENS
                   MOVE SPACES TO NFB-IT-PRODUTO(WRK-SUB-NOTA)
                                  NFB-IT-SITUACAO(WRK-SUB-NOTA)
                   MOVE ZEROS  TO NFB-IT-QTDE(WRK-SUB-NOTA)
                                  NFB-IT-PRECO(WRK-SUB-NOTA)
                                  NFB-IT-QTDE-RECEB(WRK-SUB-NOTA)
                                  NFB-IT-CUSTO-EN(WRK-SUB-NOTA)
               ELSE
                   MOVE TAB-ITEM-NOTA(WRK-SUB-NOTA)
                     TO NFB-ITENS(WRK-SUB-NOTA)
               END-IF
           END-PERFORM.
           WRITE REG-NFBLOQ.

           CLOSE NFBLOQ.

      *===============================LIBERACAO PELO SUPERVISOR (PIN
      *===============================NIVEL 3): GERA O TITULO COM O
      *===============================VALOR DA NOTA E SOMA O FATURADO
      *===============================NO PEDIDO.
       0700-LIBERAR-NOTA    SECTION.
           DISPLAY "CREDOR DA NOTA BLOQUEADA "
           ACCEPT WRK-CREDOR-PROC.
           DISPLAY "NUMERO DA NOTA "
           ACCEPT WRK-DOC-PROC.

           MOVE "N" TO WRK-ACHOU.
           OPEN I-O NFBLOQ.
           IF FS-NFBLOQ NOT EQUAL 00
               DISPLAY "NFBLOQ.DAT NAO ABERTO - NENHUMA NOTA "
                       "BLOQUEADA "
           ELSE
               READ NFBLOQ
               PERFORM UNTIL FS-NFBLOQ NOT EQUAL 00
                          OR WRK-ACHOU EQUAL "S"
                   IF NFB-BLOQUEADA
                           AND NFB-CREDOR EQUAL WRK-CREDOR-PROC
                           AND NFB-DOCUMENTO EQUAL WRK-DOC-PROC
                       MOVE "S" TO WRK-ACHOU
                       PERFORM 0710-CONFIRMA-LIBERACAO
                   ELSE
                       READ NFBLOQ
                   END-IF
               END-PERFORM
               CLOSE NFBLOQ
           END-IF.

           IF WRK-ACHOU EQUAL "N"
               DISPLAY "NOTA BLOQUEADA NAO ENCONTRADA PARA O "
                       "CREDOR/DOCUMENTO "
           END-IF.

       0710-CONFIRMA-LIBERACAO SECTION.
           MOVE NFB-CREDOR      TO WRK-NOTA-CREDOR.
           MOVE NFB-DOCUMENTO   TO WRK-NOTA-DOCUMENTO.
           MOVE NFB-PEDIDO      TO WRK-PEDIDO-PROC.
           MOVE NFB-DATA-VENC   TO WRK-NOTA-VENC.
           MOVE NFB-VALOR       TO WRK-NOTA-VALOR.
           MOVE NFB-QTDE-ITENS  TO WRK-NOTA-QTDE-ITENS.

           DISPLAY "PEDIDO......... " NFB-PEDIDO.
           DISPLAY "VALOR DA NOTA.. " NFB-VALOR.
           PERFORM VARYING WRK-SUB-NOTA FROM 1 BY 1
                   UNTIL WRK-SUB-NOTA GREATER WRK-NOTA-QTDE-ITENS
               MOVE NFB-ITENS(WRK-SUB-NOTA)
                 TO TAB-ITEM-NOTA(WRK-SUB-NOTA)
               DISPLAY TIN-PRODUTO(WRK-SUB-NOTA) " NF "
                       TIN-QTDE(WRK-SUB-NOTA) " RECEB "
                       TIN-QTDE-RECEB(WRK-SUB-NOTA) " PRECO "
                       TIN-PRECO(WRK-SUB-NOTA) " CUSTO "
                       TIN-CUSTO-EN(WRK-SUB-NOTA) " "
                       TIN-SITUACAO(WRK-SUB-NOTA)
           END-PERFORM.

           MOVE 3 TO WRK-NIVEL-EXIGIDO.
           PERFORM 0095-VALIDA-PIN.

           IF WRK-PIN-OK EQUAL "S"
               MOVE "L"             TO NFB-STATUS
               MOVE WRK-USUARIO-PIN TO NFB-LIBERADO-POR
               MOVE WRK-DATA-HOJE-R TO NFB-DATA-LIBERACAO
               REWRITE REG-NFBLOQ

               PERFORM 0650-GRAVA-TITULO-NOTA
               PERFORM 0660-ATUALIZA-FATURADO

               DISPLAY "NOTA LIBERADA POR " WRK-USUARIO-PIN
                       " - TITULO LANCADO EM CONTASPAG.DAT "
           END-IF.

       0800-RELATORIO-BLOQUEADAS SECTION.
           MOVE ZEROS TO WRK-TOTAL-BLOQUEADAS.

           OPEN INPUT NFBLOQ.
           IF FS-NFBLOQ NOT EQUAL 00
               DISPLAY "NFBLOQ.DAT NAO ABERTO - NENHUMA NOTA "
                       "BLOQUEADA "
           ELSE
               OPEN OUTPUT RELBLOQ
               MOVE WRK-LINHA-TITULO-BLOQ TO REG-RELBLOQ
               WRITE REG-RELBLOQ

               READ NFBLOQ
               PERFORM UNTIL FS-NFBLOQ NOT EQUAL 00
                   IF NFB-BLOQUEADA
                       PERFORM 0810-IMPRIME-NOTA-BLOQ
                   END-IF
                   READ NFBLOQ
               END-PERFORM
               CLOSE NFBLOQ
               CLOSE RELBLOQ

               DISPLAY "RELATORIO GRAVADO EM NFBLOQ.LST - "
                       WRK-TOTAL-BLOQUEADAS " NOTA(S) BLOQUEADA(S) "
           END-IF.

       0810-IMPRIME-NOTA-BLOQ SECTION.
           ADD 1 TO WRK-TOTAL-BLOQUEADAS.

           MOVE SPACES TO REG-RELBLOQ.
           WRITE REG-RELBLOQ.
           MOVE NFB-DOCUMENTO TO WRK-LNB-DOCUMENTO.
           MOVE NFB-CREDOR    TO WRK-LNB-CREDOR.
           MOVE NFB-PEDIDO    TO WRK-LNB-PEDIDO.
           MOVE NFB-VALOR     TO WRK-LNB-VALOR.
           MOVE NFB-DATA-VENC TO WRK-LNB-VENC.
           MOVE WRK-LINHA-NOTA-BLOQ TO REG-RELBLOQ.
           WRITE REG-RELBLOQ.

           PERFORM VARYING WRK-SUB-NOTA FROM 1 BY 1
                   UNTIL WRK-SUB-NOTA GREATER NFB-QTDE-ITENS
               MOVE NFB-IT-PRODUTO(WRK-SUB-NOTA)    TO WRK-LIB-PRODUTO
               MOVE NFB-IT-QTDE(WRK-SUB-NOTA)       TO WRK-LIB-QTDE
               MOVE NFB-IT-PRECO(WRK-SUB-NOTA)      TO WRK-LIB-PRECO
               MOVE NFB-IT-QTDE-RECEB(WRK-SUB-NOTA) TO WRK-LIB-RECEB
               MOVE NFB-IT-CUSTO-EN(WRK-SUB-NOTA)   TO WRK-LIB-CUSTO
               MOVE NFB-IT-SITUACAO(WRK-SUB-NOTA)
                 TO WRK-LIB-SITUACAO
               MOVE WRK-LINHA-ITEM-BLOQ TO REG-RELBLOQ
               WRITE REG-RELBLOQ
           END-PERFORM.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NO PARAGRAFO DA
      *===============================COPY ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY PINPD.
       END PROGRAM CPAG001.
