       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTQ004.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: RELATORIO DE ESTOQUE PARADO/OBSOLETO COM SUGESTAO DE
      *          REMARCACAO - PARA CADA PRODUTO DE ESTOQUE.DAT COM
      *          SALDO, PROCURA EM ESTOQMOV.DAT A DATA DA ULTIMA SAIDA
      *          ("SA") OU DEVOLUCAO ("DV") E SEPARA OS PARADOS HA 90,
      *          180 E 365 DIAS OU MAIS, VALORIZADOS PELO ESTQ-CUSTO,
      *          COM O PERCENTUAL DE REMARCACAO SUGERIDO DE CADA FAIXA
      *          (PARADOS.CFG; SEM O ARQUIVO VALEM 10, 25 E 50 POR
      *          CENTO). PRODUTO COM BACKORDER EM ABERTO
      *          (BACKORDER.DAT) OU PEDIDO DE COMPRA EM ABERTO
      *          (PEDCOMP.DAT) SAI MARCADO PARA NINGUEM REMARCAR POR
      *          ENGANO. CAIXAS SEM GIRO HA UM ANO PRENDIAM CAIXA SEM
      *          QUE NINGUEM PERCEBESSE. RELATORIO EM PARADOS.LST.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESTQ-PRODUTO
           FILE STATUS IS FS-ESTOQUE.

           SELECT ESTMOV ASSIGN TO "ESTOQMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ESTMOV.

           SELECT BACKORDER ASSIGN TO "BACKORDER.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BACKORDER.

           SELECT PEDCOMP ASSIGN TO "PEDCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-NUMERO
           FILE STATUS IS FS-PEDCOMP.

           SELECT PARADOSCFG ASSIGN TO "PARADOS.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARADOSCFG.

           SELECT RELATORIO ASSIGN TO "PARADOS.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
           COPY ESTOQUEREG.

       FD  ESTMOV.
           COPY ESTMOVREG.

       FD  BACKORDER.
           COPY BACKORDREG.

       FD  PEDCOMP.
           COPY PEDCOMPREG.

       FD  PARADOSCFG.
       01  REG-PARADOSCFG.
           05 CFG-REMARCA-90  PIC 9(02).
           05 CFG-REMARCA-180 PIC 9(02).
           05 CFG-REMARCA-365 PIC 9(02).

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-ESTMOV       PIC 9(02) VALUE ZEROS.
       77  FS-BACKORDER    PIC 9(02) VALUE ZEROS.
       77  FS-PEDCOMP      PIC 9(02) VALUE ZEROS.
       77  FS-PARADOSCFG   PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-REMARCA-90  PIC 9(02) VALUE 10.
       77  WRK-REMARCA-180 PIC 9(02) VALUE 25.
       77  WRK-REMARCA-365 PIC 9(02) VALUE 50.

       77  WRK-QTDE-PROD   PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-PROD    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-IT      PIC 9(02) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.
       77  WRK-PRODUTO-PROC PIC X(30) VALUE SPACES.
       77  WRK-FAIXA       PIC 9(01) VALUE ZEROS.
       77  WRK-FAIXA-PROC  PIC 9(01) VALUE ZEROS.
       77  WRK-REMARCA     PIC 9(02) VALUE ZEROS.

       77  WRK-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-PARADO PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-PROD  PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOTAL-FAIXA PIC 9(12)V99 VALUE ZEROS.
       77  WRK-QTDE-FAIXA  PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-GERAL PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOTAL-PARADOS PIC 9(05) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO  PIC 9(04).
           05 WRK-HOJE-MES  PIC 9(02).
           05 WRK-HOJE-DIA  PIC 9(02).
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE PIC 9(08).

       01  WRK-DATA-X.
           05 WRK-DX-ANO    PIC 9(04).
           05 WRK-DX-MES    PIC 9(02).
           05 WRK-DX-DIA    PIC 9(02).
       01  WRK-DATA-X-R REDEFINES WRK-DATA-X PIC 9(08).

      *===============================PRODUTOS COM SALDO; ULTIMO GIRO
      *===============================ZERO = NENHUMA SAIDA/DEVOLUCAO
      *===============================NO LIVRO (FAIXA DE 365+).
       01  TABELA-PARADOS.
           05 TAB-PARADO OCCURS 500 TIMES.
               10 TPR-PRODUTO     PIC X(30).
               10 TPR-QTDE        PIC 9(07).
               10 TPR-CUSTO       PIC 9(05)V99.
               10 TPR-ULTIMO-GIRO PIC 9(08).
               10 TPR-BACKORDER   PIC X(01).
               10 TPR-PEDIDO      PIC X(01).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "ESTOQUE PARADO - SUGESTAO DE REMARCACAO".

       01  WRK-LINHA-DATA.
           05 FILLER       PIC X(16) VALUE "POSICAO EM..... ".
           05 WRK-LDT-DATA PIC 9(08).

       01  WRK-LINHA-FAIXA.
           05 FILLER       PIC X(19) VALUE "PARADOS HA MAIS DE ".
           05 WRK-LFX-DIAS PIC ZZ9.
           05 FILLER       PIC X(27) VALUE
               " DIAS - REMARCACAO SUGERIDA".
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LFX-PERC PIC Z9.
           05 FILLER       PIC X(01) VALUE "%".

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(30) VALUE "PRODUTO".
           05 FILLER       PIC X(07) VALUE "   QTDE".
           05 FILLER       PIC X(10) VALUE "     CUSTO".
           05 FILLER       PIC X(15) VALUE "          VALOR".
           05 FILLER       PIC X(09) VALUE " ULT.GIRO".
           05 FILLER       PIC X(06) VALUE "  DIAS".
           05 FILLER       PIC X(06) VALUE " AVISO".

       01  WRK-LINHA-DET.
           05 WRK-LD-PRODUTO PIC X(30).
           05 WRK-LD-QTDE    PIC ZZZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-CUSTO   PIC ZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-ULTIMO  PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-DIAS    PIC ZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-AVISO   PIC X(17).

       01  WRK-LINHA-TOTAL-FAIXA.
           05 FILLER          PIC X(10) VALUE "PRODUTOS: ".
           05 WRK-LTF-QTDE    PIC ZZZZ9.
           05 FILLER          PIC X(33) VALUE
               "  VALOR PARADO NA FAIXA (CUSTO): ".
           05 WRK-LTF-VALOR   PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOTAL-GERAL.
           05 FILLER          PIC X(48) VALUE
               "TOTAL PARADO HA 90 DIAS OU MAIS (CUSTO)........ ".
           05 WRK-LTG-VALOR   PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
                   (WRK-HOJE-ANO * 360) + (WRK-HOJE-MES * 30)
                   + WRK-HOJE-DIA.

           PERFORM 0050-CARREGA-CONFIG.
           PERFORM 0100-CARREGA-PRODUTOS.
           PERFORM 0200-ULTIMO-GIRO.
           PERFORM 0300-MARCA-BACKORDERS.
           PERFORM 0400-MARCA-PEDIDOS.
           PERFORM 0500-IMPRIME-RELATORIO.

           DISPLAY "RELATORIO GRAVADO EM PARADOS.LST - "
                   WRK-TOTAL-PARADOS " PRODUTO(S) PARADO(S) ".
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0050-CARREGA-CONFIG  SECTION.
           OPEN INPUT PARADOSCFG.
           IF FS-PARADOSCFG EQUAL 00
               READ PARADOSCFG
                   NOT AT END
                       IF CFG-REMARCA-90 NUMERIC
                           MOVE CFG-REMARCA-90 TO WRK-REMARCA-90
                       END-IF
                       IF CFG-REMARCA-180 NUMERIC
                           MOVE CFG-REMARCA-180 TO WRK-REMARCA-180
                       END-IF
                       IF CFG-REMARCA-365 NUMERIC
                           MOVE CFG-REMARCA-365 TO WRK-REMARCA-365
                       END-IF
               END-READ
               CLOSE PARADOSCFG
           ELSE
               DISPLAY "PARADOS.CFG NAO ENCONTRADO - REMARCACAO "
                       WRK-REMARCA-90 "/" WRK-REMARCA-180 "/"
                       WRK-REMARCA-365 "% "
           END-IF.

       0100-CARREGA-PRODUTOS SECTION.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
               DISPLAY "ESTOQUE.DAT NAO ABERTO - NADA A ANALISAR "
               STOP RUN
           END-IF.

           MOVE SPACES TO ESTQ-PRODUTO.
           START ESTOQUE KEY IS NOT LESS ESTQ-PRODUTO.
           READ ESTOQUE NEXT RECORD.
           PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
               IF ESTQ-QTDE GREATER ZEROS
                   IF WRK-QTDE-PROD LESS 500
                       ADD 1 TO WRK-QTDE-PROD
                       MOVE ESTQ-PRODUTO TO TPR-PRODUTO(WRK-QTDE-PROD)
                       MOVE ESTQ-QTDE    TO TPR-QTDE(WRK-QTDE-PROD)
                       MOVE ESTQ-CUSTO   TO TPR-CUSTO(WRK-QTDE-PROD)
                       MOVE ZEROS  TO TPR-ULTIMO-GIRO(WRK-QTDE-PROD)
                       MOVE "N"    TO TPR-BACKORDER(WRK-QTDE-PROD)
                       MOVE "N"    TO TPR-PEDIDO(WRK-QTDE-PROD)
                   ELSE
                       DISPLAY "TABELA DE PRODUTOS CHEIA (500) - "
                               "PRODUTO FORA DO RELATORIO "
                               ESTQ-PRODUTO
                   END-IF
               END-IF
               READ ESTOQUE NEXT RECORD
           END-PERFORM.

           CLOSE ESTOQUE.

       0200-ULTIMO-GIRO     SECTION.
           OPEN INPUT ESTMOV.
           IF FS-ESTMOV NOT EQUAL 00
               DISPLAY "ESTOQMOV.DAT NAO ABERTO - NENHUM GIRO "
                       "REGISTRADO "
           ELSE
               READ ESTMOV
               PERFORM UNTIL FS-ESTMOV NOT EQUAL 00
                   IF EM-SAIDA OR EM-DEVOLUCAO
                       MOVE EM-PRODUTO TO WRK-PRODUTO-PROC
                       PERFORM 0900-PROCURA-PRODUTO
                       IF WRK-ACHADO-IDX NOT EQUAL ZEROS
                           IF EM-DATA GREATER
                                   TPR-ULTIMO-GIRO(WRK-ACHADO-IDX)
                               MOVE EM-DATA
                                 TO TPR-ULTIMO-GIRO(WRK-ACHADO-IDX)
                           END-IF
                       END-IF
                   END-IF
                   READ ESTMOV
               END-PERFORM
               CLOSE ESTMOV
           END-IF.

       0300-MARCA-BACKORDERS SECTION.
           OPEN INPUT BACKORDER.
           IF FS-BACKORDER EQUAL 00
               READ BACKORDER
               PERFORM UNTIL FS-BACKORDER NOT EQUAL 00
                   IF BO-ABERTO
                       MOVE BO-PRODUTO TO WRK-PRODUTO-PROC
                       PERFORM 0900-PROCURA-PRODUTO
                       IF WRK-ACHADO-IDX NOT EQUAL ZEROS
                           MOVE "S" TO TPR-BACKORDER(WRK-ACHADO-IDX)
                       END-IF
                   END-IF
                   READ BACKORDER
               END-PERFORM
               CLOSE BACKORDER
           END-IF.

      *===============================PEDIDO EMITIDO OU RECEBIDO
      *===============================PARCIAL, COM ITEM AINDA NAO
      *===============================TOTALMENTE RECEBIDO.
       0400-MARCA-PEDIDOS   SECTION.
           OPEN INPUT PEDCOMP.
           IF FS-PEDCOMP EQUAL 00
               MOVE ZEROS TO PO-NUMERO
               START PEDCOMP KEY IS NOT LESS PO-NUMERO
               READ PEDCOMP NEXT RECORD
               PERFORM UNTIL FS-PEDCOMP NOT EQUAL 00
                   IF PO-EMITIDO OR PO-RECEBIDO-PARCIAL
                       PERFORM 0410-MARCA-ITENS-PEDIDO
                   END-IF
                   READ PEDCOMP NEXT RECORD
               END-PERFORM
               CLOSE PEDCOMP
           END-IF.

       0410-MARCA-ITENS-PEDIDO SECTION.
           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER PO-QTDE-ITENS
               IF PO-IT-QTDE-RECEBIDA(WRK-SUB-IT) LESS
                       PO-IT-QTDE-PEDIDA(WRK-SUB-IT)
                   MOVE PO-IT-PRODUTO(WRK-SUB-IT) TO WRK-PRODUTO-PROC
                   PERFORM 0900-PROCURA-PRODUTO
                   IF WRK-ACHADO-IDX NOT EQUAL ZEROS
                       MOVE "S" TO TPR-PEDIDO(WRK-ACHADO-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *===============================UMA PASSADA PELA TABELA PARA CADA
      *===============================FAIXA (1 = 90, 2 = 180, 3 = 365+).
       0500-IMPRIME-RELATORIO SECTION.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-HOJE-R TO WRK-LDT-DATA.
           MOVE WRK-LINHA-DATA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-FAIXA-PROC FROM 1 BY 1
                   UNTIL WRK-FAIXA-PROC GREATER 3
               PERFORM 0510-IMPRIME-FAIXA
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-GERAL TO WRK-LTG-VALOR.
           MOVE WRK-LINHA-TOTAL-GERAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.

       0510-IMPRIME-FAIXA   SECTION.
           MOVE ZEROS TO WRK-TOTAL-FAIXA.
           MOVE ZEROS TO WRK-QTDE-FAIXA.

           EVALUATE WRK-FAIXA-PROC
               WHEN 1
                   MOVE 90  TO WRK-LFX-DIAS
                   MOVE WRK-REMARCA-90  TO WRK-REMARCA
               WHEN 2
                   MOVE 180 TO WRK-LFX-DIAS
                   MOVE WRK-REMARCA-180 TO WRK-REMARCA
               WHEN OTHER
                   MOVE 365 TO WRK-LFX-DIAS
                   MOVE WRK-REMARCA-365 TO WRK-REMARCA
           END-EVALUATE.
           MOVE WRK-REMARCA TO WRK-LFX-PERC.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-FAIXA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
               PERFORM 0520-CLASSIFICA-PRODUTO
               IF WRK-FAIXA EQUAL WRK-FAIXA-PROC
                   PERFORM 0530-IMPRIME-PRODUTO
               END-IF
           END-PERFORM.

           MOVE WRK-QTDE-FAIXA  TO WRK-LTF-QTDE.
           MOVE WRK-TOTAL-FAIXA TO WRK-LTF-VALOR.
           MOVE WRK-LINHA-TOTAL-FAIXA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0520-CLASSIFICA-PRODUTO SECTION.
           IF TPR-ULTIMO-GIRO(WRK-SUB-PROD) EQUAL ZEROS
               MOVE 9999 TO WRK-DIAS-PARADO
           ELSE
               MOVE TPR-ULTIMO-GIRO(WRK-SUB-PROD) TO WRK-DATA-X-R
               COMPUTE WRK-DIAS-PARADO = WRK-DIAS-HOJE
                       - ((WRK-DX-ANO * 360) + (WRK-DX-MES * 30)
                          + WRK-DX-DIA)
           END-IF.

           EVALUATE TRUE
               WHEN WRK-DIAS-PARADO NOT LESS 365
                   MOVE 3 TO WRK-FAIXA
               WHEN WRK-DIAS-PARADO NOT LESS 180
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-DIAS-PARADO NOT LESS 90
                   MOVE 1 TO WRK-FAIXA
               WHEN OTHER
                   MOVE ZEROS TO WRK-FAIXA
           END-EVALUATE.

       0530-IMPRIME-PRODUTO SECTION.
           ADD 1 TO WRK-QTDE-FAIXA.
           ADD 1 TO WRK-TOTAL-PARADOS.

           COMPUTE WRK-VALOR-PROD = TPR-QTDE(WRK-SUB-PROD)
                                  * TPR-CUSTO(WRK-SUB-PROD).
           ADD WRK-VALOR-PROD TO WRK-TOTAL-FAIXA.
           ADD WRK-VALOR-PROD TO WRK-TOTAL-GERAL.

           MOVE TPR-PRODUTO(WRK-SUB-PROD)     TO WRK-LD-PRODUTO.
           MOVE TPR-QTDE(WRK-SUB-PROD)        TO WRK-LD-QTDE.
           MOVE TPR-CUSTO(WRK-SUB-PROD)       TO WRK-LD-CUSTO.
           MOVE WRK-VALOR-PROD                TO WRK-LD-VALOR.
           MOVE TPR-ULTIMO-GIRO(WRK-SUB-PROD) TO WRK-LD-ULTIMO.
           MOVE WRK-DIAS-PARADO               TO WRK-LD-DIAS.

           EVALUATE TRUE
               WHEN TPR-BACKORDER(WRK-SUB-PROD) EQUAL "S"
                   MOVE "NAO REMARCAR-BO" TO WRK-LD-AVISO
               WHEN TPR-PEDIDO(WRK-SUB-PROD) EQUAL "S"
                   MOVE "NAO REMARCAR-PC" TO WRK-LD-AVISO
               WHEN TPR-ULTIMO-GIRO(WRK-SUB-PROD) EQUAL ZEROS
                   MOVE "SEM GIRO NO LIVRO" TO WRK-LD-AVISO
               WHEN OTHER
                   MOVE SPACES TO WRK-LD-AVISO
           END-EVALUATE.

           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0900-PROCURA-PRODUTO SECTION.
           MOVE ZEROS TO WRK-ACHADO-IDX.
           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
                      OR WRK-ACHADO-IDX NOT EQUAL ZEROS
               IF TPR-PRODUTO(WRK-SUB-PROD) EQUAL WRK-PRODUTO-PROC
                   MOVE WRK-SUB-PROD TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.
       END PROGRAM ESTQ004.
