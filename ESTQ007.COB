       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTQ007.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: RECALL DE LOTE - QUANDO O FORNECEDOR CONVOCA O RECALL
      *          DE UM LOTE, RECEBE O PRODUTO E O NUMERO DO LOTE E
      *          RASTREIA NO KARDEX (ESTOQMOV.DAT, SAIDAS "SA" COM
      *          EM-LOTE) CADA TICKET QUE LEVOU UNIDADES DELE; O
      *          CLIENTE DO TICKET SAI DE VENDAS.DAT E O CONTATO DE
      *          CLIENTES.DAT. GRAVA A LISTA DOS ATINGIDOS (TICKET,
      *          DATA, QUANTIDADE, NOME, TELEFONE E E-MAIL) EM
      *          RECALL.LST, UMA CARTA DE AVISO POR CLIENTE EM
      *          RECALLCARTA.LST E, COM PIN, BLOQUEIA O SALDO
      *          RESTANTE DO LOTE (LOT-SITUACAO "B"): O SALDO SAI DE
      *          ESTQ-QTDE COM UMA LINHA "PR" NO KARDEX E A BAIXA FEFO
      *          DA VENDA NAO CONSOME MAIS O LOTE. SO AS VENDAS
      *          FEITAS DEPOIS QUE A SAIDA PASSOU A GRAVAR O LOTE
      *          SAO RASTREAVEIS.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES ASSIGN TO "LOTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-CHAVE
           FILE STATUS IS FS-LOTES.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESTQ-PRODUTO
           FILE STATUS IS FS-ESTOQUE.

           SELECT ESTMOV ASSIGN TO "ESTOQMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ESTMOV.

           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-VENDAS.

           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-ID
           FILE STATUS IS FS-CLIENTES.

           SELECT RELATORIO ASSIGN TO "RECALL.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

           SELECT CARTAS ASSIGN TO "RECALLCARTA.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTES.
           COPY LOTESREG.

       FD  ESTOQUE.
           COPY ESTOQUEREG.

       FD  ESTMOV.
           COPY ESTMOVREG.

       FD  VENDAS.
           COPY VENDAREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(96).

       FD  CARTAS.
       01  REG-CARTAS       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
           COPY ESTMOVWS.
           COPY PINWS.
       77  FS-LOTES        PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.
       77  FS-CARTAS       PIC 9(02) VALUE ZEROS.

       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-PRODUTO-REC PIC X(30) VALUE SPACES.
       77  WRK-LOTE-REC    PIC X(10) VALUE SPACES.
       77  WRK-LOTE-EXISTE PIC X(01) VALUE "N".
       77  WRK-CONFIRMA    PIC X(01) VALUE "N".
       77  WRK-QTDE-SAI    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-SAI     PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-SAI2    PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-MOV    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-BLOQ   PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-UNID  PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-CARTAS PIC 9(05) VALUE ZEROS.
       77  WRK-SEM-CONTATO PIC 9(05) VALUE ZEROS.
       77  WRK-TEM-CONTATO PIC X(01) VALUE "N".

      *===============================EM-DOCUMENTO DA SAIDA POR VENDA
      *===============================TRAZ O TICKET NAS 6 PRIMEIRAS
      *===============================POSICOES.
       01  WRK-DOC-SAIDA.
           05 WRK-DOC-TICKET PIC 9(06).
           05 FILLER         PIC X(04).

      *===============================TICKETS QUE LEVARAM O LOTE, COM A
      *===============================QUANTIDADE SOMADA E O CLIENTE DA
      *===============================VENDA (ZERO = NAO IDENTIFICADO).
       01  TABELA-SAIDAS.
           05 TAB-SAIDA OCCURS 500 TIMES.
               10 TRS-TICKET     PIC 9(06).
               10 TRS-DATA       PIC 9(08).
               10 TRS-QTDE       PIC 9(07).
               10 TRS-ID-CLIENTE PIC 9(04).
               10 TRS-CARTA      PIC X(01).

       01  WRK-CONTATO.
           05 WRK-CT-NOME     PIC X(20).
           05 WRK-CT-TELEFONE PIC X(11).
           05 WRK-CT-EMAIL    PIC X(30).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "RECALL DE LOTE - CLIENTES ATINGIDOS".

       01  WRK-LINHA-LOTE.
           05 FILLER       PIC X(09) VALUE "PRODUTO. ".
           05 WRK-LL-PRODUTO PIC X(30).
           05 FILLER       PIC X(07) VALUE " LOTE. ".
           05 WRK-LL-LOTE  PIC X(10).
           05 FILLER       PIC X(07) VALUE " DATA. ".
           05 WRK-LL-DATA  PIC 9(08).

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(07) VALUE "TICKET ".
           05 FILLER       PIC X(09) VALUE "DATA     ".
           05 FILLER       PIC X(06) VALUE "  QTDE".
           05 FILLER       PIC X(06) VALUE "  CLI ".
           05 FILLER       PIC X(21) VALUE "NOME".
           05 FILLER       PIC X(12) VALUE "TELEFONE".
           05 FILLER       PIC X(30) VALUE "E-MAIL".

       01  WRK-LINHA-DET.
           05 WRK-LD-TICKET  PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-DATA    PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-QTDE    PIC ZZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-CLIENTE PIC 9(04).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME    PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-TELEFONE PIC X(11).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-EMAIL   PIC X(30).

       01  WRK-LINHA-TOTAL.
           05 FILLER         PIC X(20) VALUE "TICKETS ATINGIDOS. ".
           05 WRK-LT-TICKETS PIC ZZ9.
           05 FILLER         PIC X(12) VALUE "  UNIDADES. ".
           05 WRK-LT-UNID    PIC Z.ZZZ.ZZ9.
           05 FILLER         PIC X(15) VALUE "  SEM CONTATO. ".
           05 WRK-LT-SEM     PIC ZZ9.

       01  WRK-LINHA-SEPARADOR.
           05 FILLER PIC X(60) VALUE ALL "=".

       01  WRK-CARTA-TITULO.
           05 FILLER PIC X(52) VALUE
               "AVISO DE RECALL - PRODUTO CONVOCADO PELO FABRICANTE".

       01  WRK-CARTA-CLIENTE.
           05 FILLER           PIC X(09) VALUE "CLIENTE. ".
           05 WRK-CC-ID        PIC 9(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-CC-NOME      PIC X(20).

       01  WRK-CARTA-CONTATO.
           05 FILLER           PIC X(09) VALUE "CONTATO. ".
           05 WRK-CCT-TELEFONE PIC X(11).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-CCT-EMAIL    PIC X(30).

       01  WRK-CARTA-TEXTO1.
           05 FILLER PIC X(60) VALUE
               "O FABRICANTE CONVOCOU O RECALL DO LOTE ABAIXO, QUE".
       01  WRK-CARTA-TEXTO2.
           05 FILLER PIC X(60) VALUE
               "CONSTA EM NOSSOS REGISTROS NAS SUAS COMPRAS:".
       01  WRK-CARTA-TEXTO3.
           05 FILLER PIC X(60) VALUE
               "PEDIMOS QUE NAO UTILIZE O PRODUTO E O TRAGA A LOJA,".
       01  WRK-CARTA-TEXTO4.
           05 FILLER PIC X(60) VALUE
               "COM ESTE AVISO OU O TICKET, PARA TROCA OU REEMBOLSO.".

       01  WRK-CARTA-COMPRA.
           05 FILLER           PIC X(08) VALUE "TICKET. ".
           05 WRK-CCP-TICKET   PIC 9(06).
           05 FILLER           PIC X(08) VALUE " DATA.  ".
           05 WRK-CCP-DATA     PIC 9(08).
           05 FILLER           PIC X(08) VALUE " QTDE.  ".
           05 WRK-CCP-QTDE     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-RECEBE-LOTE.
           PERFORM 0200-RASTREIA-SAIDAS.
           PERFORM 0300-LOCALIZA-CLIENTES.

           PERFORM 0090-DEFINE-CAMINHO-CLIENTES.
           OPEN INPUT CLIENTES.

           PERFORM 0400-IMPRIME-RELATORIO.
           PERFORM 0500-IMPRIME-CARTAS.

           IF FS-CLIENTES EQUAL 00
               CLOSE CLIENTES
           END-IF.

           DISPLAY "CLIENTES ATINGIDOS EM RECALL.LST - " WRK-QTDE-SAI
                   " TICKET(S), " WRK-TOTAL-CARTAS
                   " CARTA(S) EM RECALLCARTA.LST ".

           IF WRK-LOTE-EXISTE EQUAL "S"
               PERFORM 0600-BLOQUEIA-LOTE
           END-IF.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-RECEBE-LOTE     SECTION.
           DISPLAY "DIGITE O PRODUTO DO RECALL "
           ACCEPT WRK-PRODUTO-REC.
           DISPLAY "DIGITE O NUMERO DO LOTE "
           ACCEPT WRK-LOTE-REC.

           MOVE "N" TO WRK-LOTE-EXISTE.
           OPEN INPUT LOTES.
           IF FS-LOTES EQUAL 00
               MOVE WRK-PRODUTO-REC TO LOT-PRODUTO
               MOVE WRK-LOTE-REC    TO LOT-NUMERO
               READ LOTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-LOTE-EXISTE
                       DISPLAY "LOTE " LOT-NUMERO " SALDO " LOT-QTDE
                               " VENCE " LOT-VALIDADE
               END-READ
               CLOSE LOTES
           END-IF.

           IF WRK-LOTE-EXISTE NOT EQUAL "S"
               DISPLAY "LOTE NAO ENCONTRADO EM LOTES.DAT - SO O "
                       "RASTREIO DAS VENDAS SERA FEITO "
           END-IF.

      *===============================CADA SAIDA "SA" DO PRODUTO COM O
      *===============================LOTE DO RECALL E SOMADA NO TICKET
      *===============================DE ORIGEM.
       0200-RASTREIA-SAIDAS SECTION.
           MOVE ZEROS TO WRK-QTDE-SAI.
           MOVE ZEROS TO WRK-TOTAL-UNID.

           OPEN INPUT ESTMOV.
           IF FS-ESTMOV NOT EQUAL 00
               DISPLAY "ESTOQMOV.DAT NAO ABERTO - NENHUMA SAIDA "
                       "PARA RASTREAR "
           ELSE
               READ ESTMOV
               PERFORM UNTIL FS-ESTMOV NOT EQUAL 00
                   IF EM-SAIDA
                           AND EM-PRODUTO EQUAL WRK-PRODUTO-REC
                           AND EM-LOTE EQUAL WRK-LOTE-REC
                       PERFORM 0210-GUARDA-SAIDA
                   END-IF
                   READ ESTMOV
               END-PERFORM
               CLOSE ESTMOV
           END-IF.

       0210-GUARDA-SAIDA    SECTION.
           MOVE EM-DOCUMENTO TO WRK-DOC-SAIDA.
           IF WRK-DOC-TICKET NOT NUMERIC
               MOVE ZEROS TO WRK-DOC-TICKET
           END-IF.
           COMPUTE WRK-QTDE-MOV = EM-QTDE * -1.
           ADD WRK-QTDE-MOV TO WRK-TOTAL-UNID.

           MOVE ZEROS TO WRK-ACHADO-IDX.
           PERFORM VARYING WRK-SUB-SAI FROM 1 BY 1
                   UNTIL WRK-SUB-SAI GREATER WRK-QTDE-SAI
                      OR WRK-ACHADO-IDX NOT EQUAL ZEROS
               IF TRS-TICKET(WRK-SUB-SAI) EQUAL WRK-DOC-TICKET
                   MOVE WRK-SUB-SAI TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.

           IF WRK-ACHADO-IDX EQUAL ZEROS
               IF WRK-QTDE-SAI LESS 500
                   ADD 1 TO WRK-QTDE-SAI
                   MOVE WRK-QTDE-SAI   TO WRK-ACHADO-IDX
                   MOVE WRK-DOC-TICKET TO TRS-TICKET(WRK-ACHADO-IDX)
                   MOVE EM-DATA        TO TRS-DATA(WRK-ACHADO-IDX)
                   MOVE ZEROS          TO TRS-QTDE(WRK-ACHADO-IDX)
                   MOVE ZEROS          TO TRS-ID-CLIENTE(WRK-ACHADO-IDX)
                   MOVE "N"            TO TRS-CARTA(WRK-ACHADO-IDX)
               ELSE
                   DISPLAY "TABELA DE TICKETS CHEIA - TICKET "
                           WRK-DOC-TICKET " NAO LISTADO "
               END-IF
           END-IF.

           IF WRK-ACHADO-IDX NOT EQUAL ZEROS
               ADD WRK-QTDE-MOV TO TRS-QTDE(WRK-ACHADO-IDX)
           END-IF.

      *===============================O CLIENTE DE CADA TICKET VEM DA
      *===============================PRIMEIRA LINHA DE VENDA DELE
      *===============================(DEVOLUCOES NAO CONTAM).
       0300-LOCALIZA-CLIENTES SECTION.
           IF WRK-QTDE-SAI GREATER ZEROS
               OPEN INPUT VENDAS
               IF FS-VENDAS EQUAL 00
                   READ VENDAS
                   PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                       IF VND-TIPO-TRANS NOT EQUAL "D"
                           PERFORM 0310-AMARRA-CLIENTE
                       END-IF
                       READ VENDAS
                   END-PERFORM
                   CLOSE VENDAS
               END-IF
           END-IF.

       0310-AMARRA-CLIENTE  SECTION.
           PERFORM VARYING WRK-SUB-SAI FROM 1 BY 1
                   UNTIL WRK-SUB-SAI GREATER WRK-QTDE-SAI
               IF TRS-TICKET(WRK-SUB-SAI) EQUAL VND-TICKET
                       AND TRS-ID-CLIENTE(WRK-SUB-SAI) EQUAL ZEROS
                   MOVE VND-ID-CLIENTE TO TRS-ID-CLIENTE(WRK-SUB-SAI)
               END-IF
           END-PERFORM.

       0400-IMPRIME-RELATORIO SECTION.
           MOVE ZEROS TO WRK-SEM-CONTATO.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-PRODUTO-REC TO WRK-LL-PRODUTO.
           MOVE WRK-LOTE-REC    TO WRK-LL-LOTE.
           MOVE WRK-DATA-HOJE   TO WRK-LL-DATA.
           MOVE WRK-LINHA-LOTE  TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-SAI FROM 1 BY 1
                   UNTIL WRK-SUB-SAI GREATER WRK-QTDE-SAI
               PERFORM 0450-BUSCA-CONTATO
               IF WRK-TEM-CONTATO NOT EQUAL "S"
                   ADD 1 TO WRK-SEM-CONTATO
               END-IF
               MOVE TRS-TICKET(WRK-SUB-SAI)     TO WRK-LD-TICKET
               MOVE TRS-DATA(WRK-SUB-SAI)       TO WRK-LD-DATA
               MOVE TRS-QTDE(WRK-SUB-SAI)       TO WRK-LD-QTDE
               MOVE TRS-ID-CLIENTE(WRK-SUB-SAI) TO WRK-LD-CLIENTE
               MOVE WRK-CT-NOME                 TO WRK-LD-NOME
               MOVE WRK-CT-TELEFONE             TO WRK-LD-TELEFONE
               MOVE WRK-CT-EMAIL                TO WRK-LD-EMAIL
               MOVE WRK-LINHA-DET TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-QTDE-SAI    TO WRK-LT-TICKETS.
           MOVE WRK-TOTAL-UNID  TO WRK-LT-UNID.
           MOVE WRK-SEM-CONTATO TO WRK-LT-SEM.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.

      *===============================CONTATO DO CLIENTE DO TICKET DA
      *===============================VEZ; VENDA SEM CLIENTE, CLIENTE
      *===============================FORA DO CADASTRO OU ANONIMIZADO
      *===============================FICA SEM CONTATO.
       0450-BUSCA-CONTATO   SECTION.
           MOVE "N"    TO WRK-TEM-CONTATO.
           MOVE SPACES TO WRK-CONTATO.

           EVALUATE TRUE
               WHEN TRS-ID-CLIENTE(WRK-SUB-SAI) EQUAL ZEROS
                   MOVE "NAO IDENTIFICADO" TO WRK-CT-NOME
               WHEN FS-CLIENTES NOT EQUAL 00
                   MOVE "CADASTRO FECHADO" TO WRK-CT-NOME
               WHEN OTHER
                   MOVE TRS-ID-CLIENTE(WRK-SUB-SAI) TO REG-ID
                   READ CLIENTES
                       INVALID KEY
                           MOVE "NAO CADASTRADO" TO WRK-CT-NOME
                       NOT INVALID KEY
                           IF REG-CLI-ANONIMIZADO
                               MOVE "ANONIMIZADO" TO WRK-CT-NOME
                           ELSE
                               MOVE "S"          TO WRK-TEM-CONTATO
                               MOVE REG-NOME     TO WRK-CT-NOME
                               MOVE REG-TELEFONE TO WRK-CT-TELEFONE
                               MOVE REG-EMAIL    TO WRK-CT-EMAIL
                           END-IF
                   END-READ
           END-EVALUATE.

      *===============================UMA CARTA POR CLIENTE COM CONTATO,
      *===============================LISTANDO TODOS OS TICKETS DELE QUE
      *===============================LEVARAM O LOTE.
       0500-IMPRIME-CARTAS  SECTION.
           MOVE ZEROS TO WRK-TOTAL-CARTAS.

           OPEN OUTPUT CARTAS.

           PERFORM VARYING WRK-SUB-SAI FROM 1 BY 1
                   UNTIL WRK-SUB-SAI GREATER WRK-QTDE-SAI
               IF TRS-CARTA(WRK-SUB-SAI) EQUAL "N"
                   PERFORM 0450-BUSCA-CONTATO
                   IF WRK-TEM-CONTATO EQUAL "S"
                       PERFORM 0510-IMPRIME-CARTA-CLIENTE
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE CARTAS.

       0510-IMPRIME-CARTA-CLIENTE SECTION.
           ADD 1 TO WRK-TOTAL-CARTAS.

           MOVE WRK-LINHA-SEPARADOR TO REG-CARTAS.
           WRITE REG-CARTAS.
           MOVE WRK-CARTA-TITULO TO REG-CARTAS.
           WRITE REG-CARTAS.

           MOVE TRS-ID-CLIENTE(WRK-SUB-SAI) TO WRK-CC-ID.
           MOVE WRK-CT-NOME     TO WRK-CC-NOME.
           MOVE WRK-CT-TELEFONE TO WRK-CCT-TELEFONE.
           MOVE WRK-CT-EMAIL    TO WRK-CCT-EMAIL.
           MOVE WRK-CARTA-CLIENTE TO REG-CARTAS.
           WRITE REG-CARTAS.
           MOVE WRK-CARTA-CONTATO TO REG-CARTAS.
           WRITE REG-CARTAS.
           MOVE SPACES TO REG-CARTAS.
           WRITE REG-CARTAS.

           MOVE WRK-CARTA-TEXTO1 TO REG-CARTAS.
           WRITE REG-CARTAS.
           MOVE WRK-CARTA-TEXTO2 TO REG-CARTAS.
           WRITE REG-CARTAS.
           MOVE WRK-LINHA-LOTE TO REG-CARTAS.
           WRITE REG-CARTAS.

           PERFORM VARYING WRK-SUB-SAI2 FROM 1 BY 1
                   UNTIL WRK-SUB-SAI2 GREATER WRK-QTDE-SAI
               IF TRS-ID-CLIENTE(WRK-SUB-SAI2) EQUAL
                       TRS-ID-CLIENTE(WRK-SUB-SAI)
                   MOVE "S" TO TRS-CARTA(WRK-SUB-SAI2)
                   MOVE TRS-TICKET(WRK-SUB-SAI2) TO WRK-CCP-TICKET
                   MOVE TRS-DATA(WRK-SUB-SAI2)   TO WRK-CCP-DATA
                   MOVE TRS-QTDE(WRK-SUB-SAI2)   TO WRK-CCP-QTDE
                   MOVE WRK-CARTA-COMPRA TO REG-CARTAS
                   WRITE REG-CARTAS
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-CARTAS.
           WRITE REG-CARTAS.
           MOVE WRK-CARTA-TEXTO3 TO REG-CARTAS.
           WRITE REG-CARTAS.
           MOVE WRK-CARTA-TEXTO4 TO REG-CARTAS.
           WRITE REG-CARTAS.
           MOVE SPACES TO REG-CARTAS.
           WRITE REG-CARTAS.

      *===============================O SALDO AINDA NA PRATELEIRA SAI
      *===============================DE ESTQ-QTDE (LINHA "PR" NO
      *===============================KARDEX, ORIGEM RECALL) E O LOTE
      *===============================FICA BLOQUEADO; LOT-QTDE GUARDA
      *===============================O QUE FICOU RETIDO PARA DEVOLVER
      *===============================AO FORNECEDOR.
       0600-BLOQUEIA-LOTE   SECTION.
           DISPLAY "BLOQUEAR O SALDO RESTANTE DO LOTE PARA VENDA (S/N) "
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "LOTE NAO BLOQUEADO "
           ELSE
               MOVE 3 TO WRK-NIVEL-EXIGIDO
               PERFORM 0095-VALIDA-PIN
               IF WRK-PIN-OK EQUAL "S"
                   PERFORM 0610-GRAVA-BLOQUEIO
               END-IF
           END-IF.

       0610-GRAVA-BLOQUEIO  SECTION.
           OPEN I-O LOTES.
           IF FS-LOTES NOT EQUAL 00
               DISPLAY "LOTES.DAT NAO ABERTO - LOTE NAO BLOQUEADO "
           ELSE
               MOVE WRK-PRODUTO-REC TO LOT-PRODUTO
               MOVE WRK-LOTE-REC    TO LOT-NUMERO
               READ LOTES
                   INVALID KEY
                       DISPLAY "LOTE NAO ENCONTRADO "
                   NOT INVALID KEY
                       IF LOT-BLOQUEADO
                           DISPLAY "LOTE JA ESTAVA BLOQUEADO "
                       ELSE
                           PERFORM 0620-RETIRA-SALDO
                           MOVE "B" TO LOT-SITUACAO
                           REWRITE REG-LOTE
                           DISPLAY "LOTE BLOQUEADO POR "
                                   WRK-USUARIO-PIN " - "
                                   WRK-QTDE-BLOQ
                                   " UNIDADE(S) RETIRADA(S) DO SALDO "
                       END-IF
               END-READ
               CLOSE LOTES
           END-IF.

       0620-RETIRA-SALDO    SECTION.
           MOVE ZEROS TO WRK-QTDE-BLOQ.

           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
               MOVE LOT-PRODUTO TO ESTQ-PRODUTO
               READ ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ESTQ-QTDE NOT LESS LOT-QTDE
                           MOVE LOT-QTDE  TO WRK-QTDE-BLOQ
                       ELSE
                           MOVE ESTQ-QTDE TO WRK-QTDE-BLOQ
                       END-IF
                       SUBTRACT WRK-QTDE-BLOQ FROM ESTQ-QTDE
                       REWRITE REG-ESTOQUE
                       MOVE ESTQ-CUSTO TO WRK-EM-CUSTO-UNIT
               END-READ
               CLOSE ESTOQUE
           END-IF.

           MOVE LOT-PRODUTO TO WRK-EM-PRODUTO.
           MOVE "PR"        TO WRK-EM-TIPO.
           COMPUTE WRK-EM-QTDE = WRK-QTDE-BLOQ * -1.
           MOVE LOT-NUMERO  TO WRK-EM-DOCUMENTO.
           MOVE "RECALL"    TO WRK-EM-ORIGEM.
           MOVE LOT-NUMERO  TO WRK-EM-LOTE.
           PERFORM 0186-GRAVA-MOVIMENTO-ESTQ.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NO PARAGRAFO DA
      *===============================COPY ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY CLIPATHPD.
           COPY PINPD.
           COPY ESTMOVPD.
       END PROGRAM ESTQ007.
