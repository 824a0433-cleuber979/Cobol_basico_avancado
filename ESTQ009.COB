       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTQ009.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: POSICAO RETROATIVA DO ESTOQUE - RECONSTROI A
      *          QUANTIDADE E O VALOR DE CADA PRODUTO EM UMA DATA
      *          PASSADA (EX.: 31/12 PARA O BALANCO), PARTINDO DO SALDO
      *          ATUAL DE TODAS AS LOJAS (ESTQ-QTDE DE ESTOQUE.DAT PARA
      *          A MATRIZ MAIS ELJ-QTDE DE ESTLOJA.DAT DAS FILIAIS) E
      *          DESFAZENDO AS LINHAS DO KARDEX (ESTOQMOV.DAT: EN, SA,
      *          AJ, DV, PR, TO, TI...) DE QUALQUER LOJA POSTERIORES A
      *          DATA. A MERCADORIA QUE NA DATA ESTAVA EM TRANSITO ENTRE
      *          LOJAS (TRANSF.DAT: DESPACHADA ATE A DATA E AINDA NAO
      *          RECEBIDA NELA) ENTRA PELA QUANTIDADE ENVIADA. A QUE
      *          NA DATA ESTAVA COM OS REVENDEDORES EM CONSIGNACAO
      *          ENTRA EM COLUNA PROPRIA (EM PODER DE TERCEIROS): O
      *          SALDO ATUAL DE CONSIG.DAT (REMETIDO MENOS VENDIDO
      *          MENOS DEVOLVIDO), DESFAZENDO AS LINHAS "CS"/"CR" DO
      *          KARDEX E AS VENDAS DOS ACERTOS (CSGACERTO.DAT)
      *          POSTERIORES A DATA. O CUSTO
      *          UNITARIO E O CUSTO MEDIO PONDERADO DO PRODUTO
      *          (ESTQ-CUSTO). PRODUTO EM QUE O
      *          RETROCESSO PASSA POR SALDO NEGATIVO EM ALGUM PONTO SAI
      *          MARCADO - HOUVE MOVIMENTO SEM LINHA NO KARDEX. OPCAO 1
      *          CONSULTA UM PRODUTO NA TELA; OPCAO 2 IMPRIME EM
      *          INVENTARIO.LST O REGISTRO DE INVENTARIO PAGINADO, COM
      *          TOTAL GERAL E TERMO DE RESPONSABILIDADE.
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

           SELECT ESTLOJA ASSIGN TO "ESTLOJA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ELJ-CHAVE
           FILE STATUS IS FS-ESTLOJA.

           SELECT TRANSF ASSIGN TO "TRANSF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRF-CHAVE
           FILE STATUS IS FS-TRANSF.

           SELECT CONSIG ASSIGN TO "CONSIG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSG-CHAVE
           FILE STATUS IS FS-CONSIG.

           SELECT CSGACERTO ASSIGN TO "CSGACERTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-CHAVE
           FILE STATUS IS FS-CSGACERTO.

           SELECT RELATORIO ASSIGN TO "INVENTARIO.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
           COPY ESTOQUEREG.

       FD  ESTMOV.
           COPY ESTMOVREG.

       FD  ESTLOJA.
           COPY ESTLOJAREG.

       FD  TRANSF.
           COPY TRANSFREG.

       FD  CONSIG.
           COPY CONSIGREG.

       FD  CSGACERTO.
           COPY CSGACERTOREG.

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(101).

       WORKING-STORAGE SECTION.
           COPY DATEFMTWS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-ESTMOV       PIC 9(02) VALUE ZEROS.
       77  FS-ESTLOJA      PIC 9(02) VALUE ZEROS.
       77  FS-TRANSF       PIC 9(02) VALUE ZEROS.
       77  FS-CONSIG       PIC 9(02) VALUE ZEROS.
       77  FS-CSGACERTO    PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-POSICAO PIC 9(08) VALUE ZEROS.
       77  WRK-PRODUTO-CONS PIC X(30) VALUE SPACES.
       77  WRK-QTDE-PROD   PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-PROD    PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.
       77  WRK-PRODUTO-PROC PIC X(30) VALUE SPACES.
       77  WRK-QTDE-DATA   PIC S9(09) VALUE ZEROS.
       77  WRK-MENOR-SALDO PIC S9(09) VALUE ZEROS.
       77  WRK-CUSTO-DATA  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-QTDE-FILIAIS PIC 9(09) VALUE ZEROS.
       77  WRK-QTDE-TRANSITO PIC 9(09) VALUE ZEROS.
       77  WRK-QTDE-CONSIG PIC S9(09) VALUE ZEROS.
       77  WRK-SALDO-CONSIG PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-CONSIG PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-CONSIG PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-DATA  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-DIVERGENTE  PIC X(01) VALUE "N".
       77  WRK-TOTAL-QTDE  PIC 9(09) VALUE ZEROS.
       77  WRK-TOTAL-VALOR PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ITENS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-DIVERG PIC 9(05) VALUE ZEROS.
       77  WRK-PAGINA      PIC 9(03) VALUE ZEROS.
       77  WRK-LINHA       PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-LINHAS  PIC 9(02) VALUE 50.

      *===============================POR PRODUTO, O QUE O KARDEX
      *===============================MOVIMENTOU DEPOIS DA DATA (SOMA E
      *===============================MENOR SOMA ACUMULADA, NA ORDEM DO
      *===============================ARQUIVO), O SALDO ATUAL DAS
      *===============================FILIAIS, O QUE ESTAVA EM
      *===============================TRANSITO NA DATA E O QUE ESTAVA
      *===============================EM CONSIGNACAO NA DATA.
       01  TABELA-MOV-PROD.
           05 TAB-MOV-PROD OCCURS 500 TIMES.
               10 TMP-PRODUTO      PIC X(30).
               10 TMP-SOMA-DEPOIS  PIC S9(09).
               10 TMP-MENOR-PREFIXO PIC S9(09).
               10 TMP-LINHAS-DEPOIS PIC 9(05).
               10 TMP-SALDO-FILIAIS PIC 9(09).
               10 TMP-TRANSITO-DATA PIC 9(09).
               10 TMP-CONSIG-DATA  PIC S9(09).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(41) VALUE
               "REGISTRO DE INVENTARIO - ESTOQUE EM ".
           05 WRK-LTI-DATA PIC X(10).
           05 FILLER       PIC X(18) VALUE SPACES.
           05 FILLER       PIC X(07) VALUE "PAGINA ".
           05 WRK-LTI-PAGINA PIC ZZ9.

       01  WRK-LINHA-LOJA.
           05 FILLER       PIC X(60) VALUE
               "TODAS AS LOJAS, EM TRANSITO E EM PODER DE TERCEIROS".

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(31) VALUE "PRODUTO".
           05 FILLER       PIC X(12) VALUE "  QUANTIDADE".
           05 FILLER       PIC X(11) VALUE " CUSTO UNIT".
           05 FILLER       PIC X(16) VALUE "     VALOR TOTAL".
           05 FILLER       PIC X(22) VALUE " EM PODER DE TERCEIROS".
           05 FILLER       PIC X(09) VALUE " OBS".

       01  WRK-LINHA-DET.
           05 WRK-LD-PRODUTO PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-QTDE    PIC ---.---.--9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-CUSTO   PIC ZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(05) VALUE SPACES.
           05 WRK-LD-CONSIG  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-OBS     PIC X(08).

       01  WRK-LINHA-TOTAL.
           05 FILLER         PIC X(20) VALUE "TOTAL GERAL... ITENS".
           05 WRK-LT-ITENS   PIC ZZZZ9.
           05 FILLER         PIC X(07) VALUE SPACES.
           05 WRK-LT-QTDE    PIC ZZZ.ZZZ.ZZ9.
           05 FILLER         PIC X(11) VALUE SPACES.
           05 WRK-LT-VALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LT-CONSIG  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-DIVERG.
           05 FILLER         PIC X(46) VALUE
               "*DIVERG* = SALDO NEGATIVO NO RETROCESSO.......".
           05 WRK-LDV-QTDE   PIC ZZZZ9.
           05 FILLER         PIC X(12) VALUE " PRODUTO(S)".

       01  WRK-LINHA-DIVERG2.
           05 FILLER         PIC X(60) VALUE
               "(HOUVE MOVIMENTO SEM LINHA NO KARDEX - CONFERIR)".

       01  WRK-LINHA-TERMO1.
           05 FILLER         PIC X(60) VALUE
               "ESTOQUE AVALIADO PELO CUSTO MEDIO PONDERADO.".
       01  WRK-LINHA-TERMO2.
           05 FILLER         PIC X(60) VALUE
               "QUANTIDADE NEGATIVA NAO E VALORIZADA.".
       01  WRK-LINHA-ASSINATURA.
           05 FILLER         PIC X(60) VALUE
               "RESPONSAVEL: ______________________   CONTADOR: ______".

       01  WRK-LINHA-SEPARADOR.
           05 FILLER PIC X(101) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "1 - CONSULTAR UM PRODUTO NA DATA ".
           DISPLAY "2 - IMPRIMIR O REGISTRO DE INVENTARIO NA DATA ".
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO NOT EQUAL 1 AND WRK-OPCAO NOT EQUAL 2
               DISPLAY "OPCAO INVALIDA "
           ELSE
               PERFORM 0100-RECEBE-DATA
               IF WRK-OPCAO EQUAL 1
                   DISPLAY "DIGITE O PRODUTO "
                   ACCEPT WRK-PRODUTO-CONS
               ELSE
                   MOVE SPACES TO WRK-PRODUTO-CONS
               END-IF
               PERFORM 0200-LE-KARDEX
               PERFORM 0220-LE-SALDO-FILIAIS
               PERFORM 0230-LE-TRANSITO
               PERFORM 0240-LE-CONSIGNADO
               PERFORM 0250-LE-ACERTOS
               IF WRK-OPCAO EQUAL 1
                   PERFORM 0400-CONSULTA-PRODUTO
               ELSE
                   PERFORM 0500-IMPRIME-INVENTARIO
               END-IF
           END-IF.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-RECEBE-DATA     SECTION.
           MOVE ZEROS TO WRK-DATA-POSICAO.
           PERFORM UNTIL WRK-DATA-POSICAO GREATER ZEROS
               DISPLAY "DIGITE A DATA DA POSICAO (AAAAMMDD) "
               ACCEPT WRK-DATA-POSICAO
               IF WRK-DATA-POSICAO GREATER WRK-DATA-HOJE
                   DISPLAY "DATA POSTERIOR A HOJE - DIGITE DE NOVO "
                   MOVE ZEROS TO WRK-DATA-POSICAO
               END-IF
           END-PERFORM.

           MOVE WRK-DATA-POSICAO TO WRK-DATA-AAAAMMDD.
           PERFORM 0095-REFORMATA-DATA.

      *===============================LINHAS DE TODAS AS LOJAS: A
      *===============================POSICAO E A SOMA DA MATRIZ
      *===============================(ESTQ-QTDE) COM AS FILIAIS
      *===============================(ESTLOJA.DAT).
       0200-LE-KARDEX       SECTION.
           MOVE ZEROS TO WRK-QTDE-PROD.

           OPEN INPUT ESTMOV.
           IF FS-ESTMOV NOT EQUAL 00
               DISPLAY "ESTOQMOV.DAT NAO ABERTO - POSICAO IGUAL AO "
                       "SALDO ATUAL "
           ELSE
               READ ESTMOV
               PERFORM UNTIL FS-ESTMOV NOT EQUAL 00
                   IF WRK-PRODUTO-CONS EQUAL SPACES
                           OR EM-PRODUTO EQUAL WRK-PRODUTO-CONS
                       PERFORM 0210-ACUMULA-LINHA
                   END-IF
                   READ ESTMOV
               END-PERFORM
               CLOSE ESTMOV
           END-IF.

       0210-ACUMULA-LINHA   SECTION.
           MOVE EM-PRODUTO TO WRK-PRODUTO-PROC.
           PERFORM 0305-INCLUI-PRODUTO.

           IF WRK-ACHADO-IDX GREATER ZEROS
               IF EM-DATA GREATER WRK-DATA-POSICAO
                   IF EM-CONSIG-SAIDA OR EM-CONSIG-RETORNO
                       ADD EM-QTDE TO TMP-CONSIG-DATA(WRK-ACHADO-IDX)
                   END-IF
                   ADD EM-QTDE TO TMP-SOMA-DEPOIS(WRK-ACHADO-IDX)
                   ADD 1 TO TMP-LINHAS-DEPOIS(WRK-ACHADO-IDX)
                   IF TMP-SOMA-DEPOIS(WRK-ACHADO-IDX) LESS
                           TMP-MENOR-PREFIXO(WRK-ACHADO-IDX)
                       MOVE TMP-SOMA-DEPOIS(WRK-ACHADO-IDX)
                         TO TMP-MENOR-PREFIXO(WRK-ACHADO-IDX)
                   END-IF
               END-IF
           END-IF.

      *===============================SALDO ATUAL DE CADA PRODUTO NAS
      *===============================FILIAIS (A MATRIZ ESTA EM
      *===============================ESTQ-QTDE).
       0220-LE-SALDO-FILIAIS SECTION.
           OPEN INPUT ESTLOJA.
           IF FS-ESTLOJA EQUAL 00
               MOVE ZEROS  TO ELJ-LOJA
               MOVE SPACES TO ELJ-PRODUTO
               START ESTLOJA KEY IS NOT LESS ELJ-CHAVE
               IF FS-ESTLOJA EQUAL 00
                   READ ESTLOJA NEXT RECORD
               END-IF
               PERFORM UNTIL FS-ESTLOJA NOT EQUAL 00
                   IF ELJ-QTDE GREATER ZEROS
                           AND (WRK-PRODUTO-CONS EQUAL SPACES
                                OR ELJ-PRODUTO EQUAL WRK-PRODUTO-CONS)
                       MOVE ELJ-PRODUTO TO WRK-PRODUTO-PROC
                       PERFORM 0305-INCLUI-PRODUTO
                       IF WRK-ACHADO-IDX GREATER ZEROS
                           ADD ELJ-QTDE
                            TO TMP-SALDO-FILIAIS(WRK-ACHADO-IDX)
                       END-IF
                   END-IF
                   READ ESTLOJA NEXT RECORD
               END-PERFORM
               CLOSE ESTLOJA
           END-IF.

      *===============================EM TRANSITO NA DATA: DESPACHADA
      *===============================ATE A DATA E AINDA NAO RECEBIDA
      *===============================OU RECEBIDA SO DEPOIS DELA. ENTRA
      *===============================A QUANTIDADE ENVIADA (A LINHA
      *==============================="TO" JA SAIU DA ORIGEM).
       0230-LE-TRANSITO     SECTION.
           OPEN INPUT TRANSF.
           IF FS-TRANSF EQUAL 00
               MOVE ZEROS TO TRF-NUMERO
               MOVE ZEROS TO TRF-ITEM
               START TRANSF KEY IS NOT LESS TRF-CHAVE
               IF FS-TRANSF EQUAL 00
                   READ TRANSF NEXT RECORD
               END-IF
               PERFORM UNTIL FS-TRANSF NOT EQUAL 00
                   IF TRF-DATA-ENVIO NOT GREATER WRK-DATA-POSICAO
                           AND (TRF-EM-TRANSITO
                                OR TRF-DATA-RECEB
                                   GREATER WRK-DATA-POSICAO)
                           AND (WRK-PRODUTO-CONS EQUAL SPACES
                                OR TRF-PRODUTO EQUAL WRK-PRODUTO-CONS)
                       MOVE TRF-PRODUTO TO WRK-PRODUTO-PROC
                       PERFORM 0305-INCLUI-PRODUTO
                       IF WRK-ACHADO-IDX GREATER ZEROS
                           ADD TRF-QTDE-ENVIADA
                            TO TMP-TRANSITO-DATA(WRK-ACHADO-IDX)
                       END-IF
                   END-IF
                   READ TRANSF NEXT RECORD
               END-PERFORM
               CLOSE TRANSF
           END-IF.

      *===============================SALDO ATUAL EM CONSIGNACAO. SOMA
      *===============================SOBRE O QUE O 0210 JA ACUMULOU: A
      *===============================LINHA "CS" POSTERIOR A DATA (QTDE
      *===============================NEGATIVA) NAO ESTAVA COM O
      *===============================REVENDEDOR E A "CR" POSTERIOR
      *===============================(POSITIVA) AINDA ESTAVA.
       0240-LE-CONSIGNADO   SECTION.
           OPEN INPUT CONSIG.
           IF FS-CONSIG EQUAL 00
               MOVE ZEROS TO CSG-REMESSA
               MOVE ZEROS TO CSG-ITEM
               START CONSIG KEY IS NOT LESS CSG-CHAVE
               IF FS-CONSIG EQUAL 00
                   READ CONSIG NEXT RECORD
               END-IF
               PERFORM UNTIL FS-CONSIG NOT EQUAL 00
                   COMPUTE WRK-SALDO-CONSIG = CSG-QTDE-REMETIDA
                           - CSG-QTDE-VENDIDA - CSG-QTDE-DEVOLVIDA
                   IF WRK-SALDO-CONSIG GREATER ZEROS
                           AND (WRK-PRODUTO-CONS EQUAL SPACES
                                OR CSG-PRODUTO EQUAL WRK-PRODUTO-CONS)
                       MOVE CSG-PRODUTO TO WRK-PRODUTO-PROC
                       PERFORM 0305-INCLUI-PRODUTO
                       IF WRK-ACHADO-IDX GREATER ZEROS
                           ADD WRK-SALDO-CONSIG
                            TO TMP-CONSIG-DATA(WRK-ACHADO-IDX)
                       END-IF
                   END-IF
                   READ CONSIG NEXT RECORD
               END-PERFORM
               CLOSE CONSIG
           END-IF.

      *===============================O QUE O REVENDEDOR VENDEU NUM
      *===============================ACERTO POSTERIOR A DATA AINDA
      *===============================ESTAVA COM ELE NA DATA (A VENDA
      *===============================NAO TEM LINHA NO KARDEX).
       0250-LE-ACERTOS      SECTION.
           OPEN INPUT CSGACERTO.
           IF FS-CSGACERTO EQUAL 00
               MOVE ZEROS TO ACR-NUMERO
               MOVE ZEROS TO ACR-ITEM
               START CSGACERTO KEY IS NOT LESS ACR-CHAVE
               IF FS-CSGACERTO EQUAL 00
                   READ CSGACERTO NEXT RECORD
               END-IF
               PERFORM UNTIL FS-CSGACERTO NOT EQUAL 00
                   IF ACR-DATA GREATER WRK-DATA-POSICAO
                           AND ACR-QTDE-VENDIDA GREATER ZEROS
                           AND (WRK-PRODUTO-CONS EQUAL SPACES
                                OR ACR-PRODUTO EQUAL WRK-PRODUTO-CONS)
                       MOVE ACR-PRODUTO TO WRK-PRODUTO-PROC
                       PERFORM 0305-INCLUI-PRODUTO
                       IF WRK-ACHADO-IDX GREATER ZEROS
                           ADD ACR-QTDE-VENDIDA
                            TO TMP-CONSIG-DATA(WRK-ACHADO-IDX)
                       END-IF
                   END-IF
                   READ CSGACERTO NEXT RECORD
               END-PERFORM
               CLOSE CSGACERTO
           END-IF.

       0300-PROCURA-PRODUTO SECTION.
           MOVE ZEROS TO WRK-ACHADO-IDX.
           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
               IF TMP-PRODUTO(WRK-SUB-PROD) EQUAL WRK-PRODUTO-PROC
                   MOVE WRK-SUB-PROD TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.

      *===============================SALDO NA DATA = ATUAL MENOS O QUE
      *===============================ENTROU/SAIU DEPOIS. O MENOR SALDO
      *===============================DO PERIODO E O DA DATA MAIS A
      *===============================MENOR SOMA ACUMULADA DAS LINHAS
      *===============================POSTERIORES; NEGATIVO EM QUALQUER
      *===============================PONTO = MOVIMENTO NAO REGISTRADO.
       0305-INCLUI-PRODUTO  SECTION.
           PERFORM 0300-PROCURA-PRODUTO.

           IF WRK-ACHADO-IDX EQUAL ZEROS
               IF WRK-QTDE-PROD LESS 500
                   ADD 1 TO WRK-QTDE-PROD
                   MOVE WRK-QTDE-PROD TO WRK-ACHADO-IDX
                   MOVE WRK-PRODUTO-PROC TO TMP-PRODUTO(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TMP-SOMA-DEPOIS(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TMP-MENOR-PREFIXO(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TMP-LINHAS-DEPOIS(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TMP-SALDO-FILIAIS(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TMP-TRANSITO-DATA(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TMP-CONSIG-DATA(WRK-ACHADO-IDX)
               ELSE
                   DISPLAY "LIMITE DE 500 PRODUTOS NO KARDEX - "
                           "IGNORADO " WRK-PRODUTO-PROC
               END-IF
           END-IF.

       0310-CALCULA-POSICAO SECTION.
           MOVE ESTQ-PRODUTO TO WRK-PRODUTO-PROC.
           PERFORM 0300-PROCURA-PRODUTO.

           MOVE ESTQ-QTDE  TO WRK-QTDE-DATA.
           MOVE ESTQ-CUSTO TO WRK-CUSTO-DATA.
           MOVE ZEROS      TO WRK-QTDE-FILIAIS.
           MOVE ZEROS      TO WRK-QTDE-TRANSITO.
           MOVE ZEROS      TO WRK-QTDE-CONSIG.
           IF WRK-ACHADO-IDX GREATER ZEROS
               MOVE TMP-SALDO-FILIAIS(WRK-ACHADO-IDX)
                 TO WRK-QTDE-FILIAIS
               MOVE TMP-TRANSITO-DATA(WRK-ACHADO-IDX)
                 TO WRK-QTDE-TRANSITO
               MOVE TMP-CONSIG-DATA(WRK-ACHADO-IDX)
                 TO WRK-QTDE-CONSIG
               ADD WRK-QTDE-FILIAIS TO WRK-QTDE-DATA
               SUBTRACT TMP-SOMA-DEPOIS(WRK-ACHADO-IDX)
                   FROM WRK-QTDE-DATA
               COMPUTE WRK-MENOR-SALDO = WRK-QTDE-DATA
                       + TMP-MENOR-PREFIXO(WRK-ACHADO-IDX)
           ELSE
               MOVE WRK-QTDE-DATA TO WRK-MENOR-SALDO
           END-IF.

           MOVE "N" TO WRK-DIVERGENTE.
           IF WRK-QTDE-DATA LESS ZEROS
                   OR WRK-MENOR-SALDO LESS ZEROS
                   OR WRK-QTDE-CONSIG LESS ZEROS
               MOVE "S" TO WRK-DIVERGENTE
           END-IF.

           ADD WRK-QTDE-TRANSITO TO WRK-QTDE-DATA.
           ADD WRK-QTDE-CONSIG   TO WRK-QTDE-DATA.

           IF WRK-QTDE-CONSIG GREATER ZEROS
               COMPUTE WRK-VALOR-CONSIG =
                       WRK-QTDE-CONSIG * WRK-CUSTO-DATA
           ELSE
               MOVE ZEROS TO WRK-VALOR-CONSIG
           END-IF.

           IF WRK-QTDE-DATA GREATER ZEROS
               COMPUTE WRK-VALOR-DATA = WRK-QTDE-DATA * WRK-CUSTO-DATA
           ELSE
               MOVE ZEROS TO WRK-VALOR-DATA
           END-IF.

       0400-CONSULTA-PRODUTO SECTION.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
               DISPLAY "ESTOQUE.DAT NAO ABERTO - CONSULTA CANCELADA "
           ELSE
               MOVE WRK-PRODUTO-CONS TO ESTQ-PRODUTO
               READ ESTOQUE
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO EM ESTOQUE.DAT "
                   NOT INVALID KEY
                       PERFORM 0310-CALCULA-POSICAO
                       DISPLAY "PRODUTO............ " ESTQ-PRODUTO
                       DISPLAY "SALDO ATUAL MATRIZ. " ESTQ-QTDE
                       DISPLAY "SALDO ATUAL FILIAIS " WRK-QTDE-FILIAIS
                       DISPLAY "POSICAO EM......... " WRK-DATA-DDMMAAAA
                       DISPLAY "EM TRANSITO NA DATA " WRK-QTDE-TRANSITO
                       DISPLAY "EM PODER DE TERCEIROS NA DATA "
                               WRK-QTDE-CONSIG
                       DISPLAY "QUANTIDADE NA DATA. " WRK-QTDE-DATA
                       DISPLAY "CUSTO UNITARIO..... " WRK-CUSTO-DATA
                       DISPLAY "VALOR NA DATA...... " WRK-VALOR-DATA
                       IF WRK-ACHADO-IDX GREATER ZEROS
                           DISPLAY "LINHAS DESFEITAS... "
                                   TMP-LINHAS-DEPOIS(WRK-ACHADO-IDX)
                       END-IF
                       IF WRK-DIVERGENTE EQUAL "S"
                           DISPLAY "ATENCAO - O RETROCESSO CHEGA A "
                                   "SALDO " WRK-MENOR-SALDO
                           DISPLAY "HOUVE MOVIMENTO SEM LINHA NO "
                                   "KARDEX - CONFERIR "
                       END-IF
               END-READ
               CLOSE ESTOQUE
           END-IF.

       0500-IMPRIME-INVENTARIO SECTION.
           MOVE ZEROS TO WRK-TOTAL-QTDE.
           MOVE ZEROS TO WRK-TOTAL-VALOR.
           MOVE ZEROS TO WRK-TOTAL-CONSIG.
           MOVE ZEROS TO WRK-TOTAL-ITENS.
           MOVE ZEROS TO WRK-TOTAL-DIVERG.
           MOVE ZEROS TO WRK-PAGINA.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
               DISPLAY "ESTOQUE.DAT NAO ABERTO - RELATORIO CANCELADO "
           ELSE
               OPEN OUTPUT RELATORIO
               PERFORM 0510-IMPRIME-CABECALHO

               MOVE SPACES TO ESTQ-PRODUTO
               START ESTOQUE KEY IS NOT LESS ESTQ-PRODUTO
               READ ESTOQUE NEXT RECORD
               PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
                   PERFORM 0520-IMPRIME-PRODUTO
                   READ ESTOQUE NEXT RECORD
               END-PERFORM

               PERFORM 0530-IMPRIME-TOTAIS
               CLOSE RELATORIO
               CLOSE ESTOQUE

               DISPLAY "REGISTRO DE INVENTARIO EM INVENTARIO.LST - "
                       WRK-TOTAL-ITENS " ITEM(NS), "
                       WRK-TOTAL-DIVERG " DIVERGENTE(S) "
           END-IF.

       0510-IMPRIME-CABECALHO SECTION.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-DATA-DDMMAAAA TO WRK-LTI-DATA.
           MOVE WRK-PAGINA        TO WRK-LTI-PAGINA.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-LOJA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZEROS TO WRK-LINHA.

      *===============================PRODUTO SEM SALDO NA DATA SO SAI
      *===============================SE O RETROCESSO FOR DIVERGENTE.
       0520-IMPRIME-PRODUTO SECTION.
           PERFORM 0310-CALCULA-POSICAO.

           IF WRK-QTDE-DATA NOT EQUAL ZEROS
                   OR WRK-DIVERGENTE EQUAL "S"
               IF WRK-LINHA GREATER OR EQUAL WRK-MAX-LINHAS
                   PERFORM 0510-IMPRIME-CABECALHO
               END-IF

               MOVE ESTQ-PRODUTO   TO WRK-LD-PRODUTO
               MOVE WRK-QTDE-DATA  TO WRK-LD-QTDE
               MOVE WRK-CUSTO-DATA TO WRK-LD-CUSTO
               MOVE WRK-VALOR-DATA TO WRK-LD-VALOR
               MOVE WRK-VALOR-CONSIG TO WRK-LD-CONSIG
               IF WRK-DIVERGENTE EQUAL "S"
                   MOVE "*DIVERG*" TO WRK-LD-OBS
                   ADD 1 TO WRK-TOTAL-DIVERG
               ELSE
                   MOVE SPACES TO WRK-LD-OBS
               END-IF
               MOVE WRK-LINHA-DET TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD 1 TO WRK-LINHA

               ADD 1 TO WRK-TOTAL-ITENS
               IF WRK-QTDE-DATA GREATER ZEROS
                   ADD WRK-QTDE-DATA TO WRK-TOTAL-QTDE
               END-IF
               ADD WRK-VALOR-DATA TO WRK-TOTAL-VALOR
               ADD WRK-VALOR-CONSIG TO WRK-TOTAL-CONSIG
           END-IF.

       0530-IMPRIME-TOTAIS  SECTION.
           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-ITENS TO WRK-LT-ITENS.
           MOVE WRK-TOTAL-QTDE  TO WRK-LT-QTDE.
           MOVE WRK-TOTAL-VALOR TO WRK-LT-VALOR.
           MOVE WRK-TOTAL-CONSIG TO WRK-LT-CONSIG.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF WRK-TOTAL-DIVERG GREATER ZEROS
               MOVE WRK-TOTAL-DIVERG TO WRK-LDV-QTDE
               MOVE WRK-LINHA-DIVERG TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-LINHA-DIVERG2 TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TERMO1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TERMO2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-ASSINATURA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NO PARAGRAFO DA
      *===============================COPY ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY DATEFMTPD.
