       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTQ003.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: POSICAO VALORIZADA DO ESTOQUE E CUSTO DAS MERCADORIAS
      *          VENDIDAS (CMV) DO MES - RODADA NO FECHAMENTO: LISTA
      *          CADA PRODUTO DE ESTOQUE.DAT COM A QUANTIDADE (MATRIZ
      *          EM ESTQ-QTDE, MAIS O SALDO DAS FILIAIS EM ESTLOJA.DAT
      *          E O QUE ESTA EM TRANSITO ENTRE LOJAS EM TRANSF.DAT,
      *          PELA QUANTIDADE ENVIADA, E O QUE ESTA EM PODER DOS
      *          REVENDEDORES EM CONSIGNACAO, CONSIG.DAT: REMETIDO MENOS
      *          VENDIDO MENOS DEVOLVIDO, TAMBEM EM COLUNA PROPRIA
      *          VALORIZADA - EM PODER DE TERCEIROS), O CUSTO
      *          MEDIO PONDERADO (ESTQ-CUSTO, RECALCULADO A CADA
      *          ENTRADA PELO RECEB001) E O VALOR ESTENDIDO, E AO LADO
      *          O CMV DO MES TIRADO DAS LINHAS "SA" DE ESTOQMOV.DAT
      *          (QUANTIDADE VENDIDA X CUSTO GRAVADO NA SAIDA). O TOTAL
      *          VALORIZADO E O ESTOQUE FINAL QUE VAI PARA A
      *          CONTABILIDADE. RELATORIO EM VALESTQ.LST.
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

           SELECT VALESTQ ASSIGN TO "VALESTQ.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VALESTQ.

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

       FD  VALESTQ.
       01  REG-VALESTQ   PIC X(115).

       WORKING-STORAGE SECTION.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-ESTMOV       PIC 9(02) VALUE ZEROS.
       77  FS-ESTLOJA      PIC 9(02) VALUE ZEROS.
       77  FS-TRANSF       PIC 9(02) VALUE ZEROS.
       77  FS-CONSIG       PIC 9(02) VALUE ZEROS.
       77  FS-VALESTQ      PIC 9(02) VALUE ZEROS.

       77  WRK-ANOMES-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-QTDE-PROD   PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-PROD    PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU-PROD  PIC X(01) VALUE "N".
       77  WRK-TOTAL-PRODUTOS PIC 9(05) VALUE ZEROS.

       77  WRK-VALOR-PROD     PIC 9(12)V99 VALUE ZEROS.
       77  WRK-QTDE-PROD-TOTAL PIC 9(09) VALUE ZEROS.
       77  WRK-CMV-QTDE       PIC 9(07) VALUE ZEROS.
       77  WRK-CMV-VALOR      PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOTAL-QTDE     PIC 9(09) VALUE ZEROS.
       77  WRK-TOTAL-VALOR    PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOTAL-CMV      PIC 9(12)V99 VALUE ZEROS.
       77  WRK-CMV-FORA       PIC 9(12)V99 VALUE ZEROS.
       77  WRK-SALDO-CONSIG   PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-CONSIG   PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOTAL-CONSIG   PIC 9(12)V99 VALUE ZEROS.

      *===============================CMV DO MES POR PRODUTO, MONTADO
      *===============================NA PASSADA POR ESTOQMOV.DAT, E O
      *===============================SALDO DAS FILIAIS, EM TRANSITO E
      *===============================EM CONSIGNACAO.
       01  TABELA-CMV.
           05 TAB-CMV-PROD OCCURS 500 TIMES.
               10 TCM-PRODUTO PIC X(30).
               10 TCM-QTDE    PIC 9(07).
               10 TCM-VALOR   PIC 9(12)V99.
               10 TCM-QTDE-FILIAIS  PIC 9(09).
               10 TCM-QTDE-TRANSITO PIC 9(09).
               10 TCM-QTDE-CONSIG   PIC 9(09).

       01  WRK-ANOMES-MOV.
           05 WRK-AMM-ANOMES PIC 9(06).
           05 FILLER         PIC X(02).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(45) VALUE
               "POSICAO VALORIZADA DO ESTOQUE E CMV DO MES".

       01  WRK-LINHA-PERIODO.
           05 FILLER       PIC X(21) VALUE "CMV DO MES (AAAAMM) ".
           05 WRK-LPE-ANOMES PIC 9(06).
           05 FILLER       PIC X(28) VALUE
               "   - CUSTO MEDIO PONDERADO".

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(32) VALUE "PRODUTO".
           05 FILLER       PIC X(09) VALUE "     QTDE".
           05 FILLER       PIC X(10) VALUE " CUSTO MED".
           05 FILLER       PIC X(16) VALUE "     VALOR ESTQ.".
           05 FILLER       PIC X(10) VALUE "  QTDE VEN".
           05 FILLER       PIC X(16) VALUE "         CMV MES".
           05 FILLER       PIC X(22) VALUE " EM PODER DE TERCEIROS".

       01  WRK-LINHA-DET.
           05 WRK-LD-PRODUTO PIC X(30).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-QTDE    PIC Z.ZZZ.ZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-CUSTO   PIC ZZ.ZZ9,99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-CMV-QTDE PIC Z.ZZZ.ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-CMV     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(08) VALUE SPACES.
           05 WRK-LD-CONSIG  PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOTAL.
           05 FILLER         PIC X(30) VALUE
               "ESTOQUE FINAL / CMV DO MES".
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LT-QTDE    PIC Z.ZZZ.ZZ9.
           05 FILLER         PIC X(12) VALUE SPACES.
           05 WRK-LT-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(12) VALUE SPACES.
           05 WRK-LT-CMV     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(08) VALUE SPACES.
           05 WRK-LT-CONSIG  PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-FORA.
           05 FILLER         PIC X(42) VALUE
               "CMV DE PRODUTOS FORA DE ESTOQUE.DAT (INCL.".
           05 FILLER         PIC X(22) VALUE
               " NO TOTAL ACIMA)......".
           05 FILLER         PIC X(15) VALUE SPACES.
           05 WRK-LF-CMV     PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-ACUMULA-CMV.
           PERFORM 0230-ACUMULA-FILIAIS.
           PERFORM 0240-ACUMULA-TRANSITO.
           PERFORM 0250-ACUMULA-CONSIGNADO.
           PERFORM 0300-IMPRIME-POSICAO.
           PERFORM 0900-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR     SECTION.
           DISPLAY "MES DO CMV (AAAAMM) "
           ACCEPT WRK-ANOMES-PROC.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
               DISPLAY "ESTOQUE.DAT NAO ABERTO - NADA A VALORIZAR "
               STOP RUN
           END-IF.

           OPEN OUTPUT VALESTQ.
           MOVE WRK-LINHA-TITULO TO REG-VALESTQ.
           WRITE REG-VALESTQ.
           MOVE WRK-ANOMES-PROC TO WRK-LPE-ANOMES.
           MOVE WRK-LINHA-PERIODO TO REG-VALESTQ.
           WRITE REG-VALESTQ.
           MOVE SPACES TO REG-VALESTQ.
           WRITE REG-VALESTQ.
           MOVE WRK-LINHA-COLUNA TO REG-VALESTQ.
           WRITE REG-VALESTQ.

      *===============================A QUANTIDADE DA SAIDA E NEGATIVA
      *===============================(EM-QTDE ASSINADA): O CMV E A
      *===============================QUANTIDADE SAIDA VEZES O CUSTO
      *===============================MEDIO GRAVADO NA LINHA PELA
      *===============================VENDA.
       0200-ACUMULA-CMV     SECTION.
           OPEN INPUT ESTMOV.
           IF FS-ESTMOV NOT EQUAL 00
               DISPLAY "ESTOQMOV.DAT NAO ABERTO - CMV DO MES ZERADO "
           ELSE
               READ ESTMOV
               PERFORM UNTIL FS-ESTMOV NOT EQUAL 00
                   MOVE EM-DATA TO WRK-ANOMES-MOV
                   IF EM-SAIDA
                           AND WRK-AMM-ANOMES EQUAL WRK-ANOMES-PROC
                       PERFORM 0210-ACUMULA-PRODUTO
                   END-IF
                   READ ESTMOV
               END-PERFORM
               CLOSE ESTMOV
           END-IF.

       0210-ACUMULA-PRODUTO SECTION.
           COMPUTE WRK-CMV-QTDE = EM-QTDE * -1.
           COMPUTE WRK-CMV-VALOR = WRK-CMV-QTDE * EM-CUSTO-UNIT.
           ADD WRK-CMV-VALOR TO WRK-TOTAL-CMV.

           MOVE EM-PRODUTO TO WRK-LD-PRODUTO.
           PERFORM 0215-INCLUI-PRODUTO.

           IF WRK-ACHOU-PROD EQUAL "S"
               ADD WRK-CMV-QTDE  TO TCM-QTDE(WRK-ACHADO-IDX)
               ADD WRK-CMV-VALOR TO TCM-VALOR(WRK-ACHADO-IDX)
           ELSE
               DISPLAY "TABELA DE PRODUTOS CHEIA (500) - CMV SO "
                       "NO TOTAL " EM-PRODUTO
           END-IF.

       0215-INCLUI-PRODUTO  SECTION.
           PERFORM 0220-PROCURA-PRODUTO.
           IF WRK-ACHOU-PROD EQUAL "N"
                   AND WRK-QTDE-PROD LESS 500
               ADD 1 TO WRK-QTDE-PROD
               MOVE WRK-QTDE-PROD TO WRK-ACHADO-IDX
               MOVE WRK-LD-PRODUTO TO TCM-PRODUTO(WRK-ACHADO-IDX)
               MOVE ZEROS TO TCM-QTDE(WRK-ACHADO-IDX)
               MOVE ZEROS TO TCM-VALOR(WRK-ACHADO-IDX)
               MOVE ZEROS TO TCM-QTDE-FILIAIS(WRK-ACHADO-IDX)
               MOVE ZEROS TO TCM-QTDE-TRANSITO(WRK-ACHADO-IDX)
               MOVE ZEROS TO TCM-QTDE-CONSIG(WRK-ACHADO-IDX)
               MOVE "S"   TO WRK-ACHOU-PROD
           END-IF.

       0220-PROCURA-PRODUTO SECTION.
           MOVE "N" TO WRK-ACHOU-PROD.
           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
               IF TCM-PRODUTO(WRK-SUB-PROD) EQUAL WRK-LD-PRODUTO
                   MOVE "S" TO WRK-ACHOU-PROD
                   MOVE WRK-SUB-PROD TO WRK-ACHADO-IDX
                   MOVE WRK-QTDE-PROD TO WRK-SUB-PROD
               END-IF
           END-PERFORM.

      *===============================SALDO DAS FILIAIS (A MATRIZ ESTA
      *===============================EM ESTQ-QTDE).
       0230-ACUMULA-FILIAIS SECTION.
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
                       MOVE ELJ-PRODUTO TO WRK-LD-PRODUTO
                       PERFORM 0215-INCLUI-PRODUTO
                       IF WRK-ACHOU-PROD EQUAL "S"
                           ADD ELJ-QTDE
                            TO TCM-QTDE-FILIAIS(WRK-ACHADO-IDX)
                       ELSE
                           DISPLAY "TABELA DE PRODUTOS CHEIA (500) - "
                                   "FILIAL FORA DA POSICAO "
                                   ELJ-PRODUTO
                       END-IF
                   END-IF
                   READ ESTLOJA NEXT RECORD
               END-PERFORM
               CLOSE ESTLOJA
           END-IF.

      *===============================MERCADORIA DESPACHADA E AINDA NAO
      *===============================RECEBIDA: JA SAIU DA ORIGEM E NAO
      *===============================ENTROU NO DESTINO, MAS E ESTOQUE
      *===============================DA EMPRESA (QUANTIDADE ENVIADA).
       0240-ACUMULA-TRANSITO SECTION.
           OPEN INPUT TRANSF.
           IF FS-TRANSF EQUAL 00
               MOVE ZEROS TO TRF-NUMERO
               MOVE ZEROS TO TRF-ITEM
               START TRANSF KEY IS NOT LESS TRF-CHAVE
               IF FS-TRANSF EQUAL 00
                   READ TRANSF NEXT RECORD
               END-IF
               PERFORM UNTIL FS-TRANSF NOT EQUAL 00
                   IF TRF-EM-TRANSITO
                       MOVE TRF-PRODUTO TO WRK-LD-PRODUTO
                       PERFORM 0215-INCLUI-PRODUTO
                       IF WRK-ACHOU-PROD EQUAL "S"
                           ADD TRF-QTDE-ENVIADA
                            TO TCM-QTDE-TRANSITO(WRK-ACHADO-IDX)
                       ELSE
                           DISPLAY "TABELA DE PRODUTOS CHEIA (500) - "
                                   "TRANSITO FORA DA POSICAO "
                                   TRF-PRODUTO
                       END-IF
                   END-IF
                   READ TRANSF NEXT RECORD
               END-PERFORM
               CLOSE TRANSF
           END-IF.

      *===============================MERCADORIA EM CONSIGNACAO: JA
      *===============================SAIU DE ESTQ-QTDE (LINHA "CS"),
      *===============================MAS CONTINUA DA EMPRESA ATE O
      *===============================ACERTO.
       0250-ACUMULA-CONSIGNADO SECTION.
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
                       MOVE CSG-PRODUTO TO WRK-LD-PRODUTO
                       PERFORM 0215-INCLUI-PRODUTO
                       IF WRK-ACHOU-PROD EQUAL "S"
                           ADD WRK-SALDO-CONSIG
                            TO TCM-QTDE-CONSIG(WRK-ACHADO-IDX)
                       ELSE
                           DISPLAY "TABELA DE PRODUTOS CHEIA (500) - "
                                   "CONSIGNACAO FORA DA POSICAO "
                                   CSG-PRODUTO
                       END-IF
                   END-IF
                   READ CONSIG NEXT RECORD
               END-PERFORM
               CLOSE CONSIG
           END-IF.

       0300-IMPRIME-POSICAO SECTION.
           MOVE WRK-TOTAL-CMV TO WRK-CMV-FORA.

           MOVE SPACES TO ESTQ-PRODUTO.
           START ESTOQUE KEY IS NOT LESS ESTQ-PRODUTO.
           READ ESTOQUE NEXT RECORD.
           PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
               PERFORM 0310-IMPRIME-PRODUTO
               READ ESTOQUE NEXT RECORD
           END-PERFORM.

           MOVE SPACES TO REG-VALESTQ.
           WRITE REG-VALESTQ.
           MOVE WRK-TOTAL-QTDE  TO WRK-LT-QTDE.
           MOVE WRK-TOTAL-VALOR TO WRK-LT-VALOR.
           MOVE WRK-TOTAL-CMV   TO WRK-LT-CMV.
           MOVE WRK-TOTAL-CONSIG TO WRK-LT-CONSIG.
           MOVE WRK-LINHA-TOTAL TO REG-VALESTQ.
           WRITE REG-VALESTQ.

           IF WRK-CMV-FORA GREATER ZEROS
               MOVE WRK-CMV-FORA TO WRK-LF-CMV
               MOVE WRK-LINHA-FORA TO REG-VALESTQ
               WRITE REG-VALESTQ
           END-IF.

       0310-IMPRIME-PRODUTO SECTION.
           ADD 1 TO WRK-TOTAL-PRODUTOS.

           MOVE ESTQ-QTDE TO WRK-QTDE-PROD-TOTAL.
           MOVE ZEROS TO WRK-VALOR-CONSIG.
           MOVE ESTQ-PRODUTO TO WRK-LD-PRODUTO.
           PERFORM 0220-PROCURA-PRODUTO.
           IF WRK-ACHOU-PROD EQUAL "S"
               MOVE TCM-QTDE(WRK-ACHADO-IDX)  TO WRK-CMV-QTDE
               MOVE TCM-VALOR(WRK-ACHADO-IDX) TO WRK-CMV-VALOR
               SUBTRACT WRK-CMV-VALOR FROM WRK-CMV-FORA
               ADD TCM-QTDE-FILIAIS(WRK-ACHADO-IDX)
                TO WRK-QTDE-PROD-TOTAL
               ADD TCM-QTDE-TRANSITO(WRK-ACHADO-IDX)
                TO WRK-QTDE-PROD-TOTAL
               ADD TCM-QTDE-CONSIG(WRK-ACHADO-IDX)
                TO WRK-QTDE-PROD-TOTAL
               COMPUTE WRK-VALOR-CONSIG =
                       TCM-QTDE-CONSIG(WRK-ACHADO-IDX) * ESTQ-CUSTO
           ELSE
               MOVE ZEROS TO WRK-CMV-QTDE
               MOVE ZEROS TO WRK-CMV-VALOR
           END-IF.

           COMPUTE WRK-VALOR-PROD = WRK-QTDE-PROD-TOTAL * ESTQ-CUSTO.
           ADD WRK-QTDE-PROD-TOTAL TO WRK-TOTAL-QTDE.
           ADD WRK-VALOR-PROD      TO WRK-TOTAL-VALOR.
           ADD WRK-VALOR-CONSIG    TO WRK-TOTAL-CONSIG.

           MOVE WRK-QTDE-PROD-TOTAL TO WRK-LD-QTDE.
           MOVE ESTQ-CUSTO     TO WRK-LD-CUSTO.
           MOVE WRK-VALOR-PROD TO WRK-LD-VALOR.
           MOVE WRK-CMV-QTDE   TO WRK-LD-CMV-QTDE.
           MOVE WRK-CMV-VALOR  TO WRK-LD-CMV.
           MOVE WRK-VALOR-CONSIG TO WRK-LD-CONSIG.
           MOVE WRK-LINHA-DET TO REG-VALESTQ.
           WRITE REG-VALESTQ.

       0900-FINALIZAR       SECTION.
           CLOSE ESTOQUE.
           CLOSE VALESTQ.

           DISPLAY "POSICAO GRAVADA EM VALESTQ.LST - "
                   WRK-TOTAL-PRODUTOS " PRODUTO(S) ".
           DISPLAY "ESTOQUE FINAL VALORIZADO: " WRK-TOTAL-VALOR.
           DISPLAY "FIM DE PROGRAMA ".
       END PROGRAM ESTQ003.
