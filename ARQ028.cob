      * Author:CLEUBER MACIEL
      * Date: 02/09/2026
      * Purpose: RELATORIO MENSAL DE MARGEM BRUTA POR PRODUTO - CRUZA
      *          AS VENDAS DO MES NO RESUMO DIARIO VENDRESUMO.DAT
      *          (VENDRES001; VENDAS LIQUIDAS DE DEVOLUCAO) COM O
      *          PRECO DE CUSTO CADASTRADO EM
      *          ESTOQUE.DAT (ESTQ-CUSTO, MANTIDO POR ESTQ001) E
      *          IMPRIME EM MARGEM.LST A RECEITA, O CUSTO E A MARGEM
      *          DE CADA PRODUTO E DO TOTAL - O FECHAMENTO MENSAL
      *          GERENCIA E SEMPRE O LUCRO. PRODUTO SEM CUSTO
      *          CADASTRADO ENTRA COM CUSTO ZERO E E SINALIZADO.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==AS VENDAS DO MES PASSAM A SER LIDAS DO RESUMO DIARIO
      *==VENDRESUMO.DAT (VENDRES001), POSICIONANDO NO DIA 01 DO MES, EM
      *==VEZ DE VARRER TODAS AS LINHAS DE VENDAS.DAT
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDRESUMO ASSIGN TO "VENDRESUMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VRS-CHAVE
           FILE STATUS IS FS-VENDRESUMO.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
           ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  VENDRESUMO.
           COPY VENDRESREG.

       FD  ESTOQUE.
           COPY ESTOQUEREG.
       01  REG-MARGEM    PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-VENDRESUMO   PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-MARGEM       PIC 9(02) VALUE ZEROS.

       77  WRK-SUB-PROD    PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU-PROD  PIC X(01) VALUE "N".

       77  WRK-CUSTO-PROD     PIC S9(09)V99 VALUE ZEROS.
       77  WRK-MARGEM-PROD    PIC S9(09)V99 VALUE ZEROS.
           05 WRK-AMV-ANOMES PIC 9(06).
           05 FILLER         PIC X(02).

       01  WRK-DATA-INICIO-MES.
           05 WRK-DIM-ANOMES PIC 9(06).
           05 WRK-DIM-DIA    PIC 9(02) VALUE 01.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(25) VALUE SPACES.
           05 FILLER       PIC X(34) VALUE
           DISPLAY "PERIODO DO RELATORIO (AAAAMM) "
           ACCEPT WRK-ANOMES-PROC.

           OPEN INPUT VENDRESUMO.
           IF FS-VENDRESUMO NOT EQUAL 00
               DISPLAY "VENDRESUMO.DAT NAO ABERTO - SEM VENDAS "
                       "REGISTRADAS "
               STOP RUN
           END-IF.
           MOVE WRK-LINHA-COLUNA TO REG-MARGEM.
           WRITE REG-MARGEM.

      *===============================AS VENDAS DO MES VEM DO RESUMO
      *===============================DIARIO (VENDRES001), A PARTIR DO
      *===============================DIA 01 DO MES PEDIDO.
       0200-ACUMULA-VENDAS  SECTION.
           MOVE WRK-ANOMES-PROC TO WRK-DIM-ANOMES.
           MOVE LOW-VALUES TO VRS-CHAVE.
           MOVE WRK-DATA-INICIO-MES TO VRS-DATA.
           START VENDRESUMO KEY IS NOT LESS VRS-CHAVE.
           IF FS-VENDRESUMO EQUAL 00
               READ VENDRESUMO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-VENDRESUMO NOT EQUAL 00
               MOVE VRS-DATA TO WRK-ANOMES-VENDA
               IF WRK-AMV-ANOMES NOT EQUAL WRK-ANOMES-PROC
                   MOVE 10 TO FS-VENDRESUMO
               ELSE
                   PERFORM 0210-ACUMULA-PRODUTO
                   READ VENDRESUMO NEXT RECORD
               END-IF
           END-PERFORM.

       0210-ACUMULA-PRODUTO SECTION.
               IF WRK-QTDE-PROD LESS 100
                   ADD 1 TO WRK-QTDE-PROD
                   MOVE WRK-QTDE-PROD TO WRK-ACHADO-IDX
                   MOVE VRS-PRODUTO TO TMG-PRODUTO(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TMG-QTDE(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TMG-RECEITA(WRK-ACHADO-IDX)
                   MOVE "N"   TO TMG-SEM-CUSTO(WRK-ACHADO-IDX)
                   MOVE "S"   TO WRK-ACHOU-PROD
               ELSE
                   DISPLAY "TABELA DE PRODUTOS CHEIA (100) - "
                           "PRODUTO FORA DO RELATORIO " VRS-PRODUTO
               END-IF
           END-IF.

           IF WRK-ACHOU-PROD EQUAL "S"
               ADD VRS-QTDE-LIQUIDA TO TMG-QTDE(WRK-ACHADO-IDX)
               ADD VRS-VALOR-BRUTO  TO TMG-RECEITA(WRK-ACHADO-IDX)
               SUBTRACT VRS-VALOR-DEVOL
                   FROM TMG-RECEITA(WRK-ACHADO-IDX)
           END-IF.

       0220-PROCURA-PRODUTO SECTION.
           MOVE "N" TO WRK-ACHOU-PROD.
           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
               IF TMG-PRODUTO(WRK-SUB-PROD) EQUAL VRS-PRODUTO
                   MOVE "S" TO WRK-ACHOU-PROD
                   MOVE WRK-SUB-PROD TO WRK-ACHADO-IDX
                   MOVE WRK-QTDE-PROD TO WRK-SUB-PROD
           END-IF.

       0900-FINALIZAR       SECTION.
           CLOSE VENDRESUMO.
           IF FS-ESTOQUE EQUAL 00
               CLOSE ESTOQUE
           END-IF.
