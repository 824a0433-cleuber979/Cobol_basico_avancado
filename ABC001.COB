       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: CURVA ABC E CONTAGEM CICLICA DE ESTOQUE - O UNICO
      *          JEITO DE CONTAR ERA O INVENTARIO COMPLETO (INVENT001),
      *          COM A LOJA FECHADA UM DIA, UMA VEZ POR ANO. ESTE
      *          PROGRAMA CLASSIFICA CADA PRODUTO DE ESTOQUE.DAT PELO
      *          VALOR DE CONSUMO DOS ULTIMOS 12 MESES (LINHAS "SA" DE
      *          ESTOQMOV.DAT) EM CLASSE A/B/C (80/15/5 POR CENTO DO
      *          VALOR, RELATORIO CURVAABC.LST) E GRAVA A CLASSE NO
      *          PRODUTO; MONTA A LISTA DE CONTAGEM DO DIA (CICLO.DAT E
      *          CICLO.LST) COM ALGUNS PRODUTOS DE CADA CLASSE, PARA
      *          QUE OS "A" SEJAM CONTADOS TODO MES, OS "B" A CADA
      *          TRIMESTRE E OS "C" DUAS VEZES POR ANO; RECEBE AS
      *          QUANTIDADES CONTADAS E, COM PIN DO SUPERVISOR, EFETIVA
      *          OS AJUSTES COMO O INVENTARIO FAZ - CADA DIFERENCA VIRA
      *          UMA LINHA "AJ" EM ESTOQMOV.DAT.
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

           SELECT CICLO ASSIGN TO "CICLO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CICLO.

           SELECT RELABC ASSIGN TO "CURVAABC.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELABC.

           SELECT RELCICLO ASSIGN TO "CICLO.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELCICLO.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
           COPY ESTOQUEREG.

       FD  ESTMOV.
           COPY ESTMOVREG.

       FD  CICLO.
       01  REG-CICLO.
           05 CIC-PRODUTO      PIC X(30).
           05 CIC-CLASSE       PIC X(01).
           05 CIC-DATA-LISTA   PIC 9(08).
           05 CIC-QTDE-LIVRO   PIC 9(07).
           05 CIC-QTDE-CONTADA PIC 9(07).
           05 CIC-SITUACAO     PIC X(01).
               88 CIC-PENDENTE  VALUE "N".
               88 CIC-CONTADO   VALUE "S".
               88 CIC-EFETIVADO VALUE "E".

       FD  RELABC.
       01  REG-RELABC       PIC X(80).

       FD  RELCICLO.
       01  REG-RELCICLO     PIC X(80).

       WORKING-STORAGE SECTION.
           COPY ESTMOVWS.
           COPY PINWS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-CICLO        PIC 9(02) VALUE ZEROS.
       77  FS-RELABC       PIC 9(02) VALUE ZEROS.
       77  FS-RELCICLO     PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-PRODUTO-PROC PIC X(30) VALUE SPACES.
       77  WRK-QTDE-CONTADA PIC 9(07) VALUE ZEROS.
       77  WRK-ACHOU       PIC X(01) VALUE "N".
       77  WRK-TROCOU      PIC X(01) VALUE "N".

      *===============================CORTES DA CURVA (PERCENTUAL
      *===============================ACUMULADO DO VALOR) E INTERVALO
      *===============================EM DIAS ENTRE CONTAGENS DE CADA
      *===============================CLASSE.
       77  WRK-CORTE-A     PIC 9(03) VALUE 80.
       77  WRK-CORTE-B     PIC 9(03) VALUE 95.
       77  WRK-INTERVALO-A PIC 9(03) VALUE 30.
       77  WRK-INTERVALO-B PIC 9(03) VALUE 90.
       77  WRK-INTERVALO-C PIC 9(03) VALUE 180.

       77  WRK-QTDE-PROD   PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-PROD    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-ORD     PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.

       77  WRK-CONSUMO-MOV  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-CONSUMO PIC 9(13)V99 VALUE ZEROS.
       77  WRK-ACUMULADO    PIC 9(13)V99 VALUE ZEROS.
       77  WRK-PERC-ANTES   PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PERC-ACUM    PIC 9(03)V99 VALUE ZEROS.
       77  WRK-TOTAL-A      PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-B      PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-C      PIC 9(05) VALUE ZEROS.

       77  WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-MOV     PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-CORTE   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-DESDE   PIC 9(07) VALUE ZEROS.
       77  WRK-INTERVALO    PIC 9(03) VALUE ZEROS.
       77  WRK-CLASSE       PIC X(01) VALUE SPACES.
       77  WRK-COTA-A       PIC 9(05) VALUE ZEROS.
       77  WRK-COTA-B       PIC 9(05) VALUE ZEROS.
       77  WRK-COTA-C       PIC 9(05) VALUE ZEROS.
       77  WRK-LISTADOS-A   PIC 9(05) VALUE ZEROS.
       77  WRK-LISTADOS-B   PIC 9(05) VALUE ZEROS.
       77  WRK-LISTADOS-C   PIC 9(05) VALUE ZEROS.
       77  WRK-LISTAR       PIC X(01) VALUE "N".
       77  WRK-TOTAL-LISTADOS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-AJUSTADOS PIC 9(05) VALUE ZEROS.
       77  WRK-DIFERENCA    PIC S9(07) VALUE ZEROS.
       77  WRK-SALDO-AJUSTE PIC S9(08) VALUE ZEROS.
       77  WRK-ESTQ-ABERTO  PIC X(01) VALUE "N".

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

       01  WRK-AREA-TROCA.
           05 WRK-TR-PRODUTO PIC X(30).
           05 WRK-TR-CONSUMO PIC 9(11)V99.

       01  TABELA-ABC.
           05 TAB-ABC-PROD OCCURS 500 TIMES.
               10 TAB-PRODUTO PIC X(30).
               10 TAB-CONSUMO PIC 9(11)V99.

       01  WRK-LINHA-TITULO-ABC.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "CURVA ABC - CONSUMO DOS ULTIMOS 12 MESES".

       01  WRK-LINHA-COLUNA-ABC.
           05 FILLER       PIC X(05) VALUE "  POS".
           05 FILLER       PIC X(01) VALUE SPACES.
           05 FILLER       PIC X(30) VALUE "PRODUTO".
           05 FILLER       PIC X(18) VALUE "   VALOR CONSUMIDO".
           05 FILLER       PIC X(09) VALUE "  % ACUM.".
           05 FILLER       PIC X(07) VALUE " CLASSE".

       01  WRK-LINHA-DET-ABC.
           05 WRK-LDA-POS     PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LDA-PRODUTO PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LDA-CONSUMO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LDA-PERC    PIC ZZ9,99.
           05 FILLER          PIC X(06) VALUE SPACES.
           05 WRK-LDA-CLASSE  PIC X(01).

       01  WRK-LINHA-TOTAL-ABC.
           05 FILLER          PIC X(10) VALUE "CLASSE A: ".
           05 WRK-LTA-A       PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE "  CLASSE B: ".
           05 WRK-LTA-B       PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE "  CLASSE C: ".
           05 WRK-LTA-C       PIC ZZZZ9.

       01  WRK-LINHA-TITULO-CIC.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(26) VALUE
               "CONTAGEM CICLICA DO DIA - ".
           05 WRK-LTC-DATA PIC 9(08).

       01  WRK-LINHA-COLUNA-CIC.
           05 FILLER       PIC X(30) VALUE "PRODUTO".
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(07) VALUE "CLASSE ".
           05 FILLER       PIC X(09) VALUE "LOCALIZ. ".
           05 FILLER       PIC X(11) VALUE "ULT.CONTAG.".
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(15) VALUE "CONTADO: ______".

       01  WRK-LINHA-DET-CIC.
           05 WRK-LDC-PRODUTO PIC X(30).
           05 FILLER          PIC X(05) VALUE SPACES.
           05 WRK-LDC-CLASSE  PIC X(01).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LDC-LOCAL   PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LDC-ULTIMA  PIC 9(08).

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
                   (WRK-HOJE-ANO * 360) + (WRK-HOJE-MES * 30)
                   + WRK-HOJE-DIA.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  CURVA ABC E CONTAGEM CICLICA "
           DISPLAY "================================================"
           DISPLAY "1 - CLASSIFICAR PRODUTOS (CURVA ABC) "
           DISPLAY "2 - GERAR LISTA DE CONTAGEM DO DIA "
           DISPLAY "3 - DIGITAR QUANTIDADE CONTADA "
           DISPLAY "4 - EFETIVAR AJUSTES (SUPERVISOR) "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-CLASSIFICA-ABC
               WHEN 2
                   PERFORM 0400-GERA-LISTA-DIA
               WHEN 3
                   PERFORM 0500-DIGITA-CONTAGEM
               WHEN 4
                   PERFORM 0600-EFETIVA-AJUSTES
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

      *===============================VALOR DE CONSUMO = QUANTIDADE
      *===============================SAIDA (LINHAS "SA") X CUSTO DA
      *===============================LINHA, NOS ULTIMOS 360 DIAS.
       0300-CLASSIFICA-ABC  SECTION.
           MOVE ZEROS TO WRK-QTDE-PROD.
           MOVE ZEROS TO WRK-TOTAL-CONSUMO.
           MOVE ZEROS TO WRK-TOTAL-A.
           MOVE ZEROS TO WRK-TOTAL-B.
           MOVE ZEROS TO WRK-TOTAL-C.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
               DISPLAY "ESTOQUE.DAT NAO ABERTO - NADA A CLASSIFICAR "
           ELSE
               PERFORM 0310-CARREGA-PRODUTOS
               CLOSE ESTOQUE

               PERFORM 0320-ACUMULA-CONSUMO
               PERFORM 0340-ORDENA-CONSUMO
               PERFORM 0350-GRAVA-CLASSES

               DISPLAY "CURVA ABC GRAVADA EM CURVAABC.LST - A: "
                       WRK-TOTAL-A " B: " WRK-TOTAL-B
                       " C: " WRK-TOTAL-C
           END-IF.

       0310-CARREGA-PRODUTOS SECTION.
           MOVE SPACES TO ESTQ-PRODUTO.
           START ESTOQUE KEY IS NOT LESS ESTQ-PRODUTO.
           READ ESTOQUE NEXT RECORD.
           PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
               IF WRK-QTDE-PROD LESS 500
                   ADD 1 TO WRK-QTDE-PROD
                   MOVE ESTQ-PRODUTO TO TAB-PRODUTO(WRK-QTDE-PROD)
                   MOVE ZEROS        TO TAB-CONSUMO(WRK-QTDE-PROD)
               ELSE
                   DISPLAY "TABELA DE PRODUTOS CHEIA (500) - "
                           "PRODUTO FORA DA CURVA " ESTQ-PRODUTO
               END-IF
               READ ESTOQUE NEXT RECORD
           END-PERFORM.

       0320-ACUMULA-CONSUMO SECTION.
           COMPUTE WRK-DIAS-CORTE = WRK-DIAS-HOJE - 360.

           OPEN INPUT ESTMOV.
           IF FS-ESTMOV NOT EQUAL 00
               DISPLAY "ESTOQMOV.DAT NAO ABERTO - TODOS OS PRODUTOS "
                       "FICAM SEM CONSUMO (CLASSE C) "
           ELSE
               READ ESTMOV
               PERFORM UNTIL FS-ESTMOV NOT EQUAL 00
                   IF EM-SAIDA
                       MOVE EM-DATA TO WRK-DATA-X-R
                       COMPUTE WRK-DIAS-MOV =
                               (WRK-DX-ANO * 360) + (WRK-DX-MES * 30)
                               + WRK-DX-DIA
                       IF WRK-DIAS-MOV NOT LESS WRK-DIAS-CORTE
                           PERFORM 0330-SOMA-CONSUMO
                       END-IF
                   END-IF
                   READ ESTMOV
               END-PERFORM
               CLOSE ESTMOV
           END-IF.

       0330-SOMA-CONSUMO    SECTION.
           COMPUTE WRK-CONSUMO-MOV = (EM-QTDE * -1) * EM-CUSTO-UNIT.

           MOVE ZEROS TO WRK-ACHADO-IDX.
           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
                      OR WRK-ACHADO-IDX NOT EQUAL ZEROS
               IF TAB-PRODUTO(WRK-SUB-PROD) EQUAL EM-PRODUTO
                   MOVE WRK-SUB-PROD TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.

           IF WRK-ACHADO-IDX NOT EQUAL ZEROS
               ADD WRK-CONSUMO-MOV TO TAB-CONSUMO(WRK-ACHADO-IDX)
               ADD WRK-CONSUMO-MOV TO WRK-TOTAL-CONSUMO
           END-IF.

      *===============================ORDENA A TABELA PELO VALOR DE
      *===============================CONSUMO, DO MAIOR PARA O MENOR
      *===============================(TROCAS SUCESSIVAS).
       0340-ORDENA-CONSUMO  SECTION.
           MOVE "S" TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU NOT EQUAL "S"
               MOVE "N" TO WRK-TROCOU
               PERFORM VARYING WRK-SUB-ORD FROM 1 BY 1
                       UNTIL WRK-SUB-ORD NOT LESS WRK-QTDE-PROD
                   IF TAB-CONSUMO(WRK-SUB-ORD) LESS
                           TAB-CONSUMO(WRK-SUB-ORD + 1)
                       MOVE TAB-ABC-PROD(WRK-SUB-ORD)
                               TO WRK-AREA-TROCA
                       MOVE TAB-ABC-PROD(WRK-SUB-ORD + 1)
                               TO TAB-ABC-PROD(WRK-SUB-ORD)
                       MOVE WRK-AREA-TROCA
                               TO TAB-ABC-PROD(WRK-SUB-ORD + 1)
                       MOVE "S" TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

      *===============================O PRODUTO E "A" ENQUANTO O
      *===============================ACUMULADO ANTES DELE NAO PASSOU
      *===============================DO CORTE A (O PRIMEIRO SEMPRE E
      *===============================A), "B" ATE O CORTE B E "C" NO
      *===============================RESTO. SEM CONSUMO NO ANO = C.
       0350-GRAVA-CLASSES   SECTION.
           MOVE ZEROS TO WRK-ACUMULADO.

           OPEN OUTPUT RELABC.
           MOVE WRK-LINHA-TITULO-ABC TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE SPACES TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE WRK-LINHA-COLUNA-ABC TO REG-RELABC.
           WRITE REG-RELABC.

           MOVE "N" TO WRK-ESTQ-ABERTO.
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
               DISPLAY "ESTOQUE.DAT NAO ABERTO - CLASSE NAO GRAVADA "
                       "NOS PRODUTOS - STATUS " FS-ESTOQUE
           ELSE
               MOVE "S" TO WRK-ESTQ-ABERTO
           END-IF.
           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
               IF WRK-TOTAL-CONSUMO EQUAL ZEROS
                   MOVE ZEROS TO WRK-PERC-ANTES
                   MOVE ZEROS TO WRK-PERC-ACUM
               ELSE
                   COMPUTE WRK-PERC-ANTES =
                           WRK-ACUMULADO * 100 / WRK-TOTAL-CONSUMO
                   ADD TAB-CONSUMO(WRK-SUB-PROD) TO WRK-ACUMULADO
                   COMPUTE WRK-PERC-ACUM ROUNDED =
                           WRK-ACUMULADO * 100 / WRK-TOTAL-CONSUMO
               END-IF

               EVALUATE TRUE
                   WHEN TAB-CONSUMO(WRK-SUB-PROD) EQUAL ZEROS
                       MOVE "C" TO WRK-CLASSE
                       ADD 1 TO WRK-TOTAL-C
                   WHEN WRK-PERC-ANTES LESS WRK-CORTE-A
                       MOVE "A" TO WRK-CLASSE
                       ADD 1 TO WRK-TOTAL-A
                   WHEN WRK-PERC-ANTES LESS WRK-CORTE-B
                       MOVE "B" TO WRK-CLASSE
                       ADD 1 TO WRK-TOTAL-B
                   WHEN OTHER
                       MOVE "C" TO WRK-CLASSE
                       ADD 1 TO WRK-TOTAL-C
               END-EVALUATE

               IF WRK-ESTQ-ABERTO EQUAL "S"
                   MOVE TAB-PRODUTO(WRK-SUB-PROD) TO ESTQ-PRODUTO
                   READ ESTOQUE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WRK-CLASSE TO ESTQ-CLASSE-ABC
                           REWRITE REG-ESTOQUE
                   END-READ
               END-IF

               MOVE WRK-SUB-PROD              TO WRK-LDA-POS
               MOVE TAB-PRODUTO(WRK-SUB-PROD) TO WRK-LDA-PRODUTO
               MOVE TAB-CONSUMO(WRK-SUB-PROD) TO WRK-LDA-CONSUMO
               MOVE WRK-PERC-ACUM             TO WRK-LDA-PERC
               MOVE WRK-CLASSE                TO WRK-LDA-CLASSE
               MOVE WRK-LINHA-DET-ABC TO REG-RELABC
               WRITE REG-RELABC
           END-PERFORM.
           IF WRK-ESTQ-ABERTO EQUAL "S"
               CLOSE ESTOQUE
           END-IF.

           MOVE SPACES TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE WRK-TOTAL-A TO WRK-LTA-A.
           MOVE WRK-TOTAL-B TO WRK-LTA-B.
           MOVE WRK-TOTAL-C TO WRK-LTA-C.
           MOVE WRK-LINHA-TOTAL-ABC TO REG-RELABC.
           WRITE REG-RELABC.
           CLOSE RELABC.

      *===============================COTA DIARIA DE CADA CLASSE =
      *===============================PRODUTOS DA CLASSE / INTERVALO
      *===============================(ARREDONDADA PARA CIMA). ENTRAM
      *===============================OS VENCIDOS (NUNCA CONTADOS OU
      *===============================CONTADOS HA MAIS QUE O
      *===============================INTERVALO) ATE ENCHER A COTA. A
      *===============================NOVA LISTA SOBRESCREVE A ANTERIOR.
       0400-GERA-LISTA-DIA  SECTION.
           MOVE ZEROS TO WRK-TOTAL-A.
           MOVE ZEROS TO WRK-TOTAL-B.
           MOVE ZEROS TO WRK-TOTAL-C.
           MOVE ZEROS TO WRK-LISTADOS-A.
           MOVE ZEROS TO WRK-LISTADOS-B.
           MOVE ZEROS TO WRK-LISTADOS-C.
           MOVE ZEROS TO WRK-TOTAL-LISTADOS.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
               DISPLAY "ESTOQUE.DAT NAO ABERTO - NADA A CONTAR "
           ELSE
               MOVE SPACES TO ESTQ-PRODUTO
               START ESTOQUE KEY IS NOT LESS ESTQ-PRODUTO
               READ ESTOQUE NEXT RECORD
               PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
                   EVALUATE ESTQ-CLASSE-ABC
                       WHEN "A"
                           ADD 1 TO WRK-TOTAL-A
                       WHEN "B"
                           ADD 1 TO WRK-TOTAL-B
                       WHEN OTHER
                           ADD 1 TO WRK-TOTAL-C
                   END-EVALUATE
                   READ ESTOQUE NEXT RECORD
               END-PERFORM

               COMPUTE WRK-COTA-A =
                       (WRK-TOTAL-A + WRK-INTERVALO-A - 1)
                       / WRK-INTERVALO-A
               COMPUTE WRK-COTA-B =
                       (WRK-TOTAL-B + WRK-INTERVALO-B - 1)
                       / WRK-INTERVALO-B
               COMPUTE WRK-COTA-C =
                       (WRK-TOTAL-C + WRK-INTERVALO-C - 1)
                       / WRK-INTERVALO-C

               OPEN OUTPUT CICLO
               OPEN OUTPUT RELCICLO
               MOVE WRK-DATA-HOJE-R TO WRK-LTC-DATA
               MOVE WRK-LINHA-TITULO-CIC TO REG-RELCICLO
               WRITE REG-RELCICLO
               MOVE SPACES TO REG-RELCICLO
               WRITE REG-RELCICLO
               MOVE WRK-LINHA-COLUNA-CIC TO REG-RELCICLO
               WRITE REG-RELCICLO

               MOVE SPACES TO ESTQ-PRODUTO
               START ESTOQUE KEY IS NOT LESS ESTQ-PRODUTO
               READ ESTOQUE NEXT RECORD
               PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
                   PERFORM 0410-SELECIONA-PRODUTO
                   READ ESTOQUE NEXT RECORD
               END-PERFORM

               CLOSE RELCICLO
               CLOSE CICLO
               CLOSE ESTOQUE

               DISPLAY "LISTA DO DIA GRAVADA EM CICLO.LST - "
                       WRK-TOTAL-LISTADOS " PRODUTO(S) (A: "
                       WRK-LISTADOS-A " B: " WRK-LISTADOS-B
                       " C: " WRK-LISTADOS-C ")"
           END-IF.

       0410-SELECIONA-PRODUTO SECTION.
           EVALUATE ESTQ-CLASSE-ABC
               WHEN "A"
                   MOVE "A" TO WRK-CLASSE
                   MOVE WRK-INTERVALO-A TO WRK-INTERVALO
               WHEN "B"
                   MOVE "B" TO WRK-CLASSE
                   MOVE WRK-INTERVALO-B TO WRK-INTERVALO
               WHEN OTHER
                   MOVE "C" TO WRK-CLASSE
                   MOVE WRK-INTERVALO-C TO WRK-INTERVALO
           END-EVALUATE.

           MOVE "N" TO WRK-LISTAR.
           IF ESTQ-DATA-CONTAGEM EQUAL ZEROS
               MOVE "S" TO WRK-LISTAR
           ELSE
               MOVE ESTQ-DATA-CONTAGEM TO WRK-DATA-X-R
               COMPUTE WRK-DIAS-DESDE = WRK-DIAS-HOJE
                       - ((WRK-DX-ANO * 360) + (WRK-DX-MES * 30)
                          + WRK-DX-DIA)
               IF WRK-DIAS-DESDE NOT LESS WRK-INTERVALO
                   MOVE "S" TO WRK-LISTAR
               END-IF
           END-IF.

           IF WRK-LISTAR EQUAL "S"
               EVALUATE WRK-CLASSE
                   WHEN "A"
                       IF WRK-LISTADOS-A NOT LESS WRK-COTA-A
                           MOVE "N" TO WRK-LISTAR
                       ELSE
                           ADD 1 TO WRK-LISTADOS-A
                       END-IF
                   WHEN "B"
                       IF WRK-LISTADOS-B NOT LESS WRK-COTA-B
                           MOVE "N" TO WRK-LISTAR
                       ELSE
                           ADD 1 TO WRK-LISTADOS-B
                       END-IF
                   WHEN OTHER
                       IF WRK-LISTADOS-C NOT LESS WRK-COTA-C
                           MOVE "N" TO WRK-LISTAR
                       ELSE
                           ADD 1 TO WRK-LISTADOS-C
                       END-IF
               END-EVALUATE
           END-IF.

           IF WRK-LISTAR EQUAL "S"
               ADD 1 TO WRK-TOTAL-LISTADOS

               MOVE ESTQ-PRODUTO    TO CIC-PRODUTO
               MOVE WRK-CLASSE      TO CIC-CLASSE
               MOVE WRK-DATA-HOJE-R TO CIC-DATA-LISTA
               MOVE ESTQ-QTDE       TO CIC-QTDE-LIVRO
               MOVE ZEROS           TO CIC-QTDE-CONTADA
               MOVE "N"             TO CIC-SITUACAO
               WRITE REG-CICLO

               MOVE ESTQ-PRODUTO       TO WRK-LDC-PRODUTO
               MOVE WRK-CLASSE         TO WRK-LDC-CLASSE
               MOVE ESTQ-LOCALIZACAO   TO WRK-LDC-LOCAL
               MOVE ESTQ-DATA-CONTAGEM TO WRK-LDC-ULTIMA
               MOVE WRK-LINHA-DET-CIC TO REG-RELCICLO
               WRITE REG-RELCICLO
           END-IF.

      *===============================O SALDO DE LIVRO VALE O DO
      *===============================MOMENTO DA CONTAGEM: RELIDO EM
      *===============================ESTOQUE.DAT E GUARDADO EM
      *===============================CIC-QTDE-LIVRO JUNTO COM O
      *===============================CONTADO (VENDAS ENTRE A LISTA E
      *===============================A CONTAGEM NAO VIRAM DIFERENCA).
       0500-DIGITA-CONTAGEM SECTION.
           DISPLAY "DIGITE O PRODUTO CONTADO "
           ACCEPT WRK-PRODUTO-PROC.
           DISPLAY "DIGITE A QUANTIDADE CONTADA "
           ACCEPT WRK-QTDE-CONTADA.

           MOVE "N" TO WRK-ACHOU.
           MOVE "N" TO WRK-ESTQ-ABERTO.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
               MOVE "S" TO WRK-ESTQ-ABERTO
           END-IF.

           OPEN I-O CICLO.
           IF FS-CICLO NOT EQUAL 00
               DISPLAY "CICLO.DAT NAO ABERTO - GERE A LISTA DO DIA "
                       "ANTES DE DIGITAR "
           ELSE
               READ CICLO
               PERFORM UNTIL FS-CICLO NOT EQUAL 00
                   IF CIC-PRODUTO EQUAL WRK-PRODUTO-PROC
                           AND NOT CIC-EFETIVADO
                       MOVE "S" TO WRK-ACHOU
                       MOVE WRK-QTDE-CONTADA TO CIC-QTDE-CONTADA
                       IF WRK-ESTQ-ABERTO EQUAL "S"
                           MOVE CIC-PRODUTO TO ESTQ-PRODUTO
                           READ ESTOQUE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE ESTQ-QTDE TO CIC-QTDE-LIVRO
                           END-READ
                       END-IF
                       MOVE "S" TO CIC-SITUACAO
                       REWRITE REG-CICLO
                   END-IF
                   READ CICLO
               END-PERFORM
               CLOSE CICLO
           END-IF.

           IF WRK-ESTQ-ABERTO EQUAL "S"
               CLOSE ESTOQUE
           END-IF.

           IF WRK-ACHOU EQUAL "S"
               DISPLAY "CONTAGEM REGISTRADA "
           ELSE
               DISPLAY "PRODUTO NAO ESTA NA LISTA DO DIA "
           END-IF.

       0600-EFETIVA-AJUSTES SECTION.
           MOVE 3 TO WRK-NIVEL-EXIGIDO.
           PERFORM 0095-VALIDA-PIN.

           IF WRK-PIN-OK NOT EQUAL "S"
               CONTINUE
           ELSE
               MOVE ZEROS TO WRK-TOTAL-AJUSTADOS

               OPEN I-O CICLO
               IF FS-CICLO NOT EQUAL 00
                   DISPLAY "CICLO.DAT NAO ABERTO - NADA A EFETIVAR "
               ELSE
                   READ CICLO
                   PERFORM UNTIL FS-CICLO NOT EQUAL 00
                       IF CIC-CONTADO
                           PERFORM 0610-AJUSTA-PRODUTO
                       END-IF
                       READ CICLO
                   END-PERFORM
                   CLOSE CICLO

                   DISPLAY "AJUSTES EFETIVADOS... "
                           WRK-TOTAL-AJUSTADOS " PRODUTO(S) "
               END-IF
           END-IF.

      *===============================A DIFERENCA E O CONTADO MENOS O
      *===============================LIVRO DO MOMENTO DA CONTAGEM
      *===============================(0500); ELA E SOMADA AO SALDO
      *===============================ATUAL (SEM SOBRESCREVER AS
      *===============================VENDAS FEITAS DEPOIS DA
      *===============================CONTAGEM) E VIRA LINHA "AJ" COM
      *===============================O USUARIO DO PIN.
       0610-AJUSTA-PRODUTO  SECTION.
           COMPUTE WRK-DIFERENCA =
                   CIC-QTDE-CONTADA - CIC-QTDE-LIVRO.

           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
               MOVE CIC-PRODUTO TO ESTQ-PRODUTO
               READ ESTOQUE
                   INVALID KEY
                       DISPLAY "PRODUTO SUMIU DE ESTOQUE.DAT - "
                               "AJUSTE PULADO " CIC-PRODUTO
                   NOT INVALID KEY
                       COMPUTE WRK-SALDO-AJUSTE =
                               ESTQ-QTDE + WRK-DIFERENCA
                       IF WRK-SALDO-AJUSTE LESS ZEROS
                           MOVE ZEROS TO WRK-SALDO-AJUSTE
                       END-IF
                       MOVE WRK-SALDO-AJUSTE TO ESTQ-QTDE
                       MOVE WRK-DATA-HOJE-R  TO ESTQ-DATA-CONTAGEM
                       REWRITE REG-ESTOQUE

                       IF WRK-DIFERENCA NOT EQUAL ZEROS
                           MOVE CIC-PRODUTO   TO WRK-EM-PRODUTO
                           MOVE "AJ"          TO WRK-EM-TIPO
                           MOVE WRK-DIFERENCA TO WRK-EM-QTDE
                           MOVE ESTQ-CUSTO    TO WRK-EM-CUSTO-UNIT
                           MOVE "CICLICO"     TO WRK-EM-DOCUMENTO
                           MOVE WRK-USUARIO-PIN TO WRK-EM-ORIGEM
                           PERFORM 0186-GRAVA-MOVIMENTO-ESTQ
                       END-IF

                       ADD 1 TO WRK-TOTAL-AJUSTADOS
                       MOVE "E" TO CIC-SITUACAO
                       REWRITE REG-CICLO
               END-READ
               CLOSE ESTOQUE
           END-IF.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY PINPD.
           COPY ESTMOVPD.
       END PROGRAM ABC001.
