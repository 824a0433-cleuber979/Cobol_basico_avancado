       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORN002.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: DESEMPENHO DE FORNECEDORES NO MES - PARA OS PEDIDOS
      *          DE COMPRA EMITIDOS NO MES (PEDCOMP.DAT), COMPARA A
      *          DATA DE EMISSAO COM A DATA REAL DE CADA RECEBIMENTO
      *          (LINHAS "EN" DE ESTOQMOV.DAT GRAVADAS PELO RECEB001
      *          COM ORIGEM "PC" + NUMERO DO PEDIDO) E A QUANTIDADE
      *          PEDIDA COM A RECEBIDA. POR FORN-ID MOSTRA O PRAZO
      *          MEDIO REAL CONTRA O PRAZO PROMETIDO (FORN-PRAZO-DIAS),
      *          O PERCENTUAL DE ENTREGAS NO PRAZO, O ATENDIMENTO (FILL
      *          RATE) E O NUMERO DE ENTREGAS PARCIAIS - O PRAZO DO
      *          CADASTRO NUNCA ERA CONFERIDO E O COMPRADOR NEGOCIAVA
      *          SEM NUMERO NA MAO. RELATORIO EM FORNDESEMP.LST.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT RELATORIO ASSIGN TO "FORNDESEMP.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDCOMP.
           COPY PEDCOMPREG.

       FD  FORNECEDORES.
           COPY FORNREG.

       FD  ESTMOV.
           COPY ESTMOVREG.

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-PEDCOMP      PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-ESTMOV       PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-ANOMES-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-QTDE-PED    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-PED     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-PED     PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-FORN   PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-FORN    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FORN    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-IT      PIC 9(02) VALUE ZEROS.
       77  WRK-SEM-ENTREGA PIC X(01) VALUE "S".
       77  WRK-FORN-ABERTO PIC X(01) VALUE "N".

       77  WRK-DIAS-EMISSAO PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-ENTREGA PIC 9(07) VALUE ZEROS.
       77  WRK-PRAZO-REAL   PIC S9(05) VALUE ZEROS.
       77  WRK-PRAZO-MEDIO  PIC 9(03)V9 VALUE ZEROS.
       77  WRK-PERC-PRAZO   PIC 9(03)V9 VALUE ZEROS.
       77  WRK-PERC-FILL    PIC 9(03)V9 VALUE ZEROS.
       77  WRK-TOTAL-PEDIDOS PIC 9(05) VALUE ZEROS.

       01  WRK-ANOMES-PEDIDO.
           05 WRK-AMP-ANOMES PIC 9(06).
           05 FILLER         PIC X(02).

       01  WRK-DATA-X.
           05 WRK-DX-ANO    PIC 9(04).
           05 WRK-DX-MES    PIC 9(02).
           05 WRK-DX-DIA    PIC 9(02).
       01  WRK-DATA-X-R REDEFINES WRK-DATA-X PIC 9(08).

      *===============================ORIGEM DA LINHA "EN" GRAVADA
      *===============================PELO RECEB001 NA ENTRADA CONTRA
      *===============================PEDIDO: "PC" + PO-NUMERO.
       01  WRK-ORIGEM-MOV.
           05 WRK-OM-PREFIXO PIC X(02).
           05 WRK-OM-NUMERO  PIC X(06).
           05 WRK-OM-NUMERO-R REDEFINES WRK-OM-NUMERO PIC 9(06).
           05 FILLER         PIC X(02).

       01  TABELA-PEDIDOS.
           05 TAB-PEDIDO OCCURS 500 TIMES.
               10 TPD-NUMERO    PIC 9(06).
               10 TPD-IDX-FORN  PIC 9(03).

       01  TABELA-FORNECEDORES.
           05 TAB-FORN OCCURS 200 TIMES.
               10 TFN-ID          PIC 9(04).
               10 TFN-NOME        PIC X(30).
               10 TFN-PRAZO       PIC 9(03).
               10 TFN-PEDIDOS     PIC 9(05).
               10 TFN-PEDIDA      PIC 9(09).
               10 TFN-RECEBIDA    PIC 9(09).
               10 TFN-ENTREGAS    PIC 9(05).
               10 TFN-SOMA-PRAZO  PIC 9(09).
               10 TFN-NO-PRAZO    PIC 9(05).
               10 TFN-PARCIAIS    PIC 9(05).
               10 TFN-SEM-ENTREGA PIC 9(05).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "DESEMPENHO DE FORNECEDORES".

       01  WRK-LINHA-PERIODO.
           05 FILLER       PIC X(31) VALUE
               "PEDIDOS EMITIDOS EM (AAAAMM)  ".
           05 WRK-LPE-ANOMES PIC 9(06).

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(26) VALUE "FORN NOME".
           05 FILLER       PIC X(05) VALUE " PEDS".
           05 FILLER       PIC X(06) VALUE " ENTR.".
           05 FILLER       PIC X(07) VALUE " PROMET".
           05 FILLER       PIC X(08) VALUE "  MEDIO ".
           05 FILLER       PIC X(09) VALUE "NO PRAZO%".
           05 FILLER       PIC X(08) VALUE "  ATEND%".
           05 FILLER       PIC X(07) VALUE " PARCIA".
           05 FILLER       PIC X(08) VALUE " S/ENTR.".

       01  WRK-LINHA-DET.
           05 WRK-LD-ID      PIC 9(04).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME    PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-PEDIDOS PIC ZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-ENTREGAS PIC ZZZZ9.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LD-PROMET  PIC ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-MEDIO   PIC ZZ9,9.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LD-PRAZO   PIC ZZ9,9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WRK-LD-FILL    PIC ZZ9,9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-PARCIAIS PIC ZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WRK-LD-SEM     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGA-PEDIDOS.
           PERFORM 0300-PROCESSA-ENTREGAS.
           PERFORM 0400-IMPRIME-DESEMPENHO.
           PERFORM 0900-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR     SECTION.
           DISPLAY "MES DE EMISSAO DOS PEDIDOS (AAAAMM) "
           ACCEPT WRK-ANOMES-PROC.

           OPEN INPUT PEDCOMP.
           IF FS-PEDCOMP NOT EQUAL 00
               DISPLAY "PEDCOMP.DAT NAO ABERTO - NENHUM PEDIDO DE "
                       "COMPRA EMITIDO "
               STOP RUN
           END-IF.

           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES EQUAL 00
               MOVE "S" TO WRK-FORN-ABERTO
           ELSE
               DISPLAY "FORNECEDORES.DAT NAO ABERTO - NOMES E PRAZOS "
                       "PROMETIDOS FICAM EM BRANCO "
           END-IF.

      *===============================PASSADA 1: PEDIDOS DO MES,
      *===============================QUANTIDADE PEDIDA X RECEBIDA POR
      *===============================FORNECEDOR.
       0200-CARREGA-PEDIDOS SECTION.
           MOVE ZEROS TO PO-NUMERO.
           START PEDCOMP KEY IS NOT LESS PO-NUMERO.
           READ PEDCOMP NEXT RECORD.
           PERFORM UNTIL FS-PEDCOMP NOT EQUAL 00
               MOVE PO-DATA-EMISSAO TO WRK-ANOMES-PEDIDO
               IF WRK-AMP-ANOMES EQUAL WRK-ANOMES-PROC
                   PERFORM 0210-ACUMULA-PEDIDO
               END-IF
               READ PEDCOMP NEXT RECORD
           END-PERFORM.

       0210-ACUMULA-PEDIDO  SECTION.
           PERFORM 0220-PROCURA-FORNECEDOR.
           IF WRK-IDX-FORN EQUAL ZEROS
               CONTINUE
           ELSE
               IF WRK-QTDE-PED LESS 500
                   ADD 1 TO WRK-QTDE-PED
                   MOVE PO-NUMERO    TO TPD-NUMERO(WRK-QTDE-PED)
                   MOVE WRK-IDX-FORN TO TPD-IDX-FORN(WRK-QTDE-PED)
               ELSE
                   DISPLAY "TABELA DE PEDIDOS CHEIA (500) - ENTREGAS "
                           "DO PEDIDO " PO-NUMERO " FORA DO PRAZO "
                           "MEDIO "
               END-IF

               ADD 1 TO TFN-PEDIDOS(WRK-IDX-FORN)
               ADD 1 TO WRK-TOTAL-PEDIDOS
               MOVE "S" TO WRK-SEM-ENTREGA
               PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                       UNTIL WRK-SUB-IT GREATER PO-QTDE-ITENS
                   ADD PO-IT-QTDE-PEDIDA(WRK-SUB-IT)
                    TO TFN-PEDIDA(WRK-IDX-FORN)
                   ADD PO-IT-QTDE-RECEBIDA(WRK-SUB-IT)
                    TO TFN-RECEBIDA(WRK-IDX-FORN)
                   IF PO-IT-QTDE-RECEBIDA(WRK-SUB-IT) GREATER ZEROS
                       MOVE "N" TO WRK-SEM-ENTREGA
                   END-IF
               END-PERFORM
               IF WRK-SEM-ENTREGA EQUAL "S"
                   ADD 1 TO TFN-SEM-ENTREGA(WRK-IDX-FORN)
               END-IF
           END-IF.

       0220-PROCURA-FORNECEDOR SECTION.
           MOVE ZEROS TO WRK-IDX-FORN.
           PERFORM VARYING WRK-SUB-FORN FROM 1 BY 1
                   UNTIL WRK-SUB-FORN GREATER WRK-QTDE-FORN
                      OR WRK-IDX-FORN NOT EQUAL ZEROS
               IF TFN-ID(WRK-SUB-FORN) EQUAL PO-FORNECEDOR
                   MOVE WRK-SUB-FORN TO WRK-IDX-FORN
               END-IF
           END-PERFORM.

           IF WRK-IDX-FORN EQUAL ZEROS
               IF WRK-QTDE-FORN LESS 200
                   ADD 1 TO WRK-QTDE-FORN
                   MOVE WRK-QTDE-FORN TO WRK-IDX-FORN
                   INITIALIZE TAB-FORN(WRK-IDX-FORN)
                   MOVE PO-FORNECEDOR TO TFN-ID(WRK-IDX-FORN)
                   PERFORM 0230-LE-FORNECEDOR
               ELSE
                   DISPLAY "TABELA DE FORNECEDORES CHEIA (200) - "
                           "PEDIDO FORA DO RELATORIO " PO-NUMERO
               END-IF
           END-IF.

       0230-LE-FORNECEDOR   SECTION.
           MOVE "NAO CADASTRADO" TO TFN-NOME(WRK-IDX-FORN).
           IF WRK-FORN-ABERTO EQUAL "S"
               MOVE PO-FORNECEDOR TO FORN-ID
               READ FORNECEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FORN-NOME       TO TFN-NOME(WRK-IDX-FORN)
                       MOVE FORN-PRAZO-DIAS TO TFN-PRAZO(WRK-IDX-FORN)
               END-READ
           END-IF.

      *===============================PASSADA 2: CADA ENTRADA CONTRA UM
      *===============================PEDIDO DO MES. PRAZO REAL = DATA
      *===============================DA ENTRADA - EMISSAO; PARCIAL =
      *===============================ENTRADA MENOR QUE O PEDIDO DO
      *===============================ITEM.
       0300-PROCESSA-ENTREGAS SECTION.
           OPEN INPUT ESTMOV.
           IF FS-ESTMOV NOT EQUAL 00
               DISPLAY "ESTOQMOV.DAT NAO ABERTO - NENHUMA ENTREGA "
                       "REGISTRADA "
           ELSE
               READ ESTMOV
               PERFORM UNTIL FS-ESTMOV NOT EQUAL 00
                   MOVE EM-ORIGEM TO WRK-ORIGEM-MOV
                   IF EM-ENTRADA
                           AND WRK-OM-PREFIXO EQUAL "PC"
                           AND WRK-OM-NUMERO NUMERIC
                       PERFORM 0310-AVALIA-ENTREGA
                   END-IF
                   READ ESTMOV
               END-PERFORM
               CLOSE ESTMOV
           END-IF.

       0310-AVALIA-ENTREGA  SECTION.
           MOVE ZEROS TO WRK-IDX-PED.
           PERFORM VARYING WRK-SUB-PED FROM 1 BY 1
                   UNTIL WRK-SUB-PED GREATER WRK-QTDE-PED
                      OR WRK-IDX-PED NOT EQUAL ZEROS
               IF TPD-NUMERO(WRK-SUB-PED) EQUAL WRK-OM-NUMERO-R
                   MOVE WRK-SUB-PED TO WRK-IDX-PED
               END-IF
           END-PERFORM.

           IF WRK-IDX-PED NOT EQUAL ZEROS
               MOVE WRK-OM-NUMERO-R TO PO-NUMERO
               READ PEDCOMP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0320-SOMA-ENTREGA
               END-READ
           END-IF.

       0320-SOMA-ENTREGA    SECTION.
           MOVE TPD-IDX-FORN(WRK-IDX-PED) TO WRK-IDX-FORN.

           MOVE PO-DATA-EMISSAO TO WRK-DATA-X-R.
           COMPUTE WRK-DIAS-EMISSAO =
                   (WRK-DX-ANO * 360) + (WRK-DX-MES * 30) + WRK-DX-DIA.
           MOVE EM-DATA TO WRK-DATA-X-R.
           COMPUTE WRK-DIAS-ENTREGA =
                   (WRK-DX-ANO * 360) + (WRK-DX-MES * 30) + WRK-DX-DIA.
           COMPUTE WRK-PRAZO-REAL = WRK-DIAS-ENTREGA - WRK-DIAS-EMISSAO.
           IF WRK-PRAZO-REAL LESS ZEROS
               MOVE ZEROS TO WRK-PRAZO-REAL
           END-IF.

           ADD 1              TO TFN-ENTREGAS(WRK-IDX-FORN).
           ADD WRK-PRAZO-REAL TO TFN-SOMA-PRAZO(WRK-IDX-FORN).
           IF WRK-PRAZO-REAL NOT GREATER TFN-PRAZO(WRK-IDX-FORN)
               ADD 1 TO TFN-NO-PRAZO(WRK-IDX-FORN)
           END-IF.

           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER PO-QTDE-ITENS
               IF PO-IT-PRODUTO(WRK-SUB-IT) EQUAL EM-PRODUTO
                   IF EM-QTDE LESS PO-IT-QTDE-PEDIDA(WRK-SUB-IT)
                       ADD 1 TO TFN-PARCIAIS(WRK-IDX-FORN)
                   END-IF
                   MOVE PO-QTDE-ITENS TO WRK-SUB-IT
               END-IF
           END-PERFORM.

       0400-IMPRIME-DESEMPENHO SECTION.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-ANOMES-PROC TO WRK-LPE-ANOMES.
           MOVE WRK-LINHA-PERIODO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-FORN FROM 1 BY 1
                   UNTIL WRK-SUB-FORN GREATER WRK-QTDE-FORN
               PERFORM 0410-IMPRIME-FORNECEDOR
           END-PERFORM.

           CLOSE RELATORIO.

       0410-IMPRIME-FORNECEDOR SECTION.
           MOVE ZEROS TO WRK-PRAZO-MEDIO.
           MOVE ZEROS TO WRK-PERC-PRAZO.
           MOVE ZEROS TO WRK-PERC-FILL.

           IF TFN-ENTREGAS(WRK-SUB-FORN) GREATER ZEROS
               COMPUTE WRK-PRAZO-MEDIO ROUNDED =
                       TFN-SOMA-PRAZO(WRK-SUB-FORN)
                       / TFN-ENTREGAS(WRK-SUB-FORN)
               COMPUTE WRK-PERC-PRAZO ROUNDED =
                       TFN-NO-PRAZO(WRK-SUB-FORN) * 100
                       / TFN-ENTREGAS(WRK-SUB-FORN)
           END-IF.
           IF TFN-PEDIDA(WRK-SUB-FORN) GREATER ZEROS
               COMPUTE WRK-PERC-FILL ROUNDED =
                       TFN-RECEBIDA(WRK-SUB-FORN) * 100
                       / TFN-PEDIDA(WRK-SUB-FORN)
           END-IF.

           MOVE TFN-ID(WRK-SUB-FORN)          TO WRK-LD-ID.
           MOVE TFN-NOME(WRK-SUB-FORN)        TO WRK-LD-NOME.
           MOVE TFN-PEDIDOS(WRK-SUB-FORN)     TO WRK-LD-PEDIDOS.
           MOVE TFN-ENTREGAS(WRK-SUB-FORN)    TO WRK-LD-ENTREGAS.
           MOVE TFN-PRAZO(WRK-SUB-FORN)       TO WRK-LD-PROMET.
           MOVE WRK-PRAZO-MEDIO               TO WRK-LD-MEDIO.
           MOVE WRK-PERC-PRAZO                TO WRK-LD-PRAZO.
           MOVE WRK-PERC-FILL                 TO WRK-LD-FILL.
           MOVE TFN-PARCIAIS(WRK-SUB-FORN)    TO WRK-LD-PARCIAIS.
           MOVE TFN-SEM-ENTREGA(WRK-SUB-FORN) TO WRK-LD-SEM.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0900-FINALIZAR       SECTION.
           CLOSE PEDCOMP.
           IF WRK-FORN-ABERTO EQUAL "S"
               CLOSE FORNECEDORES
           END-IF.

           DISPLAY "DESEMPENHO GRAVADO EM FORNDESEMP.LST - "
                   WRK-TOTAL-PEDIDOS " PEDIDO(S) DE "
                   WRK-QTDE-FORN " FORNECEDOR(ES) ".
           DISPLAY "FIM DE PROGRAMA ".
       END PROGRAM FORN002.
