       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTQ008.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: RELATORIO DIARIO DE RESERVAS - RODADO TODO DIA, ANTES
      *          DA ABERTURA DO CAIXA. PRIMEIRO LIBERA EM RESERVAS.DAT
      *          AS RESERVAS ATIVAS CUJO ORCAMENTO JA VENCEU
      *          (RSV-STATUS "V"); DEPOIS IMPRIME EM RESERVAS.LST, POR
      *          PRODUTO DE ESTOQUE.DAT, O SALDO FISICO, O RESERVADO
      *          PARA ORCAMENTOS CONFIRMADOS E O SALDO LIVRE QUE O
      *          CAIXA (PROG_VENDAS) E A FATURA (FATURA001) PODEM
      *          VENDER SEM O PIN DO SUPERVISOR. PRODUTO COM RESERVA
      *          ACIMA DO SALDO FISICO SAI MARCADO.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVAS ASSIGN TO "RESERVAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-CHAVE
           FILE STATUS IS FS-RESERVAS.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESTQ-PRODUTO
           FILE STATUS IS FS-ESTOQUE.

           SELECT RELATORIO ASSIGN TO "RESERVAS.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  RESERVAS.
           COPY RESERVAREG.

       FD  ESTOQUE.
           COPY ESTOQUEREG.

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RESERVAWS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-QTDE-VENCIDAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ATIVAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-PROD   PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-PROD    PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.
       77  WRK-RESERVADO-PROD PIC 9(07) VALUE ZEROS.
       77  WRK-LIVRE-PROD  PIC S9(07) VALUE ZEROS.
       77  WRK-TOTAL-FISICO PIC 9(09) VALUE ZEROS.
       77  WRK-TOTAL-RESERVADO PIC 9(09) VALUE ZEROS.
       77  WRK-QTDE-ESTOURO PIC 9(05) VALUE ZEROS.

      *===============================RESERVAS ATIVAS SOMADAS POR
      *===============================PRODUTO; TRP-LISTADO MARCA O QUE
      *===============================JA SAIU NA VARREDURA DE
      *===============================ESTOQUE.DAT.
       01  TABELA-RESERVAS-PROD.
           05 TAB-RESERVA-PROD OCCURS 300 TIMES.
               10 TRP-PRODUTO   PIC X(30).
               10 TRP-QTDE      PIC 9(07).
               10 TRP-DOCS      PIC 9(03).
               10 TRP-LISTADO   PIC X(01).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(17) VALUE SPACES.
           05 FILLER       PIC X(45) VALUE
               "RESERVAS DE ESTOQUE - RESERVADO X SALDO LIVRE".

       01  WRK-LINHA-DATA.
           05 FILLER       PIC X(14) VALUE "POSICAO DE.. ".
           05 WRK-LDT-DATA PIC 9(08).
           05 FILLER       PIC X(24) VALUE "   RESERVAS VENCIDAS.. ".
           05 WRK-LDT-VENC PIC ZZZZ9.

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(31) VALUE "PRODUTO".
           05 FILLER       PIC X(11) VALUE "     FISICO".
           05 FILLER       PIC X(11) VALUE "  RESERVADO".
           05 FILLER       PIC X(05) VALUE " ORC.".
           05 FILLER       PIC X(11) VALUE "      LIVRE".

       01  WRK-LINHA-DET.
           05 WRK-LD-PRODUTO   PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-FISICO    PIC Z.ZZZ.ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-RESERVADO PIC Z.ZZZ.ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-DOCS      PIC ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-LIVRE     PIC -.---.--9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-MARCA     PIC X(09).

       01  WRK-LINHA-TOTAL.
           05 FILLER          PIC X(31) VALUE "TOTAL".
           05 WRK-LT-FISICO    PIC ZZZ.ZZZ.ZZ9.
           05 WRK-LT-RESERVADO PIC ZZZ.ZZZ.ZZ9.

       01  WRK-LINHA-ESTOURO.
           05 FILLER          PIC X(40) VALUE
               "PRODUTOS COM RESERVA ACIMA DO FISICO.. ".
           05 WRK-LE-QTDE      PIC ZZZZ9.

       01  WRK-LINHA-SEPARADOR.
           05 FILLER PIC X(80) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-LIBERA-VENCIDAS.
           PERFORM 0300-IMPRIME-RELATORIO.

           DISPLAY "RESERVAS VENCIDAS LIBERADAS.. " WRK-QTDE-VENCIDAS.
           DISPLAY "RESERVAS ATIVAS.............. " WRK-QTDE-ATIVAS.
           DISPLAY "RELATORIO GRAVADO EM RESERVAS.LST ".
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

      *===============================RESERVA ATIVA COM A VALIDADE DO
      *===============================ORCAMENTO JA PASSADA E LIBERADA
      *===============================("V"); AS DEMAIS ATIVAS SAO
      *===============================SOMADAS POR PRODUTO.
       0100-LIBERA-VENCIDAS SECTION.
           MOVE ZEROS TO WRK-QTDE-VENCIDAS.
           MOVE ZEROS TO WRK-QTDE-ATIVAS.
           MOVE ZEROS TO WRK-QTDE-PROD.

           OPEN I-O RESERVAS.
           IF FS-RESERVAS NOT EQUAL 00
               DISPLAY "RESERVAS.DAT NAO ABERTO - NENHUMA RESERVA "
                       "REGISTRADA "
           ELSE
               MOVE LOW-VALUES TO RSV-CHAVE
               START RESERVAS KEY IS NOT LESS RSV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-RSV-FIM
                   NOT INVALID KEY
                       MOVE "N" TO WRK-RSV-FIM
               END-START
               PERFORM UNTIL WRK-RSV-FIM EQUAL "S"
                   READ RESERVAS NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-RSV-FIM
                       NOT AT END
                           IF RSV-ATIVA
                               PERFORM 0110-TRATA-RESERVA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVAS
           END-IF.

       0110-TRATA-RESERVA   SECTION.
           IF RSV-VALIDADE LESS WRK-DATA-HOJE
               MOVE "V"           TO RSV-STATUS
               MOVE WRK-DATA-HOJE TO RSV-DATA-BAIXA
               REWRITE REG-RESERVA
               ADD 1 TO WRK-QTDE-VENCIDAS
           ELSE
               ADD 1 TO WRK-QTDE-ATIVAS
               MOVE RSV-PRODUTO TO WRK-RSV-PRODUTO
               PERFORM 0120-PROCURA-PRODUTO
               IF WRK-ACHADO-IDX EQUAL ZEROS
                   IF WRK-QTDE-PROD LESS 300
                       ADD 1 TO WRK-QTDE-PROD
                       MOVE WRK-QTDE-PROD TO WRK-ACHADO-IDX
                       MOVE RSV-PRODUTO TO TRP-PRODUTO(WRK-ACHADO-IDX)
                       MOVE ZEROS TO TRP-QTDE(WRK-ACHADO-IDX)
                       MOVE ZEROS TO TRP-DOCS(WRK-ACHADO-IDX)
                       MOVE "N"   TO TRP-LISTADO(WRK-ACHADO-IDX)
                   ELSE
                       DISPLAY "LIMITE DE 300 PRODUTOS RESERVADOS - "
                               "IGNORADO " RSV-PRODUTO
                   END-IF
               END-IF
               IF WRK-ACHADO-IDX GREATER ZEROS
                   ADD RSV-QTDE TO TRP-QTDE(WRK-ACHADO-IDX)
                   ADD 1        TO TRP-DOCS(WRK-ACHADO-IDX)
               END-IF
           END-IF.

       0120-PROCURA-PRODUTO SECTION.
           MOVE ZEROS TO WRK-ACHADO-IDX.
           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
               IF TRP-PRODUTO(WRK-SUB-PROD) EQUAL WRK-RSV-PRODUTO
                   MOVE WRK-SUB-PROD TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.

      *===============================UMA LINHA POR PRODUTO DE
      *===============================ESTOQUE.DAT; PRODUTO RESERVADO
      *===============================QUE NAO ESTA NO CADASTRO SAI NO
      *===============================FIM COM FISICO ZERO.
       0300-IMPRIME-RELATORIO SECTION.
           OPEN OUTPUT RELATORIO.

           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-HOJE     TO WRK-LDT-DATA.
           MOVE WRK-QTDE-VENCIDAS TO WRK-LDT-VENC.
           MOVE WRK-LINHA-DATA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZEROS TO WRK-TOTAL-FISICO.
           MOVE ZEROS TO WRK-TOTAL-RESERVADO.
           MOVE ZEROS TO WRK-QTDE-ESTOURO.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
               DISPLAY "ESTOQUE.DAT NAO ABERTO - SO AS RESERVAS "
                       "SERAO LISTADAS "
           ELSE
               MOVE SPACES TO ESTQ-PRODUTO
               START ESTOQUE KEY IS NOT LESS ESTQ-PRODUTO
               READ ESTOQUE NEXT RECORD
               PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
                   PERFORM 0310-IMPRIME-PRODUTO
                   READ ESTOQUE NEXT RECORD
               END-PERFORM
               CLOSE ESTOQUE
           END-IF.

           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
               IF TRP-LISTADO(WRK-SUB-PROD) NOT EQUAL "S"
                   MOVE TRP-PRODUTO(WRK-SUB-PROD) TO ESTQ-PRODUTO
                   MOVE ZEROS TO ESTQ-QTDE
                   PERFORM 0310-IMPRIME-PRODUTO
               END-IF
           END-PERFORM.

           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-FISICO    TO WRK-LT-FISICO.
           MOVE WRK-TOTAL-RESERVADO TO WRK-LT-RESERVADO.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-QTDE-ESTOURO TO WRK-LE-QTDE.
           MOVE WRK-LINHA-ESTOURO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.

       0310-IMPRIME-PRODUTO SECTION.
           MOVE ESTQ-PRODUTO TO WRK-RSV-PRODUTO.
           PERFORM 0120-PROCURA-PRODUTO.

           MOVE ZEROS TO WRK-RESERVADO-PROD.
           MOVE ZEROS TO WRK-LD-DOCS.
           IF WRK-ACHADO-IDX GREATER ZEROS
               MOVE TRP-QTDE(WRK-ACHADO-IDX) TO WRK-RESERVADO-PROD
               MOVE TRP-DOCS(WRK-ACHADO-IDX) TO WRK-LD-DOCS
               MOVE "S" TO TRP-LISTADO(WRK-ACHADO-IDX)
           END-IF.

           COMPUTE WRK-LIVRE-PROD = ESTQ-QTDE - WRK-RESERVADO-PROD.
           ADD ESTQ-QTDE          TO WRK-TOTAL-FISICO.
           ADD WRK-RESERVADO-PROD TO WRK-TOTAL-RESERVADO.

           MOVE ESTQ-PRODUTO       TO WRK-LD-PRODUTO.
           MOVE ESTQ-QTDE          TO WRK-LD-FISICO.
           MOVE WRK-RESERVADO-PROD TO WRK-LD-RESERVADO.
           MOVE WRK-LIVRE-PROD     TO WRK-LD-LIVRE.
           IF WRK-LIVRE-PROD LESS ZEROS
               MOVE "*ESTOURO*" TO WRK-LD-MARCA
               ADD 1 TO WRK-QTDE-ESTOURO
           ELSE
               MOVE SPACES TO WRK-LD-MARCA
           END-IF.

           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.
