       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEM001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: RELATORIO SEMANAL DE VENDAS ABAIXO DA MARGEM MINIMA -
      *          LE MARGEM.LOG (GRAVADO PELO CAIXA PROG_VENDAS E PELA
      *          FATURA001 A CADA LIBERACAO COM O PIN DO SUPERVISOR) E
      *          IMPRIME EM MARGEM.LST, PARA OS 7 DIAS QUE TERMINAM NA
      *          DATA INFORMADA, AS LIBERACOES POR OPERADOR (USUARIO DO
      *          PIN) E PRODUTO: QUANTIDADE, VALOR VENDIDO, VALOR QUE O
      *          PISO (CUSTO + MARGEM DO GRUPO) EXIGIRIA E A MARGEM
      *          CEDIDA, COM SUBTOTAL POR OPERADOR E TOTAL GERAL. ANTES
      *          A VENDA ABAIXO DO CUSTO SO APARECIA NO FECHAMENTO DO
      *          MES (ARQ028).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARGEMLOG ASSIGN TO "MARGEM.LOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-MARGEMLOG.

           SELECT RELATORIO ASSIGN TO "MARGEM.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  MARGEMLOG.
           COPY MARGEMREG.

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(100).

       WORKING-STORAGE SECTION.
       77  FS-MARGEMLOG    PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
       77  WRK-SERIAL-FIM  PIC 9(07) VALUE ZEROS.
       77  WRK-SERIAL-INICIO PIC 9(07) VALUE ZEROS.
       77  WRK-SERIAL-LOG  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LIDOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-SEMANA PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-LINHAS PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-LIN     PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-ORD     PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.
       77  WRK-TROCOU      PIC X(01) VALUE "N".
       77  WRK-USUARIO-ANT PIC X(08) VALUE SPACES.

      *===============================DATA AAAAMMDD QUEBRADA PARA A
      *===============================CONTA DE DIAS (ANO*360 + MES*30
      *===============================+ DIA).
       01  WRK-DATA-CALC    PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CALC-R  REDEFINES WRK-DATA-CALC.
           05 WRK-DC-ANO    PIC 9(04).
           05 WRK-DC-MES    PIC 9(02).
           05 WRK-DC-DIA    PIC 9(02).

      *===============================LIBERACOES SOMADAS POR OPERADOR
      *===============================E PRODUTO.
       01  TABELA-LIBERACOES.
           05 TAB-LIBERACAO OCCURS 300 TIMES.
               10 TLB-USUARIO   PIC X(08).
               10 TLB-PRODUTO   PIC X(30).
               10 TLB-QTDE      PIC 9(05).
               10 TLB-VENDIDO   PIC 9(08)V99.
               10 TLB-PISO      PIC 9(08)V99.
               10 TLB-CEDIDA    PIC 9(08)V99.

       01  WRK-AREA-TROCA.
           05 WRK-TR-USUARIO   PIC X(08).
           05 WRK-TR-PRODUTO   PIC X(30).
           05 WRK-TR-QTDE      PIC 9(05).
           05 WRK-TR-VENDIDO   PIC 9(08)V99.
           05 WRK-TR-PISO      PIC 9(08)V99.
           05 WRK-TR-CEDIDA    PIC 9(08)V99.

       01  WRK-ACUMULADOR.
           05 WRK-AC-QTDE      PIC 9(05).
           05 WRK-AC-VENDIDO   PIC 9(09)V99.
           05 WRK-AC-PISO      PIC 9(09)V99.
           05 WRK-AC-CEDIDA    PIC 9(09)V99.

       01  WRK-TOTAL-GERAL.
           05 WRK-TG-QTDE      PIC 9(05).
           05 WRK-TG-VENDIDO   PIC 9(09)V99.
           05 WRK-TG-PISO      PIC 9(09)V99.
           05 WRK-TG-CEDIDA    PIC 9(09)V99.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(25) VALUE SPACES.
           05 FILLER       PIC X(45) VALUE
               "VENDAS LIBERADAS ABAIXO DA MARGEM MINIMA".

       01  WRK-LINHA-PERIODO.
           05 FILLER       PIC X(15) VALUE "SEMANA ATE.... ".
           05 WRK-LPE-DATA PIC 9(08).
           05 FILLER       PIC X(24) VALUE "   (7 DIAS CORRIDOS)".

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(09) VALUE "OPERADOR".
           05 FILLER       PIC X(31) VALUE "PRODUTO".
           05 FILLER       PIC X(06) VALUE "  QTDE".
           05 FILLER       PIC X(15) VALUE "        VENDIDO".
           05 FILLER       PIC X(15) VALUE "   PISO MARGEM".
           05 FILLER       PIC X(15) VALUE " MARGEM CEDIDA".

       01  WRK-LINHA-DET.
           05 WRK-LD-USUARIO   PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PRODUTO   PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-QTDE      PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VENDIDO   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PISO      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-CEDIDA    PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-SEPARADOR.
           05 FILLER PIC X(100) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           DISPLAY "ULTIMO DIA DA SEMANA (AAAAMMDD, 0 = HOJE) ".
           ACCEPT WRK-DATA-FIM.
           IF WRK-DATA-FIM EQUAL ZEROS
               ACCEPT WRK-DATA-FIM FROM DATE YYYYMMDD
           END-IF.

           MOVE WRK-DATA-FIM TO WRK-DATA-CALC.
           COMPUTE WRK-SERIAL-FIM = WRK-DC-ANO * 360
                   + WRK-DC-MES * 30 + WRK-DC-DIA.
           COMPUTE WRK-SERIAL-INICIO = WRK-SERIAL-FIM - 6.

           PERFORM 0100-ACUMULA-LIBERACOES.
           PERFORM 0200-ORDENA-TABELA.
           PERFORM 0300-IMPRIME-RELATORIO.

           DISPLAY "LIBERACOES LIDAS.......... " WRK-QTDE-LIDOS.
           DISPLAY "LIBERACOES NA SEMANA...... " WRK-QTDE-SEMANA.
           DISPLAY "RELATORIO GRAVADO EM MARGEM.LST ".
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-ACUMULA-LIBERACOES SECTION.
           MOVE ZEROS TO WRK-QTDE-LIDOS.
           MOVE ZEROS TO WRK-QTDE-SEMANA.
           MOVE ZEROS TO WRK-QTDE-LINHAS.

           OPEN INPUT MARGEMLOG.
           IF FS-MARGEMLOG NOT EQUAL 00
               DISPLAY "MARGEM.LOG NAO ABERTO - NENHUMA VENDA "
                       "LIBERADA ABAIXO DA MARGEM "
           ELSE
               READ MARGEMLOG
               PERFORM UNTIL FS-MARGEMLOG NOT EQUAL 00
                   ADD 1 TO WRK-QTDE-LIDOS
                   MOVE MRG-DATA TO WRK-DATA-CALC
                   COMPUTE WRK-SERIAL-LOG = WRK-DC-ANO * 360
                           + WRK-DC-MES * 30 + WRK-DC-DIA
                   IF WRK-SERIAL-LOG NOT LESS WRK-SERIAL-INICIO
                           AND WRK-SERIAL-LOG NOT GREATER
                               WRK-SERIAL-FIM
                       ADD 1 TO WRK-QTDE-SEMANA
                       PERFORM 0110-ACUMULA-LINHA
                   END-IF
                   READ MARGEMLOG
               END-PERFORM
               CLOSE MARGEMLOG
           END-IF.

       0110-ACUMULA-LINHA   SECTION.
           MOVE ZEROS TO WRK-ACHADO-IDX.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
                   UNTIL WRK-SUB-LIN GREATER WRK-QTDE-LINHAS
               IF TLB-USUARIO(WRK-SUB-LIN) EQUAL MRG-USUARIO
                       AND TLB-PRODUTO(WRK-SUB-LIN) EQUAL MRG-PRODUTO
                   MOVE WRK-SUB-LIN TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.

           IF WRK-ACHADO-IDX EQUAL ZEROS
               IF WRK-QTDE-LINHAS LESS 300
                   ADD 1 TO WRK-QTDE-LINHAS
                   MOVE WRK-QTDE-LINHAS TO WRK-ACHADO-IDX
                   MOVE MRG-USUARIO TO TLB-USUARIO(WRK-ACHADO-IDX)
                   MOVE MRG-PRODUTO TO TLB-PRODUTO(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TLB-QTDE(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TLB-VENDIDO(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TLB-PISO(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TLB-CEDIDA(WRK-ACHADO-IDX)
               ELSE
                   DISPLAY "LIMITE DE 300 LINHAS - IGNORADO "
                           MRG-USUARIO " " MRG-PRODUTO
               END-IF
           END-IF.

           IF WRK-ACHADO-IDX GREATER ZEROS
               ADD 1                 TO TLB-QTDE(WRK-ACHADO-IDX)
               ADD MRG-PRECO-VENDA   TO TLB-VENDIDO(WRK-ACHADO-IDX)
               ADD MRG-PRECO-MINIMO  TO TLB-PISO(WRK-ACHADO-IDX)
               ADD MRG-MARGEM-CEDIDA TO TLB-CEDIDA(WRK-ACHADO-IDX)
           END-IF.

      *===============================ORDENA POR OPERADOR E PRODUTO
      *===============================(TROCAS SUCESSIVAS).
       0200-ORDENA-TABELA   SECTION.
           MOVE "S" TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU NOT EQUAL "S"
               MOVE "N" TO WRK-TROCOU
               PERFORM VARYING WRK-SUB-ORD FROM 1 BY 1
                       UNTIL WRK-SUB-ORD NOT LESS WRK-QTDE-LINHAS
                   IF TLB-USUARIO(WRK-SUB-ORD) GREATER
                           TLB-USUARIO(WRK-SUB-ORD + 1)
                       OR (TLB-USUARIO(WRK-SUB-ORD) EQUAL
                               TLB-USUARIO(WRK-SUB-ORD + 1)
                           AND TLB-PRODUTO(WRK-SUB-ORD) GREATER
                               TLB-PRODUTO(WRK-SUB-ORD + 1))
                       MOVE TAB-LIBERACAO(WRK-SUB-ORD)
                               TO WRK-AREA-TROCA
                       MOVE TAB-LIBERACAO(WRK-SUB-ORD + 1)
                               TO TAB-LIBERACAO(WRK-SUB-ORD)
                       MOVE WRK-AREA-TROCA
                               TO TAB-LIBERACAO(WRK-SUB-ORD + 1)
                       MOVE "S" TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

       0300-IMPRIME-RELATORIO SECTION.
           OPEN OUTPUT RELATORIO.

           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-FIM TO WRK-LPE-DATA.
           MOVE WRK-LINHA-PERIODO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           INITIALIZE WRK-ACUMULADOR.
           INITIALIZE WRK-TOTAL-GERAL.
           MOVE SPACES TO WRK-USUARIO-ANT.

           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
                   UNTIL WRK-SUB-LIN GREATER WRK-QTDE-LINHAS
               IF TLB-USUARIO(WRK-SUB-LIN) NOT EQUAL WRK-USUARIO-ANT
                       AND WRK-SUB-LIN GREATER 1
                   PERFORM 0310-IMPRIME-SUBTOTAL
               END-IF
               MOVE TLB-USUARIO(WRK-SUB-LIN) TO WRK-USUARIO-ANT

               MOVE TLB-USUARIO(WRK-SUB-LIN) TO WRK-LD-USUARIO
               MOVE TLB-PRODUTO(WRK-SUB-LIN) TO WRK-LD-PRODUTO
               MOVE TLB-QTDE(WRK-SUB-LIN)    TO WRK-LD-QTDE
               MOVE TLB-VENDIDO(WRK-SUB-LIN) TO WRK-LD-VENDIDO
               MOVE TLB-PISO(WRK-SUB-LIN)    TO WRK-LD-PISO
               MOVE TLB-CEDIDA(WRK-SUB-LIN)  TO WRK-LD-CEDIDA
               MOVE WRK-LINHA-DET TO REG-RELATORIO
               WRITE REG-RELATORIO

               ADD TLB-QTDE(WRK-SUB-LIN)    TO WRK-AC-QTDE
               ADD TLB-VENDIDO(WRK-SUB-LIN) TO WRK-AC-VENDIDO
               ADD TLB-PISO(WRK-SUB-LIN)    TO WRK-AC-PISO
               ADD TLB-CEDIDA(WRK-SUB-LIN)  TO WRK-AC-CEDIDA
           END-PERFORM.

           IF WRK-QTDE-LINHAS GREATER ZEROS
               PERFORM 0310-IMPRIME-SUBTOTAL
           ELSE
               MOVE "NENHUMA VENDA LIBERADA ABAIXO DA MARGEM NA SEMANA"
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES           TO WRK-LD-USUARIO.
           MOVE "TOTAL GERAL"    TO WRK-LD-PRODUTO.
           MOVE WRK-TG-QTDE      TO WRK-LD-QTDE.
           MOVE WRK-TG-VENDIDO   TO WRK-LD-VENDIDO.
           MOVE WRK-TG-PISO      TO WRK-LD-PISO.
           MOVE WRK-TG-CEDIDA    TO WRK-LD-CEDIDA.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.

       0310-IMPRIME-SUBTOTAL SECTION.
           MOVE SPACES            TO WRK-LD-USUARIO.
           MOVE "  SUBTOTAL DO OPERADOR" TO WRK-LD-PRODUTO.
           MOVE WRK-AC-QTDE       TO WRK-LD-QTDE.
           MOVE WRK-AC-VENDIDO    TO WRK-LD-VENDIDO.
           MOVE WRK-AC-PISO       TO WRK-LD-PISO.
           MOVE WRK-AC-CEDIDA     TO WRK-LD-CEDIDA.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           ADD WRK-AC-QTDE    TO WRK-TG-QTDE.
           ADD WRK-AC-VENDIDO TO WRK-TG-VENDIDO.
           ADD WRK-AC-PISO    TO WRK-TG-PISO.
           ADD WRK-AC-CEDIDA  TO WRK-TG-CEDIDA.
           INITIALIZE WRK-ACUMULADOR.
       END PROGRAM MARGEM001.
