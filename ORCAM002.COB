       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCAM002.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: ANALISE MENSAL DE CONVERSAO DE ORCAMENTOS - LE
      *          ORCAMENTOS.DAT E IMPRIME EM ORCAMRES.LST, PARA OS
      *          ORCAMENTOS EMITIDOS NO MES INFORMADO, A QUANTIDADE E O
      *          VALOR EMITIDO, CONVERTIDO EM FATURA ("F"), PERDIDO
      *          ("P") E AINDA EM ABERTO ("A"/"C"), POR VENDEDOR E POR
      *          CATEGORIA DO CLIENTE, COM A TAXA DE CONVERSAO EM
      *          QUANTIDADE E EM VALOR, O PRAZO MEDIO ATE O FATURAMENTO
      *          (DIAS CORRIDOS, MES COMERCIAL DE 30 DIAS) E OS MOTIVOS
      *          DE PERDA DO MAIS FREQUENTE PARA O MENOS FREQUENTE. O
      *          MOTIVO E INFORMADO NO ORCAM001 (OPCAO 4) AO ENCERRAR O
      *          ORCAMENTO VENCIDO. SERVE DE BASE PARA A REUNIAO MENSAL
      *          DE VENDAS.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTOS ASSIGN TO "ORCAMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORC-NUMERO
           FILE STATUS IS FS-ORCAMENTOS.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-ID
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT RELATORIO ASSIGN TO "ORCAMRES.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTOS.
           COPY ORCAREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(110).

       WORKING-STORAGE SECTION.
       77  FS-ORCAMENTOS   PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-ANOMES-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-QTDE-LIDOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-VEND   PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-VEND    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-CAT     PIC 9(01) VALUE ZEROS.
       77  WRK-SUB-MOT     PIC 9(01) VALUE ZEROS.
       77  WRK-SUB-ORD     PIC 9(01) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.
       77  WRK-TROCOU      PIC X(01) VALUE "N".
       77  WRK-DIAS-CONV   PIC S9(05) VALUE ZEROS.
       77  WRK-SERIAL-EMISSAO PIC 9(07) VALUE ZEROS.
       77  WRK-SERIAL-FECHAMENTO PIC 9(07) VALUE ZEROS.

      *===============================DATA AAAAMMDD QUEBRADA PARA O
      *===============================FILTRO DO MES E PARA A CONTA DE
      *===============================DIAS (ANO*360 + MES*30 + DIA).
       01  WRK-DATA-CALC    PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CALC-R  REDEFINES WRK-DATA-CALC.
           05 WRK-DC-ANOMES PIC 9(06).
           05 WRK-DC-DIA    PIC 9(02).
       01  WRK-DATA-CALC-P  REDEFINES WRK-DATA-CALC.
           05 WRK-DC-ANO    PIC 9(04).
           05 WRK-DC-MES    PIC 9(02).
           05 FILLER        PIC 9(02).

      *===============================ACUMULADORES DE UMA LINHA DO
      *===============================RELATORIO (VENDEDOR, CATEGORIA OU
      *===============================TOTAL GERAL).
       01  WRK-ACUMULADOR.
           05 WRK-AC-EMITIDOS    PIC 9(05).
           05 WRK-AC-CONVERTIDOS PIC 9(05).
           05 WRK-AC-PERDIDOS    PIC 9(05).
           05 WRK-AC-ABERTOS     PIC 9(05).
           05 WRK-AC-VALOR-EMIT  PIC 9(10)V99.
           05 WRK-AC-VALOR-CONV  PIC 9(10)V99.
           05 WRK-AC-VALOR-PERD  PIC 9(10)V99.
           05 WRK-AC-DIAS-CONV   PIC 9(07).

       01  TABELA-VENDEDORES.
           05 TAB-VENDEDOR-OR OCCURS 100 TIMES.
               10 TVO-VENDEDOR  PIC 9(04).
               10 TVO-ACUM.
                   15 TVO-EMITIDOS    PIC 9(05).
                   15 TVO-CONVERTIDOS PIC 9(05).
                   15 TVO-PERDIDOS    PIC 9(05).
                   15 TVO-ABERTOS     PIC 9(05).
                   15 TVO-VALOR-EMIT  PIC 9(10)V99.
                   15 TVO-VALOR-CONV  PIC 9(10)V99.
                   15 TVO-VALOR-PERD  PIC 9(10)V99.
                   15 TVO-DIAS-CONV   PIC 9(07).

      *===============================CATEGORIAS DO CADASTRO DE
      *===============================CLIENTES (REG-CLI-CATEGORIA); A
      *===============================QUARTA POSICAO RECEBE O ORCAMENTO
      *===============================SEM CATEGORIA (EMITIDO ANTES DO
      *===============================CAMPO EXISTIR).
       01  TABELA-CATEGORIAS.
           05 TAB-CATEGORIA-OR OCCURS 4 TIMES.
               10 TCO-CODIGO    PIC X(01).
               10 TCO-DESCRICAO PIC X(20).
               10 TCO-ACUM.
                   15 TCO-EMITIDOS    PIC 9(05).
                   15 TCO-CONVERTIDOS PIC 9(05).
                   15 TCO-PERDIDOS    PIC 9(05).
                   15 TCO-ABERTOS     PIC 9(05).
                   15 TCO-VALOR-EMIT  PIC 9(10)V99.
                   15 TCO-VALOR-CONV  PIC 9(10)V99.
                   15 TCO-VALOR-PERD  PIC 9(10)V99.
                   15 TCO-DIAS-CONV   PIC 9(07).

       01  TABELA-MOTIVOS.
           05 TAB-MOTIVO-OR OCCURS 5 TIMES.
               10 TMO-CODIGO    PIC X(01).
               10 TMO-DESCRICAO PIC X(20).
               10 TMO-QTDE      PIC 9(05).
               10 TMO-VALOR     PIC 9(10)V99.

       01  WRK-AREA-TROCA.
           05 WRK-TR-CODIGO    PIC X(01).
           05 WRK-TR-DESCRICAO PIC X(20).
           05 WRK-TR-QTDE      PIC 9(05).
           05 WRK-TR-VALOR     PIC 9(10)V99.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(30) VALUE SPACES.
           05 FILLER       PIC X(50) VALUE
               "CONVERSAO DE ORCAMENTOS - EMITIDOS X FATURADOS".

       01  WRK-LINHA-PERIODO.
           05 FILLER       PIC X(35) VALUE
               "ORCAMENTOS EMITIDOS NO MES (AAAAMM)".
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LPE-ANOMES PIC 9(06).

       01  WRK-LINHA-SUBTITULO.
           05 FILLER       PIC X(03) VALUE "== ".
           05 WRK-LST-TEXTO PIC X(40).

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(26) VALUE "VENDEDOR / CATEGORIA".
           05 FILLER       PIC X(06) VALUE "  EMIT".
           05 FILLER       PIC X(06) VALUE "  CONV".
           05 FILLER       PIC X(06) VALUE "  PERD".
           05 FILLER       PIC X(06) VALUE "  ABER".
           05 FILLER       PIC X(15) VALUE "  VALOR EMITIDO".
           05 FILLER       PIC X(15) VALUE " VALOR FATURADO".
           05 FILLER       PIC X(15) VALUE "  VALOR PERDIDO".
           05 FILLER       PIC X(07) VALUE "  %QTDE".
           05 FILLER       PIC X(07) VALUE " %VALOR".
           05 FILLER       PIC X(06) VALUE "  DIAS".

       01  WRK-LINHA-DET.
           05 WRK-LD-IDENT     PIC X(25).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-EMITIDOS  PIC ZZZZZ9.
           05 WRK-LD-CONVERTIDOS PIC ZZZZZ9.
           05 WRK-LD-PERDIDOS  PIC ZZZZZ9.
           05 WRK-LD-ABERTOS   PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR-EMIT PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR-CONV PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR-PERD PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PERC-QTDE PIC ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PERC-VALOR PIC ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DIAS      PIC ZZZZ9.

       01  WRK-LINHA-VEND-IDENT.
           05 WRK-LVI-VENDEDOR PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LVI-NOME     PIC X(20).

       01  WRK-PERC-CALC       PIC 9(03)V99 VALUE ZEROS.

       01  WRK-LINHA-COLUNA-MOT.
           05 FILLER       PIC X(05) VALUE "RANK ".
           05 FILLER       PIC X(26) VALUE "MOTIVO DA PERDA".
           05 FILLER       PIC X(06) VALUE "  QTDE".
           05 FILLER       PIC X(08) VALUE "  %PERD".
           05 FILLER       PIC X(15) VALUE "  VALOR PERDIDO".

       01  WRK-LINHA-MOT.
           05 WRK-LM-RANK      PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-CODIGO    PIC X(01).
           05 FILLER           PIC X(03) VALUE " - ".
           05 WRK-LM-DESCRICAO PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LM-QTDE      PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LM-PERC      PIC ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-LEGENDA.
           05 FILLER       PIC X(50) VALUE
               "EMIT/CONV/PERD/ABER = EMITIDOS, FATURADOS, ".
           05 FILLER       PIC X(50) VALUE
               "PERDIDOS E EM ABERTO; DIAS = PRAZO MEDIO A FATURA".

       01  WRK-LINHA-SEPARADOR.
           05 FILLER PIC X(110) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           DISPLAY "MES DE EMISSAO DOS ORCAMENTOS (AAAAMM) ".
           ACCEPT WRK-ANOMES-PROC.

           PERFORM 0100-INICIALIZA-TABELAS.
           PERFORM 0200-ACUMULA-ORCAMENTOS.
           PERFORM 0300-ORDENA-MOTIVOS.
           PERFORM 0400-IMPRIME-RELATORIO.

           DISPLAY "ORCAMENTOS EMITIDOS NO MES.. " WRK-QTDE-LIDOS.
           DISPLAY "RELATORIO GRAVADO EM ORCAMRES.LST ".
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-INICIALIZA-TABELAS SECTION.
           MOVE ZEROS TO WRK-QTDE-LIDOS.
           MOVE ZEROS TO WRK-QTDE-VEND.
           INITIALIZE WRK-ACUMULADOR.

           MOVE "V"                    TO TCO-CODIGO(1).
           MOVE "VIP"                  TO TCO-DESCRICAO(1).
           MOVE "R"                    TO TCO-CODIGO(2).
           MOVE "REGULAR"              TO TCO-DESCRICAO(2).
           MOVE "N"                    TO TCO-CODIGO(3).
           MOVE "NOVO"                 TO TCO-DESCRICAO(3).
           MOVE SPACES                 TO TCO-CODIGO(4).
           MOVE "SEM CATEGORIA"        TO TCO-DESCRICAO(4).
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
                   UNTIL WRK-SUB-CAT GREATER 4
               INITIALIZE TCO-ACUM(WRK-SUB-CAT)
           END-PERFORM.

           MOVE "P"                    TO TMO-CODIGO(1).
           MOVE "PRECO"                TO TMO-DESCRICAO(1).
           MOVE "Z"                    TO TMO-CODIGO(2).
           MOVE "PRAZO DE ENTREGA"     TO TMO-DESCRICAO(2).
           MOVE "C"                    TO TMO-CODIGO(3).
           MOVE "CONCORRENTE"          TO TMO-DESCRICAO(3).
           MOVE "D"                    TO TMO-CODIGO(4).
           MOVE "DESISTENCIA"          TO TMO-DESCRICAO(4).
           MOVE "?"                    TO TMO-CODIGO(5).
           MOVE "NAO INFORMADO"        TO TMO-DESCRICAO(5).
           PERFORM VARYING WRK-SUB-MOT FROM 1 BY 1
                   UNTIL WRK-SUB-MOT GREATER 5
               MOVE ZEROS TO TMO-QTDE(WRK-SUB-MOT)
               MOVE ZEROS TO TMO-VALOR(WRK-SUB-MOT)
           END-PERFORM.

      *===============================O MES DE REFERENCIA E O DA
      *===============================EMISSAO (ORC-DATA); O DESFECHO
      *===============================(FATURADO/PERDIDO) E O ATUAL,
      *===============================MESMO QUE TENHA OCORRIDO NO MES
      *===============================SEGUINTE.
       0200-ACUMULA-ORCAMENTOS SECTION.
           OPEN INPUT ORCAMENTOS.
           IF FS-ORCAMENTOS NOT EQUAL 00
               DISPLAY "ORCAMENTOS.DAT NAO ABERTO - RELATORIO SAIRA "
                       "ZERADO "
           ELSE
               MOVE ZEROS TO ORC-NUMERO
               START ORCAMENTOS KEY IS NOT LESS ORC-NUMERO
               IF FS-ORCAMENTOS EQUAL 00
                   READ ORCAMENTOS NEXT RECORD
               END-IF
               PERFORM UNTIL FS-ORCAMENTOS NOT EQUAL 00
                   MOVE ORC-DATA TO WRK-DATA-CALC
                   IF WRK-DC-ANOMES EQUAL WRK-ANOMES-PROC
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 0210-CLASSIFICA-ORCAMENTO
                   END-IF
                   READ ORCAMENTOS NEXT RECORD
               END-PERFORM
               CLOSE ORCAMENTOS
           END-IF.

       0210-CLASSIFICA-ORCAMENTO SECTION.
           INITIALIZE WRK-ACUMULADOR.
           MOVE 1              TO WRK-AC-EMITIDOS.
           MOVE ORC-VALOR-FINAL TO WRK-AC-VALOR-EMIT.

           EVALUATE TRUE
               WHEN ORC-FATURADO
                   MOVE 1               TO WRK-AC-CONVERTIDOS
                   MOVE ORC-VALOR-FINAL TO WRK-AC-VALOR-CONV
                   PERFORM 0220-CALCULA-DIAS
                   MOVE WRK-DIAS-CONV   TO WRK-AC-DIAS-CONV
               WHEN ORC-PERDIDO
                   MOVE 1               TO WRK-AC-PERDIDOS
                   MOVE ORC-VALOR-FINAL TO WRK-AC-VALOR-PERD
                   PERFORM 0230-ACUMULA-MOTIVO
               WHEN OTHER
                   MOVE 1               TO WRK-AC-ABERTOS
           END-EVALUATE.

           PERFORM 0240-ACUMULA-VENDEDOR.
           PERFORM 0250-ACUMULA-CATEGORIA.

      *===============================ORCAMENTO FATURADO ANTES DE A
      *===============================DATA DE FECHAMENTO EXISTIR FICA
      *===============================COM ZERO DIAS.
       0220-CALCULA-DIAS    SECTION.
           MOVE ZEROS TO WRK-DIAS-CONV.
           IF ORC-DATA-FECHAMENTO NUMERIC
                   AND ORC-DATA-FECHAMENTO GREATER ZEROS
               MOVE ORC-DATA TO WRK-DATA-CALC
               COMPUTE WRK-SERIAL-EMISSAO = WRK-DC-ANO * 360
                       + WRK-DC-MES * 30 + WRK-DC-DIA
               MOVE ORC-DATA-FECHAMENTO TO WRK-DATA-CALC
               COMPUTE WRK-SERIAL-FECHAMENTO = WRK-DC-ANO * 360
                       + WRK-DC-MES * 30 + WRK-DC-DIA
               COMPUTE WRK-DIAS-CONV = WRK-SERIAL-FECHAMENTO
                       - WRK-SERIAL-EMISSAO
               IF WRK-DIAS-CONV LESS ZEROS
                   MOVE ZEROS TO WRK-DIAS-CONV
               END-IF
           END-IF.

       0230-ACUMULA-MOTIVO  SECTION.
           MOVE 5 TO WRK-SUB-MOT.
           EVALUATE TRUE
               WHEN ORC-PERDA-PRECO
                   MOVE 1 TO WRK-SUB-MOT
               WHEN ORC-PERDA-PRAZO
                   MOVE 2 TO WRK-SUB-MOT
               WHEN ORC-PERDA-CONCORRENTE
                   MOVE 3 TO WRK-SUB-MOT
               WHEN ORC-PERDA-DESISTENCIA
                   MOVE 4 TO WRK-SUB-MOT
           END-EVALUATE.
           ADD 1               TO TMO-QTDE(WRK-SUB-MOT).
           ADD ORC-VALOR-FINAL TO TMO-VALOR(WRK-SUB-MOT).

      *===============================ORCAMENTO SEM VENDEDOR (EMITIDO
      *===============================ANTES DO CAMPO EXISTIR) ENTRA NO
      *===============================VENDEDOR 0000.
       0240-ACUMULA-VENDEDOR SECTION.
           IF ORC-VENDEDOR NOT NUMERIC
               MOVE ZEROS TO ORC-VENDEDOR
           END-IF.

           MOVE ZEROS TO WRK-ACHADO-IDX.
           PERFORM VARYING WRK-SUB-VEND FROM 1 BY 1
                   UNTIL WRK-SUB-VEND GREATER WRK-QTDE-VEND
               IF TVO-VENDEDOR(WRK-SUB-VEND) EQUAL ORC-VENDEDOR
                   MOVE WRK-SUB-VEND TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.

           IF WRK-ACHADO-IDX EQUAL ZEROS
               IF WRK-QTDE-VEND LESS 100
                   ADD 1 TO WRK-QTDE-VEND
                   MOVE WRK-QTDE-VEND TO WRK-ACHADO-IDX
                   MOVE ORC-VENDEDOR TO TVO-VENDEDOR(WRK-ACHADO-IDX)
                   INITIALIZE TVO-ACUM(WRK-ACHADO-IDX)
               ELSE
                   DISPLAY "LIMITE DE 100 VENDEDORES - IGNORADO "
                           ORC-VENDEDOR
               END-IF
           END-IF.

           IF WRK-ACHADO-IDX GREATER ZEROS
               ADD WRK-AC-EMITIDOS    TO TVO-EMITIDOS(WRK-ACHADO-IDX)
               ADD WRK-AC-CONVERTIDOS
                   TO TVO-CONVERTIDOS(WRK-ACHADO-IDX)
               ADD WRK-AC-PERDIDOS    TO TVO-PERDIDOS(WRK-ACHADO-IDX)
               ADD WRK-AC-ABERTOS     TO TVO-ABERTOS(WRK-ACHADO-IDX)
               ADD WRK-AC-VALOR-EMIT
                   TO TVO-VALOR-EMIT(WRK-ACHADO-IDX)
               ADD WRK-AC-VALOR-CONV
                   TO TVO-VALOR-CONV(WRK-ACHADO-IDX)
               ADD WRK-AC-VALOR-PERD
                   TO TVO-VALOR-PERD(WRK-ACHADO-IDX)
               ADD WRK-AC-DIAS-CONV
                   TO TVO-DIAS-CONV(WRK-ACHADO-IDX)
           END-IF.

       0250-ACUMULA-CATEGORIA SECTION.
           MOVE 4 TO WRK-SUB-CAT.
           EVALUATE ORC-CATEGORIA
               WHEN "V"
                   MOVE 1 TO WRK-SUB-CAT
               WHEN "R"
                   MOVE 2 TO WRK-SUB-CAT
               WHEN "N"
                   MOVE 3 TO WRK-SUB-CAT
           END-EVALUATE.

           ADD WRK-AC-EMITIDOS    TO TCO-EMITIDOS(WRK-SUB-CAT).
           ADD WRK-AC-CONVERTIDOS TO TCO-CONVERTIDOS(WRK-SUB-CAT).
           ADD WRK-AC-PERDIDOS    TO TCO-PERDIDOS(WRK-SUB-CAT).
           ADD WRK-AC-ABERTOS     TO TCO-ABERTOS(WRK-SUB-CAT).
           ADD WRK-AC-VALOR-EMIT  TO TCO-VALOR-EMIT(WRK-SUB-CAT).
           ADD WRK-AC-VALOR-CONV  TO TCO-VALOR-CONV(WRK-SUB-CAT).
           ADD WRK-AC-VALOR-PERD  TO TCO-VALOR-PERD(WRK-SUB-CAT).
           ADD WRK-AC-DIAS-CONV   TO TCO-DIAS-CONV(WRK-SUB-CAT).

      *===============================MOTIVOS DO MAIS FREQUENTE PARA
      *===============================O MENOS FREQUENTE (TROCAS
      *===============================SUCESSIVAS).
       0300-ORDENA-MOTIVOS  SECTION.
           MOVE "S" TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU NOT EQUAL "S"
               MOVE "N" TO WRK-TROCOU
               PERFORM VARYING WRK-SUB-ORD FROM 1 BY 1
                       UNTIL WRK-SUB-ORD NOT LESS 5
                   IF TMO-QTDE(WRK-SUB-ORD) LESS
                           TMO-QTDE(WRK-SUB-ORD + 1)
                       MOVE TAB-MOTIVO-OR(WRK-SUB-ORD)
                               TO WRK-AREA-TROCA
                       MOVE TAB-MOTIVO-OR(WRK-SUB-ORD + 1)
                               TO TAB-MOTIVO-OR(WRK-SUB-ORD)
                       MOVE WRK-AREA-TROCA
                               TO TAB-MOTIVO-OR(WRK-SUB-ORD + 1)
                       MOVE "S" TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

       0400-IMPRIME-RELATORIO SECTION.
           OPEN INPUT FUNCIONARIOS.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-ANOMES-PROC TO WRK-LPE-ANOMES.
           MOVE WRK-LINHA-PERIODO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "POR VENDEDOR" TO WRK-LST-TEXTO.
           PERFORM 0410-IMPRIME-SUBTITULO.
           PERFORM VARYING WRK-SUB-VEND FROM 1 BY 1
                   UNTIL WRK-SUB-VEND GREATER WRK-QTDE-VEND
               MOVE TVO-VENDEDOR(WRK-SUB-VEND) TO WRK-LVI-VENDEDOR
               PERFORM 0420-BUSCA-NOME-VENDEDOR
               MOVE WRK-LINHA-VEND-IDENT TO WRK-LD-IDENT
               MOVE TVO-ACUM(WRK-SUB-VEND) TO WRK-ACUMULADOR
               PERFORM 0430-IMPRIME-DETALHE
           END-PERFORM.

           MOVE "POR CATEGORIA DO CLIENTE" TO WRK-LST-TEXTO.
           PERFORM 0410-IMPRIME-SUBTITULO.
           INITIALIZE WRK-LINHA-VEND-IDENT.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
                   UNTIL WRK-SUB-CAT GREATER 4
               MOVE TCO-DESCRICAO(WRK-SUB-CAT) TO WRK-LD-IDENT
               MOVE TCO-ACUM(WRK-SUB-CAT) TO WRK-ACUMULADOR
               PERFORM 0430-IMPRIME-DETALHE
           END-PERFORM.

           INITIALIZE WRK-ACUMULADOR.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
                   UNTIL WRK-SUB-CAT GREATER 4
               ADD TCO-EMITIDOS(WRK-SUB-CAT)    TO WRK-AC-EMITIDOS
               ADD TCO-CONVERTIDOS(WRK-SUB-CAT) TO WRK-AC-CONVERTIDOS
               ADD TCO-PERDIDOS(WRK-SUB-CAT)    TO WRK-AC-PERDIDOS
               ADD TCO-ABERTOS(WRK-SUB-CAT)     TO WRK-AC-ABERTOS
               ADD TCO-VALOR-EMIT(WRK-SUB-CAT)  TO WRK-AC-VALOR-EMIT
               ADD TCO-VALOR-CONV(WRK-SUB-CAT)  TO WRK-AC-VALOR-CONV
               ADD TCO-VALOR-PERD(WRK-SUB-CAT)  TO WRK-AC-VALOR-PERD
               ADD TCO-DIAS-CONV(WRK-SUB-CAT)   TO WRK-AC-DIAS-CONV
           END-PERFORM.
           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "TOTAL GERAL" TO WRK-LD-IDENT.
           PERFORM 0430-IMPRIME-DETALHE.

           PERFORM 0440-IMPRIME-MOTIVOS.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-LEGENDA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.
           IF FS-FUNCIONARIOS EQUAL 00
               CLOSE FUNCIONARIOS
           END-IF.

       0410-IMPRIME-SUBTITULO SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SUBTITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0420-BUSCA-NOME-VENDEDOR SECTION.
           MOVE "FUNCIONARIO NAO CADASTR" TO WRK-LVI-NOME.
           IF TVO-VENDEDOR(WRK-SUB-VEND) EQUAL ZEROS
               MOVE "SEM VENDEDOR" TO WRK-LVI-NOME
           ELSE
               IF FS-FUNCIONARIOS EQUAL 00
                   MOVE TVO-VENDEDOR(WRK-SUB-VEND) TO FUNC-ID
                   READ FUNCIONARIOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FUNC-NOME TO WRK-LVI-NOME
                   END-READ
               END-IF
           END-IF.

      *===============================TAXA DE CONVERSAO SOBRE O QUE FOI
      *===============================EMITIDO; PRAZO MEDIO SO SOBRE OS
      *===============================FATURADOS.
       0430-IMPRIME-DETALHE SECTION.
           MOVE WRK-AC-EMITIDOS    TO WRK-LD-EMITIDOS.
           MOVE WRK-AC-CONVERTIDOS TO WRK-LD-CONVERTIDOS.
           MOVE WRK-AC-PERDIDOS    TO WRK-LD-PERDIDOS.
           MOVE WRK-AC-ABERTOS     TO WRK-LD-ABERTOS.
           MOVE WRK-AC-VALOR-EMIT  TO WRK-LD-VALOR-EMIT.
           MOVE WRK-AC-VALOR-CONV  TO WRK-LD-VALOR-CONV.
           MOVE WRK-AC-VALOR-PERD  TO WRK-LD-VALOR-PERD.

           MOVE ZEROS TO WRK-PERC-CALC.
           IF WRK-AC-EMITIDOS GREATER ZEROS
               COMPUTE WRK-PERC-CALC ROUNDED =
                       WRK-AC-CONVERTIDOS * 100 / WRK-AC-EMITIDOS
           END-IF.
           MOVE WRK-PERC-CALC TO WRK-LD-PERC-QTDE.

           MOVE ZEROS TO WRK-PERC-CALC.
           IF WRK-AC-VALOR-EMIT GREATER ZEROS
               COMPUTE WRK-PERC-CALC ROUNDED =
                       WRK-AC-VALOR-CONV * 100 / WRK-AC-VALOR-EMIT
           END-IF.
           MOVE WRK-PERC-CALC TO WRK-LD-PERC-VALOR.

           MOVE ZEROS TO WRK-LD-DIAS.
           IF WRK-AC-CONVERTIDOS GREATER ZEROS
               COMPUTE WRK-LD-DIAS ROUNDED =
                       WRK-AC-DIAS-CONV / WRK-AC-CONVERTIDOS
           END-IF.

           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0440-IMPRIME-MOTIVOS SECTION.
           MOVE "MOTIVOS DA PERDA - DO MAIS FREQUENTE"
               TO WRK-LST-TEXTO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SUBTITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA-MOT TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-MOT FROM 1 BY 1
                   UNTIL WRK-SUB-MOT GREATER 5
               IF TMO-QTDE(WRK-SUB-MOT) GREATER ZEROS
                   MOVE WRK-SUB-MOT            TO WRK-LM-RANK
                   MOVE TMO-CODIGO(WRK-SUB-MOT) TO WRK-LM-CODIGO
                   MOVE TMO-DESCRICAO(WRK-SUB-MOT)
                       TO WRK-LM-DESCRICAO
                   MOVE TMO-QTDE(WRK-SUB-MOT)  TO WRK-LM-QTDE
                   MOVE TMO-VALOR(WRK-SUB-MOT) TO WRK-LM-VALOR
                   MOVE ZEROS TO WRK-PERC-CALC
                   IF WRK-AC-PERDIDOS GREATER ZEROS
                       COMPUTE WRK-PERC-CALC ROUNDED =
                               TMO-QTDE(WRK-SUB-MOT) * 100
                               / WRK-AC-PERDIDOS
                   END-IF
                   MOVE WRK-PERC-CALC TO WRK-LM-PERC
                   MOVE WRK-LINHA-MOT TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM.

           IF WRK-AC-PERDIDOS EQUAL ZEROS
               MOVE "NENHUM ORCAMENTO DO MES ENCERRADO COMO PERDIDO"
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
       END PROGRAM ORCAM002.
