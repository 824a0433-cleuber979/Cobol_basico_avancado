       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOL001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: VIGILANCIA DE ABUSO DE DEVOLUCAO - PARA CADA CLIENTE
      *          CADASTRADO, NOS ULTIMOS N DIAS (PERIODO MOVEL), CALCULA
      *          EM VENDAS.DAT A PROPORCAO DE LINHAS DE DEVOLUCAO ("D")
      *          SOBRE AS DE VENDA ("V") EM QUANTIDADE E EM VALOR, CONTA
      *          AS DEVOLUCOES SEM REGISTRO EM GARANTIAS.DAT E A PARCELA
      *          DOS ITENS DEVOLVIDOS QUE FORAM SUCATEADOS
      *          (DEVDISP.DAT).
      *          OS LIMITES FICAM EM DEVOLVIG.CFG (SEM O ARQUIVO VALEM
      *          180 DIAS, 30% EM QUANTIDADE OU VALOR, 3 DEVOLUCOES SEM
      *          GARANTIA, 50% DE SUCATA E NO MINIMO 3 DEVOLUCOES NO
      *          PERIODO PARA O CLIENTE SER AVALIADO). IMPRIME O
      *          RELATORIO EM DEVOLVIG.LST E REGRAVA EM DEVVIG.DAT A
      *          LISTA DOS CLIENTES MARCADOS, CONSULTADA PELO ARQ012
      *          ANTES DE ACEITAR NOVA DEVOLUCAO.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-VENDAS.

           SELECT GARANTIAS ASSIGN TO "GARANTIAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-GARANTIAS.

           SELECT DEVDISP ASSIGN TO "DEVDISP.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DEVDISP.

           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-ID
           FILE STATUS IS FS-CLIENTES.

           SELECT DEVVIG ASSIGN TO "DEVVIG.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DEVVIG.

           SELECT DEVOLCFG ASSIGN TO "DEVOLVIG.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVOLCFG.

           SELECT RELATORIO ASSIGN TO "DEVOLVIG.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
           COPY VENDAREG.

       FD  GARANTIAS.
           COPY GARANTREG.

       FD  DEVDISP.
           COPY DEVDISPREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  DEVVIG.
           COPY DEVVIGREG.

       FD  DEVOLCFG.
       01  REG-DEVOLCFG.
           05 CFG-DIAS-PERIODO  PIC 9(03).
           05 CFG-PERC-QTDE     PIC 9(02).
           05 CFG-PERC-VALOR    PIC 9(02).
           05 CFG-SEM-GARANTIA  PIC 9(02).
           05 CFG-PERC-SUCATA   PIC 9(02).
           05 CFG-MIN-DEVOL     PIC 9(02).

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(110).

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
       77  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       77  FS-GARANTIAS    PIC 9(02) VALUE ZEROS.
       77  FS-DEVDISP      PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  WRK-CLIENTES-ABERTO PIC X(01) VALUE "N".
       77  FS-DEVVIG       PIC 9(02) VALUE ZEROS.
       77  FS-DEVOLCFG     PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-DIAS-PERIODO PIC 9(03) VALUE 180.
       77  WRK-PERC-QTDE   PIC 9(02) VALUE 30.
       77  WRK-PERC-VALOR  PIC 9(02) VALUE 30.
       77  WRK-SEM-GARANTIA PIC 9(02) VALUE 3.
       77  WRK-PERC-SUCATA PIC 9(02) VALUE 50.
       77  WRK-MIN-DEVOL   PIC 9(02) VALUE 3.

       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77  WRK-SERIAL-INICIO PIC 9(07) VALUE ZEROS.
       77  WRK-SERIAL-LINHA PIC 9(07) VALUE ZEROS.
       77  WRK-NO-PERIODO  PIC X(01) VALUE "N".
       77  WRK-QTDE-CLI    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-CLI     PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-DEV    PIC 9(04) VALUE ZEROS.
       77  WRK-SUB-DEV     PIC 9(04) VALUE ZEROS.
       77  WRK-QTDE-MARCADOS PIC 9(03) VALUE ZEROS.
       77  WRK-MOTIVOS     PIC X(04) VALUE SPACES.
       77  WRK-PERC-QTDE-CLI  PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PERC-VALOR-CLI PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PERC-SUCATA-CLI PIC 9(03)V99 VALUE ZEROS.

      *===============================DATA AAAAMMDD QUEBRADA PARA A
      *===============================CONTA DE DIAS (ANO*360 + MES*30
      *===============================+ DIA).
       01  WRK-DATA-CALC    PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CALC-R  REDEFINES WRK-DATA-CALC.
           05 WRK-DC-ANO    PIC 9(04).
           05 WRK-DC-MES    PIC 9(02).
           05 WRK-DC-DIA    PIC 9(02).

      *===============================MOVIMENTO DO PERIODO POR
      *===============================CLIENTE (VENDA AVULSA, CLIENTE
      *===============================0000, NAO ENTRA).
       01  TABELA-CLIENTES.
           05 TAB-CLIENTE-DV OCCURS 500 TIMES.
               10 TCD-ID-CLIENTE PIC 9(04).
               10 TCD-QTDE-VENDAS PIC 9(05).
               10 TCD-VALOR-VENDAS PIC 9(08)V99.
               10 TCD-QTDE-DEVOL  PIC 9(05).
               10 TCD-VALOR-DEVOL PIC 9(08)V99.
               10 TCD-SEM-GARANTIA PIC 9(05).
               10 TCD-SUCATA      PIC 9(05).

      *===============================DEVOLUCOES DO PERIODO, PARA CASAR
      *===============================COM GARANTIAS.DAT E DEVDISP.DAT
      *===============================PELO TICKET ORIGINAL + PRODUTO.
       01  TABELA-DEVOLUCOES.
           05 TAB-DEVOLUCAO OCCURS 2000 TIMES.
               10 TDV-IDX-CLIENTE PIC 9(03).
               10 TDV-TICKET-REF  PIC 9(06).
               10 TDV-PRODUTO     PIC X(30).
               10 TDV-TEM-GARANTIA PIC X(01).
               10 TDV-SUCATEADO   PIC X(01).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(30) VALUE SPACES.
           05 FILLER       PIC X(45) VALUE
               "VIGILANCIA DE DEVOLUCOES POR CLIENTE".

       01  WRK-LINHA-PERIODO.
           05 FILLER       PIC X(14) VALUE "POSICAO DE.. ".
           05 WRK-LPE-DATA PIC 9(08).
           05 FILLER       PIC X(12) VALUE "   ULTIMOS ".
           05 WRK-LPE-DIAS PIC ZZ9.
           05 FILLER       PIC X(06) VALUE " DIAS".

       01  WRK-LINHA-LIMITES.
           05 FILLER       PIC X(12) VALUE "LIMITES.. Q ".
           05 WRK-LLI-QTDE PIC Z9.
           05 FILLER       PIC X(06) VALUE "%  V ".
           05 WRK-LLI-VALOR PIC Z9.
           05 FILLER       PIC X(06) VALUE "%  G ".
           05 WRK-LLI-GARANTIA PIC Z9.
           05 FILLER       PIC X(05) VALUE "  S ".
           05 WRK-LLI-SUCATA PIC Z9.
           05 FILLER       PIC X(22) VALUE "%  MINIMO DEVOLUCOES ".
           05 WRK-LLI-MINIMO PIC Z9.

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(26) VALUE "CLIENTE".
           05 FILLER       PIC X(06) VALUE "  VEND".
           05 FILLER       PIC X(06) VALUE "  DEVL".
           05 FILLER       PIC X(08) VALUE "  %QTDE".
           05 FILLER       PIC X(14) VALUE "   VALOR VEND".
           05 FILLER       PIC X(14) VALUE "   VALOR DEVL".
           05 FILLER       PIC X(08) VALUE " %VALOR".
           05 FILLER       PIC X(06) VALUE " S/GAR".
           05 FILLER       PIC X(08) VALUE " %SUCATA".
           05 FILLER       PIC X(12) VALUE "  MARCA".

       01  WRK-LINHA-DET.
           05 WRK-LD-ID        PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VENDAS    PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DEVOL     PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PERC-QTDE PIC ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR-VEND PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR-DEVL PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PERC-VALOR PIC ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-SEM-GAR   PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-PERC-SUCATA PIC ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-MARCA     PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-MOTIVOS   PIC X(04).

       01  WRK-LINHA-TOTAL.
           05 FILLER       PIC X(40) VALUE
               "CLIENTES MARCADOS PARA VIGILANCIA.. ".
           05 WRK-LT-MARCADOS PIC ZZ9.

       01  WRK-LINHA-LEGENDA.
           05 FILLER       PIC X(44) VALUE
               "MOTIVOS: Q-QTDE DEVOLVIDA  V-VALOR DEVOLVIDO".
           05 FILLER       PIC X(30) VALUE
               "  G-SEM GARANTIA  S-SUCATA".

       01  WRK-LINHA-SEPARADOR.
           05 FILLER PIC X(110) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0050-CARREGA-CONFIG.

           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC.
           COMPUTE WRK-SERIAL-HOJE = WRK-DC-ANO * 360
                   + WRK-DC-MES * 30 + WRK-DC-DIA.
           COMPUTE WRK-SERIAL-INICIO = WRK-SERIAL-HOJE
                   - WRK-DIAS-PERIODO.

           PERFORM 0100-LE-VENDAS.
           PERFORM 0200-CONFERE-GARANTIAS.
           PERFORM 0300-CONFERE-SUCATA.
           PERFORM 0400-AVALIA-CLIENTES.

           DISPLAY "CLIENTES COM MOVIMENTO NO PERIODO.. " WRK-QTDE-CLI.
           DISPLAY "CLIENTES MARCADOS.................. "
                   WRK-QTDE-MARCADOS.
           DISPLAY "RELATORIO GRAVADO EM DEVOLVIG.LST ".
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0050-CARREGA-CONFIG  SECTION.
           OPEN INPUT DEVOLCFG.
           IF FS-DEVOLCFG EQUAL 00
               READ DEVOLCFG
                   NOT AT END
                       IF CFG-DIAS-PERIODO NUMERIC
                           MOVE CFG-DIAS-PERIODO TO WRK-DIAS-PERIODO
                       END-IF
                       IF CFG-PERC-QTDE NUMERIC
                           MOVE CFG-PERC-QTDE TO WRK-PERC-QTDE
                       END-IF
                       IF CFG-PERC-VALOR NUMERIC
                           MOVE CFG-PERC-VALOR TO WRK-PERC-VALOR
                       END-IF
                       IF CFG-SEM-GARANTIA NUMERIC
                           MOVE CFG-SEM-GARANTIA TO WRK-SEM-GARANTIA
                       END-IF
                       IF CFG-PERC-SUCATA NUMERIC
                           MOVE CFG-PERC-SUCATA TO WRK-PERC-SUCATA
                       END-IF
                       IF CFG-MIN-DEVOL NUMERIC
                           MOVE CFG-MIN-DEVOL TO WRK-MIN-DEVOL
                       END-IF
               END-READ
               CLOSE DEVOLCFG
           ELSE
               DISPLAY "DEVOLVIG.CFG NAO ENCONTRADO - VALEM OS "
                       "LIMITES PADRAO "
           END-IF.

       0100-LE-VENDAS       SECTION.
           MOVE ZEROS TO WRK-QTDE-CLI.
           MOVE ZEROS TO WRK-QTDE-DEV.

           OPEN INPUT VENDAS.
           IF FS-VENDAS NOT EQUAL 00
               DISPLAY "VENDAS.DAT NAO ABERTO - STATUS " FS-VENDAS
           ELSE
               READ VENDAS NEXT RECORD
               PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                   MOVE VND-DATA TO WRK-DATA-CALC
                   COMPUTE WRK-SERIAL-LINHA = WRK-DC-ANO * 360
                           + WRK-DC-MES * 30 + WRK-DC-DIA
                   IF VND-ID-CLIENTE NOT EQUAL ZEROS
                           AND WRK-SERIAL-LINHA GREATER
                               WRK-SERIAL-INICIO
                           AND WRK-SERIAL-LINHA NOT GREATER
                               WRK-SERIAL-HOJE
                       PERFORM 0110-ACUMULA-LINHA
                   END-IF
                   READ VENDAS NEXT RECORD
               END-PERFORM
               CLOSE VENDAS
           END-IF.

       0110-ACUMULA-LINHA   SECTION.
           MOVE ZEROS TO WRK-ACHADO-IDX.
           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
                   UNTIL WRK-SUB-CLI GREATER WRK-QTDE-CLI
               IF TCD-ID-CLIENTE(WRK-SUB-CLI) EQUAL VND-ID-CLIENTE
                   MOVE WRK-SUB-CLI TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.

           IF WRK-ACHADO-IDX EQUAL ZEROS
               IF WRK-QTDE-CLI LESS 500
                   ADD 1 TO WRK-QTDE-CLI
                   MOVE WRK-QTDE-CLI TO WRK-ACHADO-IDX
                   INITIALIZE TAB-CLIENTE-DV(WRK-ACHADO-IDX)
                   MOVE VND-ID-CLIENTE TO TCD-ID-CLIENTE(WRK-ACHADO-IDX)
               ELSE
                   DISPLAY "LIMITE DE 500 CLIENTES - IGNORADO "
                           VND-ID-CLIENTE
               END-IF
           END-IF.

           IF WRK-ACHADO-IDX GREATER ZEROS
               IF VND-TIPO-TRANS EQUAL "D"
                   ADD 1 TO TCD-QTDE-DEVOL(WRK-ACHADO-IDX)
                   ADD VND-VALOR TO TCD-VALOR-DEVOL(WRK-ACHADO-IDX)
                   IF WRK-QTDE-DEV LESS 2000
                       ADD 1 TO WRK-QTDE-DEV
                       MOVE WRK-ACHADO-IDX
                           TO TDV-IDX-CLIENTE(WRK-QTDE-DEV)
                       MOVE VND-TICKET-REF
                           TO TDV-TICKET-REF(WRK-QTDE-DEV)
                       MOVE VND-PRODUTO TO TDV-PRODUTO(WRK-QTDE-DEV)
                       MOVE "N" TO TDV-TEM-GARANTIA(WRK-QTDE-DEV)
                       MOVE "N" TO TDV-SUCATEADO(WRK-QTDE-DEV)
                   END-IF
               ELSE
                   ADD 1 TO TCD-QTDE-VENDAS(WRK-ACHADO-IDX)
                   ADD VND-VALOR TO TCD-VALOR-VENDAS(WRK-ACHADO-IDX)
               END-IF
           END-IF.

      *===============================DEVOLUCAO CUJO TICKET/PRODUTO NAO
      *===============================TEM REGISTRO EM GARANTIAS.DAT
      *===============================CONTA COMO "SEM GARANTIA".
       0200-CONFERE-GARANTIAS SECTION.
           OPEN INPUT GARANTIAS.
           IF FS-GARANTIAS EQUAL 00
               READ GARANTIAS
               PERFORM UNTIL FS-GARANTIAS NOT EQUAL 00
                   PERFORM VARYING WRK-SUB-DEV FROM 1 BY 1
                           UNTIL WRK-SUB-DEV GREATER WRK-QTDE-DEV
                       IF TDV-TICKET-REF(WRK-SUB-DEV) EQUAL GAR-TICKET
                               AND TDV-PRODUTO(WRK-SUB-DEV) EQUAL
                                   GAR-PRODUTO
                           MOVE "S" TO TDV-TEM-GARANTIA(WRK-SUB-DEV)
                       END-IF
                   END-PERFORM
                   READ GARANTIAS
               END-PERFORM
               CLOSE GARANTIAS
           ELSE
               DISPLAY "GARANTIAS.DAT NAO ABERTO - TODAS AS "
                       "DEVOLUCOES CONTAM COMO SEM GARANTIA "
           END-IF.

           PERFORM VARYING WRK-SUB-DEV FROM 1 BY 1
                   UNTIL WRK-SUB-DEV GREATER WRK-QTDE-DEV
               IF TDV-TEM-GARANTIA(WRK-SUB-DEV) NOT EQUAL "S"
                   MOVE TDV-IDX-CLIENTE(WRK-SUB-DEV) TO WRK-ACHADO-IDX
                   ADD 1 TO TCD-SEM-GARANTIA(WRK-ACHADO-IDX)
               END-IF
           END-PERFORM.

      *===============================DESTINO DADO PELO ARQ012 AO ITEM
      *===============================DEVOLVIDO ("S" = SUCATEADO).
       0300-CONFERE-SUCATA  SECTION.
           OPEN INPUT DEVDISP.
           IF FS-DEVDISP EQUAL 00
               READ DEVDISP
               PERFORM UNTIL FS-DEVDISP NOT EQUAL 00
                   IF DD-SUCATEADO
                       PERFORM VARYING WRK-SUB-DEV FROM 1 BY 1
                               UNTIL WRK-SUB-DEV GREATER WRK-QTDE-DEV
                           IF TDV-TICKET-REF(WRK-SUB-DEV) EQUAL
                                   DD-TICKET
                                   AND TDV-PRODUTO(WRK-SUB-DEV) EQUAL
                                       DD-PRODUTO
                               MOVE "S" TO TDV-SUCATEADO(WRK-SUB-DEV)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ DEVDISP
               END-PERFORM
               CLOSE DEVDISP
           END-IF.

           PERFORM VARYING WRK-SUB-DEV FROM 1 BY 1
                   UNTIL WRK-SUB-DEV GREATER WRK-QTDE-DEV
               IF TDV-SUCATEADO(WRK-SUB-DEV) EQUAL "S"
                   MOVE TDV-IDX-CLIENTE(WRK-SUB-DEV) TO WRK-ACHADO-IDX
                   ADD 1 TO TCD-SUCATA(WRK-ACHADO-IDX)
               END-IF
           END-PERFORM.

       0400-AVALIA-CLIENTES SECTION.
           MOVE ZEROS TO WRK-QTDE-MARCADOS.

           PERFORM 0090-DEFINE-CAMINHO-CLIENTES.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "S" TO WRK-CLIENTES-ABERTO
           END-IF.
           OPEN OUTPUT DEVVIG.
           OPEN OUTPUT RELATORIO.

           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-HOJE    TO WRK-LPE-DATA.
           MOVE WRK-DIAS-PERIODO TO WRK-LPE-DIAS.
           MOVE WRK-LINHA-PERIODO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-PERC-QTDE    TO WRK-LLI-QTDE.
           MOVE WRK-PERC-VALOR   TO WRK-LLI-VALOR.
           MOVE WRK-SEM-GARANTIA TO WRK-LLI-GARANTIA.
           MOVE WRK-PERC-SUCATA  TO WRK-LLI-SUCATA.
           MOVE WRK-MIN-DEVOL    TO WRK-LLI-MINIMO.
           MOVE WRK-LINHA-LIMITES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
                   UNTIL WRK-SUB-CLI GREATER WRK-QTDE-CLI
               IF TCD-QTDE-DEVOL(WRK-SUB-CLI) GREATER ZEROS
                   PERFORM 0410-AVALIA-CLIENTE
               END-IF
           END-PERFORM.

           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-QTDE-MARCADOS TO WRK-LT-MARCADOS.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-LEGENDA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.
           CLOSE DEVVIG.
           IF WRK-CLIENTES-ABERTO EQUAL "S"
               CLOSE CLIENTES
           END-IF.

      *===============================SO E AVALIADO QUEM TEM O MINIMO
      *===============================DE DEVOLUCOES NO PERIODO; A
      *===============================PROPORCAO E SOBRE AS VENDAS DO
      *===============================MESMO PERIODO.
       0410-AVALIA-CLIENTE  SECTION.
           MOVE ZEROS TO WRK-PERC-QTDE-CLI.
           MOVE ZEROS TO WRK-PERC-VALOR-CLI.
           MOVE ZEROS TO WRK-PERC-SUCATA-CLI.
           MOVE SPACES TO WRK-MOTIVOS.

           IF TCD-QTDE-VENDAS(WRK-SUB-CLI) GREATER ZEROS
               COMPUTE WRK-PERC-QTDE-CLI ROUNDED =
                       TCD-QTDE-DEVOL(WRK-SUB-CLI) * 100
                       / TCD-QTDE-VENDAS(WRK-SUB-CLI)
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-PERC-QTDE-CLI
               END-COMPUTE
           ELSE
               MOVE 999,99 TO WRK-PERC-QTDE-CLI
           END-IF.

           IF TCD-VALOR-VENDAS(WRK-SUB-CLI) GREATER ZEROS
               COMPUTE WRK-PERC-VALOR-CLI ROUNDED =
                       TCD-VALOR-DEVOL(WRK-SUB-CLI) * 100
                       / TCD-VALOR-VENDAS(WRK-SUB-CLI)
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-PERC-VALOR-CLI
               END-COMPUTE
           ELSE
               MOVE 999,99 TO WRK-PERC-VALOR-CLI
           END-IF.

           COMPUTE WRK-PERC-SUCATA-CLI ROUNDED =
                   TCD-SUCATA(WRK-SUB-CLI) * 100
                   / TCD-QTDE-DEVOL(WRK-SUB-CLI).

           IF TCD-QTDE-DEVOL(WRK-SUB-CLI) NOT LESS WRK-MIN-DEVOL
               IF WRK-PERC-QTDE-CLI NOT LESS WRK-PERC-QTDE
                   MOVE "Q" TO WRK-MOTIVOS(1:1)
               END-IF
               IF WRK-PERC-VALOR-CLI NOT LESS WRK-PERC-VALOR
                   MOVE "V" TO WRK-MOTIVOS(2:1)
               END-IF
               IF TCD-SEM-GARANTIA(WRK-SUB-CLI) NOT LESS
                       WRK-SEM-GARANTIA
                   MOVE "G" TO WRK-MOTIVOS(3:1)
               END-IF
               IF WRK-PERC-SUCATA-CLI NOT LESS WRK-PERC-SUCATA
                   MOVE "S" TO WRK-MOTIVOS(4:1)
               END-IF
           END-IF.

           MOVE "NAO CADASTRADO" TO WRK-LD-NOME.
           IF WRK-CLIENTES-ABERTO EQUAL "S"
               MOVE TCD-ID-CLIENTE(WRK-SUB-CLI) TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-LD-NOME
               END-READ
           END-IF.

           MOVE TCD-ID-CLIENTE(WRK-SUB-CLI)   TO WRK-LD-ID.
           MOVE TCD-QTDE-VENDAS(WRK-SUB-CLI)  TO WRK-LD-VENDAS.
           MOVE TCD-QTDE-DEVOL(WRK-SUB-CLI)   TO WRK-LD-DEVOL.
           MOVE WRK-PERC-QTDE-CLI             TO WRK-LD-PERC-QTDE.
           MOVE TCD-VALOR-VENDAS(WRK-SUB-CLI) TO WRK-LD-VALOR-VEND.
           MOVE TCD-VALOR-DEVOL(WRK-SUB-CLI)  TO WRK-LD-VALOR-DEVL.
           MOVE WRK-PERC-VALOR-CLI            TO WRK-LD-PERC-VALOR.
           MOVE TCD-SEM-GARANTIA(WRK-SUB-CLI) TO WRK-LD-SEM-GAR.
           MOVE WRK-PERC-SUCATA-CLI           TO WRK-LD-PERC-SUCATA.
           MOVE WRK-MOTIVOS                   TO WRK-LD-MOTIVOS.

           IF WRK-MOTIVOS EQUAL SPACES
               MOVE SPACES TO WRK-LD-MARCA
           ELSE
               MOVE "*VIGIAR*" TO WRK-LD-MARCA
               ADD 1 TO WRK-QTDE-MARCADOS
               MOVE TCD-ID-CLIENTE(WRK-SUB-CLI)   TO DVG-ID-CLIENTE
               MOVE WRK-DATA-HOJE                 TO DVG-DATA
               MOVE TCD-QTDE-VENDAS(WRK-SUB-CLI)  TO DVG-QTDE-VENDAS
               MOVE TCD-QTDE-DEVOL(WRK-SUB-CLI)   TO DVG-QTDE-DEVOL
               MOVE WRK-PERC-QTDE-CLI             TO DVG-PERC-QTDE
               MOVE WRK-PERC-VALOR-CLI            TO DVG-PERC-VALOR
               MOVE TCD-SEM-GARANTIA(WRK-SUB-CLI) TO DVG-SEM-GARANTIA
               MOVE WRK-PERC-SUCATA-CLI           TO DVG-PERC-SUCATA
               MOVE WRK-MOTIVOS                   TO DVG-MOTIVOS
               WRITE REG-DEVVIG
           END-IF.

           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NO PARAGRAFO DA
      *===============================COPY ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY CLIPATHPD.
       END PROGRAM DEVOL001.
