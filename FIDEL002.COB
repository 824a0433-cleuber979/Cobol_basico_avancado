       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIDEL002.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: EXTRATO MENSAL E PASSIVO DOS PONTOS DE FIDELIDADE -
      *          PARA O MES AAAAMM INFORMADO (ZERO = MES CORRENTE)
      *          IMPRIME EM FIDEXTRATO.LST, POR CLIENTE, O SALDO
      *          ANTERIOR, CADA GANHO/ESTORNO/RESGATE/EXPIRACAO DO MES
      *          LIDO DE FIDELIDADE.MOV E O SALDO FINAL; E EM
      *          FIDPASSIVO.LST O SALDO ATUAL DE PONTOS DE CADA CLIENTE
      *          (FIDELIDADE.DAT) VALORIZADO EM REAIS PELO VALOR DO
      *          PONTO NO RESGATE (FIDELIDADE.CFG), COM O TOTAL DEVIDO
      *          PELA LOJA AOS CLIENTES.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-ID
           FILE STATUS IS FS-CLIENTES.

           SELECT FIDELIDADE ASSIGN TO "FIDELIDADE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FDL-ID-CLIENTE
           FILE STATUS IS FS-FIDELIDADE.

           SELECT FIDMOV ASSIGN TO "FIDELIDADE.MOV"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FIDMOV.

           SELECT FIDCFG ASSIGN TO "FIDELIDADE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FIDCFG.

           SELECT EXTRATO ASSIGN TO "FIDEXTRATO.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXTRATO.

           SELECT PASSIVO ASSIGN TO "FIDPASSIVO.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PASSIVO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIREG.

       FD  FIDELIDADE.
           COPY FIDELREG.

       FD  FIDMOV.
           COPY FIDMOVREG.

       FD  FIDCFG.
           COPY FIDCFGREG.

       FD  EXTRATO.
       01  REG-EXTRATO     PIC X(80).

       FD  PASSIVO.
       01  REG-PASSIVO     PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
           COPY FIDELWS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-EXTRATO      PIC 9(02) VALUE ZEROS.
       77  FS-PASSIVO      PIC 9(02) VALUE ZEROS.
       77  WRK-CLIENTES-ABERTO PIC X(01) VALUE "N".

       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-MES-INFORMADO PIC 9(06) VALUE ZEROS.
       77  WRK-MES-MOV     PIC 9(06) VALUE ZEROS.
       77  WRK-QTDE-CLI    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-CLI     PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-AUX     PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.
       77  WRK-TROCOU      PIC X(01) VALUE "S".
       77  WRK-QTDE-EXTRATOS PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-PASSIVO PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-PONTOS PIC 9(09) VALUE ZEROS.
       77  WRK-TOTAL-PASSIVO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-PONTOS PIC 9(07)V99 VALUE ZEROS.
       77  WRK-NOME-CLIENTE PIC X(20) VALUE SPACES.

      *===============================MOVIMENTO DO EXTRATO POR CLIENTE:
      *===============================SALDO ANTES DO MES E OS TOTAIS
      *===============================DE CADA TIPO DENTRO DO MES.
       01  TABELA-EXTRATO.
           05 TAB-EXTRATO OCCURS 500 TIMES.
               10 TEX-ID-CLIENTE  PIC 9(04).
               10 TEX-SALDO-ANT   PIC S9(09).
               10 TEX-GANHOS      PIC 9(09).
               10 TEX-ESTORNOS    PIC 9(09).
               10 TEX-RESGATES    PIC 9(09).
               10 TEX-EXPIRADOS   PIC 9(09).
               10 TEX-QTDE-MOV    PIC 9(05).

       01  WRK-EXTRATO-AUX.
           05 FILLER          PIC 9(04).
           05 FILLER          PIC S9(09).
           05 FILLER          PIC 9(09).
           05 FILLER          PIC 9(09).
           05 FILLER          PIC 9(09).
           05 FILLER          PIC 9(09).
           05 FILLER          PIC 9(05).

       01  WRK-SALDO-FINAL  PIC S9(09) VALUE ZEROS.

       01  WRK-LINHA-TITULO-EXT.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "EXTRATO DE PONTOS DE FIDELIDADE".

       01  WRK-LINHA-MES.
           05 FILLER       PIC X(20) VALUE "MES DE REFERENCIA.. ".
           05 WRK-LM-MES   PIC 9(06).

       01  WRK-LINHA-CLIENTE.
           05 FILLER       PIC X(09) VALUE "CLIENTE. ".
           05 WRK-LC-ID    PIC 9(04).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LC-NOME  PIC X(20).
           05 FILLER       PIC X(18) VALUE "  SALDO ANTERIOR. ".
           05 WRK-LC-SALDO-ANT PIC -.---.--9.

       01  WRK-LINHA-MOVIMENTO.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 WRK-LMV-DATA PIC 9(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WRK-LMV-DESCRICAO PIC X(10).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WRK-LMV-SINAL PIC X(01).
           05 WRK-LMV-PONTOS PIC Z.ZZZ.ZZ9.
           05 FILLER       PIC X(10) VALUE "  TICKET ".
           05 WRK-LMV-TICKET PIC 9(06).
           05 FILLER       PIC X(09) VALUE "  SALDO ".
           05 WRK-LMV-SALDO PIC Z.ZZZ.ZZ9.

       01  WRK-LINHA-RESUMO-CLI.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 FILLER       PIC X(03) VALUE "G+ ".
           05 WRK-LRC-GANHOS PIC Z.ZZZ.ZZ9.
           05 FILLER       PIC X(04) VALUE " E- ".
           05 WRK-LRC-ESTORNOS PIC Z.ZZZ.ZZ9.
           05 FILLER       PIC X(04) VALUE " R- ".
           05 WRK-LRC-RESGATES PIC Z.ZZZ.ZZ9.
           05 FILLER       PIC X(04) VALUE " X- ".
           05 WRK-LRC-EXPIRADOS PIC Z.ZZZ.ZZ9.
           05 FILLER       PIC X(08) VALUE " FINAL. ".
           05 WRK-LRC-SALDO PIC -.---.--9.

       01  WRK-LINHA-TITULO-PAS.
           05 FILLER       PIC X(15) VALUE SPACES.
           05 FILLER       PIC X(50) VALUE
               "PASSIVO DE PONTOS DE FIDELIDADE EM ABERTO".

       01  WRK-LINHA-POSICAO-PAS.
           05 FILLER       PIC X(14) VALUE "POSICAO DE.. ".
           05 WRK-LPP-DATA PIC 9(08).
           05 FILLER       PIC X(24) VALUE "   VALOR DO PONTO R$ ".
           05 WRK-LPP-VALOR-PONTO PIC 9,999.

       01  WRK-LINHA-COLUNA-PAS.
           05 FILLER       PIC X(26) VALUE "CLIENTE".
           05 FILLER       PIC X(13) VALUE "       PONTOS".
           05 FILLER       PIC X(15) VALUE "     VALOR R$".
           05 FILLER       PIC X(14) VALUE "   ULTIMO MOV".

       01  WRK-LINHA-DET-PAS.
           05 WRK-LDP-ID   PIC 9(04).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LDP-NOME PIC X(20).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 WRK-LDP-PONTOS PIC Z.ZZZ.ZZ9.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 WRK-LDP-VALOR PIC Z.ZZZ.ZZ9,99.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 WRK-LDP-DATA PIC 9(08).

       01  WRK-LINHA-TOTAL-PAS.
           05 FILLER       PIC X(10) VALUE "TOTAL.... ".
           05 WRK-LTP-QTDE PIC ZZZZ9.
           05 FILLER       PIC X(13) VALUE " CLIENTES    ".
           05 WRK-LTP-PONTOS PIC ZZZ.ZZZ.ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WRK-LTP-VALOR PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-SEPARADOR.
           05 FILLER PIC X(80) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0640-CARREGA-CONFIG-FIDEL.

           DISPLAY "MES DO EXTRATO AAAAMM (000000 = MES CORRENTE) "
           ACCEPT WRK-MES-INFORMADO.
           IF WRK-MES-INFORMADO EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-INFORMADO
           END-IF.

           PERFORM 0090-DEFINE-CAMINHO-CLIENTES.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "S" TO WRK-CLIENTES-ABERTO
           END-IF.

           PERFORM 0100-ACUMULA-EXTRATO.
           PERFORM 0200-ORDENA-CLIENTES.
           PERFORM 0300-IMPRIME-EXTRATO.
           PERFORM 0500-IMPRIME-PASSIVO.

           IF WRK-CLIENTES-ABERTO EQUAL "S"
               CLOSE CLIENTES
           END-IF.

           DISPLAY "EXTRATOS IMPRESSOS.... " WRK-QTDE-EXTRATOS
                   " EM FIDEXTRATO.LST ".
           DISPLAY "PASSIVO EM PONTOS..... " WRK-TOTAL-PONTOS.
           DISPLAY "PASSIVO EM REAIS...... " WRK-TOTAL-PASSIVO
                   " EM FIDPASSIVO.LST ".
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-ACUMULA-EXTRATO SECTION.
           MOVE ZEROS TO WRK-QTDE-CLI.

           OPEN INPUT FIDMOV.
           IF FS-FIDMOV NOT EQUAL 00
               DISPLAY "FIDELIDADE.MOV NAO ENCONTRADO - NENHUM "
                       "MOVIMENTO DE PONTOS "
           ELSE
               READ FIDMOV
               PERFORM UNTIL FS-FIDMOV NOT EQUAL 00
                   MOVE FDM-DATA(1:6) TO WRK-MES-MOV
                   IF WRK-MES-MOV NOT GREATER WRK-MES-INFORMADO
                       PERFORM 0110-ACUMULA-MOVIMENTO
                   END-IF
                   READ FIDMOV
               END-PERFORM
               CLOSE FIDMOV
           END-IF.

       0110-ACUMULA-MOVIMENTO SECTION.
           MOVE ZEROS TO WRK-ACHADO-IDX.
           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
                   UNTIL WRK-SUB-CLI GREATER WRK-QTDE-CLI
               IF TEX-ID-CLIENTE(WRK-SUB-CLI) EQUAL FDM-ID-CLIENTE
                   MOVE WRK-SUB-CLI TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.

           IF WRK-ACHADO-IDX EQUAL ZEROS
               IF WRK-QTDE-CLI LESS 500
                   ADD 1 TO WRK-QTDE-CLI
                   MOVE WRK-QTDE-CLI TO WRK-ACHADO-IDX
                   INITIALIZE TAB-EXTRATO(WRK-ACHADO-IDX)
                   MOVE FDM-ID-CLIENTE
                     TO TEX-ID-CLIENTE(WRK-ACHADO-IDX)
               ELSE
                   DISPLAY "LIMITE DE 500 CLIENTES - IGNORADO "
                           FDM-ID-CLIENTE
               END-IF
           END-IF.

           IF WRK-ACHADO-IDX GREATER ZEROS
               IF WRK-MES-MOV LESS WRK-MES-INFORMADO
                   IF FDM-GANHO
                       ADD FDM-PONTOS TO TEX-SALDO-ANT(WRK-ACHADO-IDX)
                   ELSE
                       SUBTRACT FDM-PONTOS
                           FROM TEX-SALDO-ANT(WRK-ACHADO-IDX)
                   END-IF
               ELSE
                   ADD 1 TO TEX-QTDE-MOV(WRK-ACHADO-IDX)
                   EVALUATE TRUE
                       WHEN FDM-GANHO
                           ADD FDM-PONTOS
                             TO TEX-GANHOS(WRK-ACHADO-IDX)
                       WHEN FDM-ESTORNO
                           ADD FDM-PONTOS
                             TO TEX-ESTORNOS(WRK-ACHADO-IDX)
                       WHEN FDM-RESGATE
                           ADD FDM-PONTOS
                             TO TEX-RESGATES(WRK-ACHADO-IDX)
                       WHEN OTHER
                           ADD FDM-PONTOS
                             TO TEX-EXPIRADOS(WRK-ACHADO-IDX)
                   END-EVALUATE
               END-IF
           END-IF.

       0200-ORDENA-CLIENTES SECTION.
           MOVE "S" TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU EQUAL "N"
               MOVE "N" TO WRK-TROCOU
               PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
                       UNTIL WRK-SUB-CLI NOT LESS WRK-QTDE-CLI
                   COMPUTE WRK-SUB-AUX = WRK-SUB-CLI + 1
                   IF TEX-ID-CLIENTE(WRK-SUB-CLI) GREATER
                           TEX-ID-CLIENTE(WRK-SUB-AUX)
                       MOVE TAB-EXTRATO(WRK-SUB-CLI)
                         TO WRK-EXTRATO-AUX
                       MOVE TAB-EXTRATO(WRK-SUB-AUX)
                         TO TAB-EXTRATO(WRK-SUB-CLI)
                       MOVE WRK-EXTRATO-AUX
                         TO TAB-EXTRATO(WRK-SUB-AUX)
                       MOVE "S" TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

      *===============================SO SAI EXTRATO DE QUEM TEVE
      *===============================MOVIMENTO NO MES OU TEM SALDO.
       0300-IMPRIME-EXTRATO SECTION.
           MOVE ZEROS TO WRK-QTDE-EXTRATOS.

           OPEN OUTPUT EXTRATO.
           MOVE WRK-LINHA-TITULO-EXT TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE WRK-MES-INFORMADO TO WRK-LM-MES.
           MOVE WRK-LINHA-MES TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE WRK-LINHA-SEPARADOR TO REG-EXTRATO.
           WRITE REG-EXTRATO.

           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
                   UNTIL WRK-SUB-CLI GREATER WRK-QTDE-CLI
               IF TEX-QTDE-MOV(WRK-SUB-CLI) GREATER ZEROS
                       OR TEX-SALDO-ANT(WRK-SUB-CLI) NOT EQUAL ZEROS
                   PERFORM 0310-IMPRIME-CLIENTE
               END-IF
           END-PERFORM.

           IF WRK-QTDE-EXTRATOS EQUAL ZEROS
               MOVE "NENHUM CLIENTE COM PONTOS NO MES" TO REG-EXTRATO
               WRITE REG-EXTRATO
           END-IF.

           CLOSE EXTRATO.

       0310-IMPRIME-CLIENTE SECTION.
           ADD 1 TO WRK-QTDE-EXTRATOS.

           MOVE TEX-ID-CLIENTE(WRK-SUB-CLI) TO WRK-FDL-ID-CLIENTE.
           PERFORM 0400-BUSCA-NOME.

           MOVE TEX-ID-CLIENTE(WRK-SUB-CLI) TO WRK-LC-ID.
           MOVE WRK-NOME-CLIENTE            TO WRK-LC-NOME.
           MOVE TEX-SALDO-ANT(WRK-SUB-CLI)  TO WRK-LC-SALDO-ANT.
           MOVE WRK-LINHA-CLIENTE TO REG-EXTRATO.
           WRITE REG-EXTRATO.

           IF TEX-QTDE-MOV(WRK-SUB-CLI) GREATER ZEROS
               PERFORM 0320-IMPRIME-MOVIMENTOS
           END-IF.

           COMPUTE WRK-SALDO-FINAL = TEX-SALDO-ANT(WRK-SUB-CLI)
                   + TEX-GANHOS(WRK-SUB-CLI)
                   - TEX-ESTORNOS(WRK-SUB-CLI)
                   - TEX-RESGATES(WRK-SUB-CLI)
                   - TEX-EXPIRADOS(WRK-SUB-CLI).

           MOVE TEX-GANHOS(WRK-SUB-CLI)    TO WRK-LRC-GANHOS.
           MOVE TEX-ESTORNOS(WRK-SUB-CLI)  TO WRK-LRC-ESTORNOS.
           MOVE TEX-RESGATES(WRK-SUB-CLI)  TO WRK-LRC-RESGATES.
           MOVE TEX-EXPIRADOS(WRK-SUB-CLI) TO WRK-LRC-EXPIRADOS.
           MOVE WRK-SALDO-FINAL            TO WRK-LRC-SALDO.
           MOVE WRK-LINHA-RESUMO-CLI TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE SPACES TO REG-EXTRATO.
           WRITE REG-EXTRATO.

      *===============================RELE O EXTRATO PARA AS LINHAS DO
      *===============================CLIENTE NO MES, NA ORDEM GRAVADA.
       0320-IMPRIME-MOVIMENTOS SECTION.
           OPEN INPUT FIDMOV.
           IF FS-FIDMOV EQUAL 00
               READ FIDMOV
               PERFORM UNTIL FS-FIDMOV NOT EQUAL 00
                   IF FDM-ID-CLIENTE EQUAL TEX-ID-CLIENTE(WRK-SUB-CLI)
                           AND FDM-DATA(1:6) EQUAL WRK-MES-INFORMADO
                       PERFORM 0330-IMPRIME-MOVIMENTO
                   END-IF
                   READ FIDMOV
               END-PERFORM
               CLOSE FIDMOV
           END-IF.

       0330-IMPRIME-MOVIMENTO SECTION.
           MOVE FDM-DATA TO WRK-LMV-DATA.
           MOVE "-"      TO WRK-LMV-SINAL.
           EVALUATE TRUE
               WHEN FDM-GANHO
                   MOVE "GANHO"     TO WRK-LMV-DESCRICAO
                   MOVE "+"         TO WRK-LMV-SINAL
               WHEN FDM-ESTORNO
                   MOVE "ESTORNO"   TO WRK-LMV-DESCRICAO
               WHEN FDM-RESGATE
                   MOVE "RESGATE"   TO WRK-LMV-DESCRICAO
               WHEN OTHER
                   MOVE "EXPIRACAO" TO WRK-LMV-DESCRICAO
           END-EVALUATE.
           MOVE FDM-PONTOS     TO WRK-LMV-PONTOS.
           MOVE FDM-TICKET     TO WRK-LMV-TICKET.
           MOVE FDM-SALDO-APOS TO WRK-LMV-SALDO.
           MOVE WRK-LINHA-MOVIMENTO TO REG-EXTRATO.
           WRITE REG-EXTRATO.

       0400-BUSCA-NOME      SECTION.
           MOVE "NAO CADASTRADO" TO WRK-NOME-CLIENTE.
           IF WRK-CLIENTES-ABERTO EQUAL "S"
               MOVE WRK-FDL-ID-CLIENTE TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-NOME-CLIENTE
               END-READ
           END-IF.

      *===============================PASSIVO: O SALDO ATUAL DE CADA
      *===============================CLIENTE VEZES O VALOR DO PONTO.
       0500-IMPRIME-PASSIVO SECTION.
           MOVE ZEROS TO WRK-QTDE-PASSIVO.
           MOVE ZEROS TO WRK-TOTAL-PONTOS.
           MOVE ZEROS TO WRK-TOTAL-PASSIVO.

           OPEN OUTPUT PASSIVO.
           MOVE WRK-LINHA-TITULO-PAS TO REG-PASSIVO.
           WRITE REG-PASSIVO.
           MOVE WRK-DATA-HOJE       TO WRK-LPP-DATA.
           MOVE WRK-FDL-VALOR-PONTO TO WRK-LPP-VALOR-PONTO.
           MOVE WRK-LINHA-POSICAO-PAS TO REG-PASSIVO.
           WRITE REG-PASSIVO.
           MOVE WRK-LINHA-SEPARADOR TO REG-PASSIVO.
           WRITE REG-PASSIVO.
           MOVE WRK-LINHA-COLUNA-PAS TO REG-PASSIVO.
           WRITE REG-PASSIVO.

           OPEN INPUT FIDELIDADE.
           IF FS-FIDELIDADE EQUAL 00
               READ FIDELIDADE NEXT RECORD
               PERFORM UNTIL FS-FIDELIDADE NOT EQUAL 00
                   IF FDL-SALDO GREATER ZEROS
                       PERFORM 0510-IMPRIME-SALDO
                   END-IF
                   READ FIDELIDADE NEXT RECORD
               END-PERFORM
               CLOSE FIDELIDADE
           END-IF.

           MOVE WRK-LINHA-SEPARADOR TO REG-PASSIVO.
           WRITE REG-PASSIVO.
           MOVE WRK-QTDE-PASSIVO  TO WRK-LTP-QTDE.
           MOVE WRK-TOTAL-PONTOS  TO WRK-LTP-PONTOS.
           MOVE WRK-TOTAL-PASSIVO TO WRK-LTP-VALOR.
           MOVE WRK-LINHA-TOTAL-PAS TO REG-PASSIVO.
           WRITE REG-PASSIVO.

           CLOSE PASSIVO.

       0510-IMPRIME-SALDO   SECTION.
           ADD 1 TO WRK-QTDE-PASSIVO.
           COMPUTE WRK-VALOR-PONTOS ROUNDED =
                   FDL-SALDO * WRK-FDL-VALOR-PONTO.
           ADD FDL-SALDO        TO WRK-TOTAL-PONTOS.
           ADD WRK-VALOR-PONTOS TO WRK-TOTAL-PASSIVO.

           MOVE FDL-ID-CLIENTE TO WRK-FDL-ID-CLIENTE.
           PERFORM 0400-BUSCA-NOME.

           MOVE FDL-ID-CLIENTE   TO WRK-LDP-ID.
           MOVE WRK-NOME-CLIENTE TO WRK-LDP-NOME.
           MOVE FDL-SALDO        TO WRK-LDP-PONTOS.
           MOVE WRK-VALOR-PONTOS TO WRK-LDP-VALOR.
           MOVE FDL-DATA-ULT-MOV TO WRK-LDP-DATA.
           MOVE WRK-LINHA-DET-PAS TO REG-PASSIVO.
           WRITE REG-PASSIVO.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY CLIPATHPD.
           COPY FIDELPD.
       END PROGRAM FIDEL002.
