       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRE001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: DEMONSTRACAO DO RESULTADO DO EXERCICIO (DRE) MENSAL -
      *          MONTA EM DRE.LST O RESULTADO DA COMPETENCIA INFORMADA
      *          E, AO LADO, O DO MESMO MES DO ANO ANTERIOR, A PARTIR
      *          DOS PROPRIOS ARQUIVOS DO SISTEMA EM VEZ DO LEVANTAMENTO
      *          MANUAL DO CONTADOR: RECEITA BRUTA E DEVOLUCOES DE
      *          VENDAS.DAT (LINHAS "V" E "D"), RECEITA DE FRETE DE
      *          FRETE.LOG (ESTORNO "D" SUBTRAI, COMO NO FECHAMES) -
      *          PARA A COLUNA DO ANO ANTERIOR TAMBEM OS ARQUIVOS
      *          MORTOS VENDASAAAA.DAT E FRETEAAAA.LOG DO ARQ027 -,
      *          SIMPLES NACIONAL DA GUIA APURADA PELO ARQ035
      *          (SIMPLES.HST, VALE A ULTIMA APURACAO DO MES), CMV DAS
      *          SAIDAS "SA" DE ESTOQMOV.DAT (MENOS AS DEVOLUCOES "DV"),
      *          FOLHA DE FOLHA.DAT ABERTA POR FOLHA-TIPO, DESPESAS
      *          OPERACIONAIS DE CONTASPAG.DAT POR CP-CATEGORIA NA DATA
      *          DE LANCAMENTO (MERCADORIA FICA DE FORA - JA ENTRA NO
      *          CMV PELO ESTOQUE), PERDAS DE BAIXAPERDA.DAT E A
      *          DEPRECIACAO E O GANHO OU PERDA NA BAIXA DE BENS DO
      *          ATIVO IMOBILIZADO (DEPREC.HST, DO ATIVO001). O
      *          REEMBOLSO DE DESPESA PAGO NA FOLHA (LINHA "RD") NAO E
      *          FOLHA: ENTRA NAS DESPESAS NA CATEGORIA DO PEDIDO
      *          (REEMBOLSO.DAT, PELA DATA DO PAGAMENTO); O PAGO POR
      *          CONTAS A PAGAR JA VEM NO TITULO. A MERCADORIA EM
      *          CONSIGNACAO SAI DO ESTOQUE SEM "SA" (LINHA "CS" DO
      *          CONSIG001): O CUSTO DO QUE O REVENDEDOR VENDEU ENTRA
      *          NO CMV PELA DATA DO ACERTO (CSGACERTO.DAT). CADA
      *          LINHA TRAZ O PERCENTUAL SOBRE A RECEITA BRUTA (VENDAS
      *          MAIS FRETE) DA PROPRIA COLUNA.
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

           SELECT VENDASARQ ASSIGN USING WRK-NOME-ARQ-VENDAS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-VENDASARQ.

           SELECT HISTFRETE ASSIGN TO "FRETE.LOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-HISTFRETE.

           SELECT FRETEARQ ASSIGN USING WRK-NOME-ARQ-FRETE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FRETEARQ.

           SELECT SIMPLESH ASSIGN TO "SIMPLES.HST"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SIMPLESH.

           SELECT ESTMOV ASSIGN TO "ESTOQMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ESTMOV.

           SELECT FOLHA ASSIGN TO "FOLHA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FOLHA.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTASPAG.

           SELECT BAIXAPERDA ASSIGN TO "BAIXAPERDA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BAIXAPERDA.

           SELECT DEPRECH ASSIGN TO "DEPREC.HST"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DEPRECH.

           SELECT REEMBOLSO ASSIGN TO "REEMBOLSO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RD-CHAVE
           FILE STATUS IS FS-REEMBOLSO.

           SELECT CSGACERTO ASSIGN TO "CSGACERTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ACR-CHAVE
           FILE STATUS IS FS-CSGACERTO.

           SELECT RELATORIO ASSIGN TO "DRE.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
           COPY VENDAREG.

       FD  VENDASARQ.
       01  REG-VENDASARQ   PIC X(69).

       FD  HISTFRETE.
           COPY HISTFRETEREG.

       FD  FRETEARQ.
       01  REG-FRETEARQ    PIC X(134).

       FD  SIMPLESH.
       01  REG-SIMPLESH.
           05 SH-ANOMES         PIC 9(06).
           05 SH-RBT12          PIC 9(10)V99.
           05 SH-ALIQ-EFETIVA   PIC 9(02)V9999.
           05 SH-RECEITA-MES    PIC 9(08)V99.
           05 SH-IMPOSTO        PIC 9(08)V99.
           05 SH-DATA-APURACAO  PIC 9(08).

       FD  ESTMOV.
           COPY ESTMOVREG.

       FD  FOLHA.
           COPY FOLHAREG.

       FD  CONTASPAG.
           COPY CONTAPAGREG.

       FD  BAIXAPERDA.
       01  REG-BAIXAPERDA.
           05 BP-ID-CLIENTE   PIC 9(04).
           05 BP-TICKET       PIC 9(06).
           05 BP-PARCELA      PIC 9(02).
           05 BP-VALOR        PIC 9(07)V99.
           05 BP-DATA-VENC    PIC 9(08).
           05 BP-DATA-BAIXA   PIC 9(08).
           05 BP-MOTIVO       PIC X(02).
           05 BP-USUARIO      PIC X(08).

       FD  DEPRECH.
           COPY DEPRECREG.

       FD  REEMBOLSO.
           COPY REEMBREG.

       FD  CSGACERTO.
           COPY CSGACERTOREG.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       77  FS-VENDASARQ    PIC 9(02) VALUE ZEROS.
       77  FS-HISTFRETE    PIC 9(02) VALUE ZEROS.
       77  FS-FRETEARQ     PIC 9(02) VALUE ZEROS.
       77  FS-SIMPLESH     PIC 9(02) VALUE ZEROS.
       77  FS-ESTMOV       PIC 9(02) VALUE ZEROS.
       77  FS-FOLHA        PIC 9(02) VALUE ZEROS.
       77  FS-CONTASPAG    PIC 9(02) VALUE ZEROS.
       77  FS-BAIXAPERDA   PIC 9(02) VALUE ZEROS.
       77  FS-DEPRECH      PIC 9(02) VALUE ZEROS.
       77  FS-REEMBOLSO    PIC 9(02) VALUE ZEROS.
       77  FS-CSGACERTO    PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-ANOMES-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-ANOMES-ANT  PIC 9(06) VALUE ZEROS.
       77  WRK-COL         PIC 9(01) VALUE ZEROS.
       77  WRK-QTDE-CAT    PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-CAT     PIC 9(02) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(02) VALUE ZEROS.
       77  WRK-ACHOU-CAT   PIC X(01) VALUE "N".
       77  WRK-CATEGORIA-PROC PIC X(10) VALUE SPACES.
       77  WRK-VALOR-MOV   PIC S9(09)V99 VALUE ZEROS.
       77  WRK-PERCENTUAL  PIC S9(05)V99 VALUE ZEROS.

       01  WRK-DATA-LIDA.
           05 WRK-DL-ANOMES PIC 9(06).
           05 FILLER        PIC X(02).

      *===============================ARQUIVOS MORTOS DO ANO ANTERIOR
      *===============================GRAVADOS PELO ARQ027 (MESMO NOME).
       01  WRK-NOME-ARQ-VENDAS.
           05 FILLER          PIC X(06) VALUE "VENDAS".
           05 WRK-NAV-ANO     PIC 9(04) VALUE ZEROS.
           05 FILLER          PIC X(04) VALUE ".DAT".

       01  WRK-NOME-ARQ-FRETE.
           05 FILLER          PIC X(05) VALUE "FRETE".
           05 WRK-NAF-ANO     PIC 9(04) VALUE ZEROS.
           05 FILLER          PIC X(04) VALUE ".LOG".

      *===============================COLUNA 1 = COMPETENCIA INFORMADA,
      *===============================COLUNA 2 = MESMO MES DO ANO
      *===============================ANTERIOR. DEDUCOES ACUMULADAS EM
      *===============================VALOR POSITIVO E IMPRESSAS COM
      *===============================SINAL NEGATIVO.
       01  TABELA-DRE.
           05 TDR-COLUNA OCCURS 2 TIMES.
               10 TDR-VENDAS          PIC S9(09)V99.
               10 TDR-FRETE           PIC S9(09)V99.
               10 TDR-RECEITA-BRUTA   PIC S9(09)V99.
               10 TDR-DEVOLUCAO       PIC S9(09)V99.
               10 TDR-IMPOSTO         PIC S9(09)V99.
               10 TDR-GUIA-APURADA    PIC X(01).
               10 TDR-RECEITA-LIQUIDA PIC S9(09)V99.
               10 TDR-CMV             PIC S9(09)V99.
               10 TDR-LUCRO-BRUTO     PIC S9(09)V99.
               10 TDR-FOLHA-NORMAL    PIC S9(09)V99.
               10 TDR-FOLHA-FERIAS    PIC S9(09)V99.
               10 TDR-FOLHA-13        PIC S9(09)V99.
               10 TDR-FOLHA-RESCISAO  PIC S9(09)V99.
               10 TDR-FOLHA-TOTAL     PIC S9(09)V99.
               10 TDR-DESPESAS        PIC S9(09)V99.
               10 TDR-PERDAS          PIC S9(09)V99.
               10 TDR-DEPRECIACAO     PIC S9(09)V99.
               10 TDR-RESULTADO-BAIXA PIC S9(09)V99.
               10 TDR-RESULTADO       PIC S9(09)V99.

       01  TABELA-CATEGORIAS.
           05 TCT-ITEM OCCURS 30 TIMES.
               10 TCT-CATEGORIA   PIC X(10).
               10 TCT-VALOR       PIC S9(09)V99 OCCURS 2 TIMES.

       01  WRK-LINHA-VALORES.
           05 WRK-LDV-DESCRICAO PIC X(32).
           05 WRK-LDV-VALOR-1   PIC S9(09)V99.
           05 WRK-LDV-VALOR-2   PIC S9(09)V99.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(50) VALUE
               "DEMONSTRACAO DO RESULTADO DO MES (DRE)".

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(32) VALUE "DESCRICAO".
           05 FILLER       PIC X(08) VALUE SPACES.
           05 WRK-LC-ANOMES-1 PIC 9(06).
           05 FILLER       PIC X(04) VALUE SPACES.
           05 FILLER       PIC X(07) VALUE "% REC".
           05 FILLER       PIC X(12) VALUE SPACES.
           05 WRK-LC-ANOMES-2 PIC 9(06).
           05 FILLER       PIC X(04) VALUE SPACES.
           05 FILLER       PIC X(07) VALUE "% REC".

       01  WRK-LINHA-DETALHE.
           05 WRK-LD-DESCRICAO PIC X(32).
           05 WRK-LD-VALOR-1   PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-PERC-1    PIC -ZZZZ9,99.
           05 FILLER           PIC X(01) VALUE "%".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LD-VALOR-2   PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-PERC-2    PIC -ZZZZ9,99.
           05 FILLER           PIC X(01) VALUE "%".

       01  WRK-LINHA-SEPARADOR.
           05 FILLER       PIC X(32) VALUE SPACES.
           05 FILLER       PIC X(58) VALUE ALL "-".

       01  WRK-LINHA-AVISO.
           05 FILLER       PIC X(40) VALUE
               "*** GUIA DO SIMPLES NAO APURADA (ARQ035)".
           05 FILLER       PIC X(15) VALUE " - COMPETENCIA ".
           05 WRK-LA-ANOMES PIC 9(06).

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           DISPLAY "COMPETENCIA DA DRE (AAAAMM) "
           ACCEPT WRK-ANOMES-PROC.
           COMPUTE WRK-ANOMES-ANT = WRK-ANOMES-PROC - 100.
           COMPUTE WRK-NAV-ANO = WRK-ANOMES-ANT / 100.
           MOVE WRK-NAV-ANO TO WRK-NAF-ANO.

           INITIALIZE TABELA-DRE.
           INITIALIZE TABELA-CATEGORIAS.
           MOVE "N" TO TDR-GUIA-APURADA(1).
           MOVE "N" TO TDR-GUIA-APURADA(2).

           PERFORM 0200-ACUMULA-VENDAS.
           PERFORM 0250-ACUMULA-FRETE.
           PERFORM 0300-ACUMULA-IMPOSTO.
           PERFORM 0350-ACUMULA-CMV.
           PERFORM 0360-ACUMULA-CMV-CONSIG.
           PERFORM 0400-ACUMULA-FOLHA.
           PERFORM 0450-ACUMULA-DESPESAS.
           PERFORM 0470-ACUMULA-REEMBOLSOS.
           PERFORM 0500-ACUMULA-PERDAS.
           PERFORM 0550-ACUMULA-DEPRECIACAO.

           MOVE 1 TO WRK-COL.
           PERFORM 0600-CALCULA-RESULTADO.
           MOVE 2 TO WRK-COL.
           PERFORM 0600-CALCULA-RESULTADO.

           PERFORM 0700-IMPRIME-DRE.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

      *===============================WRK-DATA-LIDA JA PREENCHIDA COM A
      *===============================DATA DO REGISTRO; DEVOLVE A COLUNA
      *===============================EM WRK-COL (ZERO = FORA DOS DOIS
      *===============================PERIODOS).
       0150-IDENTIFICA-COLUNA SECTION.
           EVALUATE WRK-DL-ANOMES
               WHEN WRK-ANOMES-PROC
                   MOVE 1 TO WRK-COL
               WHEN WRK-ANOMES-ANT
                   MOVE 2 TO WRK-COL
               WHEN OTHER
                   MOVE ZEROS TO WRK-COL
           END-EVALUATE.

      *===============================DEPOIS DO ARQ027 O ANO ANTERIOR
      *===============================SAI DE VENDAS.DAT E FICA EM
      *===============================VENDASAAAA.DAT; SE O ARQUIVO MORTO
      *===============================EXISTE, ELE TAMBEM E LIDO (SO A
      *===============================COLUNA 2 CASA COM AS DATAS DELE).
       0200-ACUMULA-VENDAS  SECTION.
           OPEN INPUT VENDAS.
           IF FS-VENDAS NOT EQUAL 00
               DISPLAY "VENDAS.DAT NAO ABERTO - RECEITA ZERADA "
           ELSE
               READ VENDAS NEXT RECORD
               PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                   PERFORM 0210-TRATA-VENDA
                   READ VENDAS NEXT RECORD
               END-PERFORM
               CLOSE VENDAS
           END-IF.

           OPEN INPUT VENDASARQ.
           IF FS-VENDASARQ EQUAL 00
               READ VENDASARQ
               PERFORM UNTIL FS-VENDASARQ NOT EQUAL 00
                   MOVE REG-VENDASARQ TO REG-VENDA
                   PERFORM 0210-TRATA-VENDA
                   READ VENDASARQ
               END-PERFORM
               CLOSE VENDASARQ
           END-IF.

       0210-TRATA-VENDA     SECTION.
           MOVE VND-DATA TO WRK-DATA-LIDA.
           PERFORM 0150-IDENTIFICA-COLUNA.
           IF WRK-COL NOT EQUAL ZEROS
               IF VND-TIPO-TRANS EQUAL "D"
                   ADD VND-VALOR TO TDR-DEVOLUCAO(WRK-COL)
               ELSE
                   ADD VND-VALOR TO TDR-VENDAS(WRK-COL)
               END-IF
           END-IF.

      *===============================IDEM PARA FRETE.LOG E O ARQUIVO
      *===============================MORTO FRETEAAAA.LOG DO ARQ027.
       0250-ACUMULA-FRETE   SECTION.
           OPEN INPUT HISTFRETE.
           IF FS-HISTFRETE NOT EQUAL 00
               DISPLAY "FRETE.LOG NAO ABERTO - FRETE ZERADO "
           ELSE
               READ HISTFRETE NEXT RECORD
               PERFORM UNTIL FS-HISTFRETE NOT EQUAL 00
                   PERFORM 0260-TRATA-FRETE
                   READ HISTFRETE NEXT RECORD
               END-PERFORM
               CLOSE HISTFRETE
           END-IF.

           OPEN INPUT FRETEARQ.
           IF FS-FRETEARQ EQUAL 00
               READ FRETEARQ
               PERFORM UNTIL FS-FRETEARQ NOT EQUAL 00
                   MOVE REG-FRETEARQ TO REG-HISTFRETE
                   PERFORM 0260-TRATA-FRETE
                   READ FRETEARQ
               END-PERFORM
               CLOSE FRETEARQ
           END-IF.

       0260-TRATA-FRETE     SECTION.
           MOVE HF-DATA TO WRK-DATA-LIDA.
           PERFORM 0150-IDENTIFICA-COLUNA.
           IF WRK-COL NOT EQUAL ZEROS
               IF HF-TIPO EQUAL "D"
                   SUBTRACT HF-FRETE FROM TDR-FRETE(WRK-COL)
               ELSE
                   ADD HF-FRETE TO TDR-FRETE(WRK-COL)
               END-IF
           END-IF.

      *===============================O ARQ035 GRAVA UMA LINHA POR
      *===============================APURACAO; SE O MES FOI APURADO
      *===============================MAIS DE UMA VEZ VALE A ULTIMA.
       0300-ACUMULA-IMPOSTO SECTION.
           OPEN INPUT SIMPLESH.
           IF FS-SIMPLESH NOT EQUAL 00
               DISPLAY "SIMPLES.HST NAO ABERTO - RODE O ARQ035 DA "
                       "COMPETENCIA "
           ELSE
               READ SIMPLESH
               PERFORM UNTIL FS-SIMPLESH NOT EQUAL 00
                   MOVE SH-ANOMES TO WRK-DL-ANOMES
                   PERFORM 0150-IDENTIFICA-COLUNA
                   IF WRK-COL NOT EQUAL ZEROS
                       MOVE SH-IMPOSTO TO TDR-IMPOSTO(WRK-COL)
                       MOVE "S" TO TDR-GUIA-APURADA(WRK-COL)
                   END-IF
                   READ SIMPLESH
               END-PERFORM
               CLOSE SIMPLESH
           END-IF.

      *===============================SAIDA "SA" TEM QUANTIDADE NEGATIVA
      *===============================(MESMO CALCULO DO ESTQ003); A
      *===============================DEVOLUCAO "DV" VOLTA AO ESTOQUE E
      *===============================ABATE O CMV.
       0350-ACUMULA-CMV     SECTION.
           OPEN INPUT ESTMOV.
           IF FS-ESTMOV NOT EQUAL 00
               DISPLAY "ESTOQMOV.DAT NAO ABERTO - CMV ZERADO "
           ELSE
               READ ESTMOV
               PERFORM UNTIL FS-ESTMOV NOT EQUAL 00
                   MOVE EM-DATA TO WRK-DATA-LIDA
                   PERFORM 0150-IDENTIFICA-COLUNA
                   IF WRK-COL NOT EQUAL ZEROS
                           AND (EM-SAIDA OR EM-DEVOLUCAO)
                       COMPUTE WRK-VALOR-MOV =
                               EM-QTDE * EM-CUSTO-UNIT * -1
                       ADD WRK-VALOR-MOV TO TDR-CMV(WRK-COL)
                   END-IF
                   READ ESTMOV
               END-PERFORM
               CLOSE ESTMOV
           END-IF.

      *===============================CUSTO DA QUANTIDADE VENDIDA PELO
      *===============================REVENDEDOR, NA DATA DO ACERTO
      *===============================(A SAIDA "CS" DA REMESSA NAO E
      *===============================CMV).
       0360-ACUMULA-CMV-CONSIG SECTION.
           OPEN INPUT CSGACERTO.
           IF FS-CSGACERTO EQUAL 00
               READ CSGACERTO
               PERFORM UNTIL FS-CSGACERTO NOT EQUAL 00
                   MOVE ACR-DATA TO WRK-DATA-LIDA
                   PERFORM 0150-IDENTIFICA-COLUNA
                   IF WRK-COL NOT EQUAL ZEROS
                           AND ACR-QTDE-VENDIDA GREATER ZEROS
                       COMPUTE WRK-VALOR-MOV =
                               ACR-QTDE-VENDIDA * ACR-CUSTO-UNIT
                       ADD WRK-VALOR-MOV TO TDR-CMV(WRK-COL)
                   END-IF
                   READ CSGACERTO
               END-PERFORM
               CLOSE CSGACERTO
           END-IF.

      *===============================FOLHA-TIPO EM BRANCO (LINHA
      *===============================ANTIGA) VALE COMO PAGAMENTO
      *===============================NORMAL.
       0400-ACUMULA-FOLHA   SECTION.
           OPEN INPUT FOLHA.
           IF FS-FOLHA NOT EQUAL 00
               DISPLAY "FOLHA.DAT NAO ABERTO - FOLHA ZERADA "
           ELSE
               READ FOLHA
               PERFORM UNTIL FS-FOLHA NOT EQUAL 00
                   MOVE FOLHA-DATA TO WRK-DATA-LIDA
                   PERFORM 0150-IDENTIFICA-COLUNA
                   IF WRK-COL NOT EQUAL ZEROS
                       EVALUATE FOLHA-TIPO
                           WHEN "FE"
                               ADD FOLHA-VALOR-PAGO
                                   TO TDR-FOLHA-FERIAS(WRK-COL)
                           WHEN "13"
                               ADD FOLHA-VALOR-PAGO
                                   TO TDR-FOLHA-13(WRK-COL)
                           WHEN "RS"
                               ADD FOLHA-VALOR-PAGO
                                   TO TDR-FOLHA-RESCISAO(WRK-COL)
                           WHEN "RD"
                               CONTINUE
                           WHEN OTHER
                               ADD FOLHA-VALOR-PAGO
                                   TO TDR-FOLHA-NORMAL(WRK-COL)
                       END-EVALUATE
                   END-IF
                   READ FOLHA
               END-PERFORM
               CLOSE FOLHA
           END-IF.

      *===============================DESPESA PELA COMPETENCIA
      *===============================(CP-DATA-LANCTO), PAGA OU NAO.
      *===============================NOTA DE MERCADORIA NAO E DESPESA:
      *===============================O CUSTO SAI NO CMV QUANDO VENDE.
       0450-ACUMULA-DESPESAS SECTION.
           OPEN INPUT CONTASPAG.
           IF FS-CONTASPAG NOT EQUAL 00
               DISPLAY "CONTASPAG.DAT NAO ABERTO - DESPESAS ZERADAS "
           ELSE
               READ CONTASPAG
               PERFORM UNTIL FS-CONTASPAG NOT EQUAL 00
                   MOVE CP-DATA-LANCTO TO WRK-DATA-LIDA
                   PERFORM 0150-IDENTIFICA-COLUNA
                   IF WRK-COL NOT EQUAL ZEROS
                           AND CP-CATEGORIA NOT EQUAL "MERCADORIA"
                       MOVE CP-CATEGORIA TO WRK-CATEGORIA-PROC
                       PERFORM 0460-PROCURA-CATEGORIA
                       IF WRK-ACHOU-CAT EQUAL "S"
                           ADD CP-VALOR
                               TO TCT-VALOR(WRK-ACHADO-IDX, WRK-COL)
                       END-IF
                       ADD CP-VALOR TO TDR-DESPESAS(WRK-COL)
                   END-IF
                   READ CONTASPAG
               END-PERFORM
               CLOSE CONTASPAG
           END-IF.

       0460-PROCURA-CATEGORIA SECTION.
           MOVE "N" TO WRK-ACHOU-CAT.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
                   UNTIL WRK-SUB-CAT GREATER WRK-QTDE-CAT
                   OR WRK-ACHOU-CAT EQUAL "S"
               IF TCT-CATEGORIA(WRK-SUB-CAT) EQUAL WRK-CATEGORIA-PROC
                   MOVE "S" TO WRK-ACHOU-CAT
                   MOVE WRK-SUB-CAT TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.

           IF WRK-ACHOU-CAT EQUAL "N"
               IF WRK-QTDE-CAT LESS 30
                   ADD 1 TO WRK-QTDE-CAT
                   MOVE WRK-QTDE-CAT TO WRK-ACHADO-IDX
                   MOVE WRK-CATEGORIA-PROC
                     TO TCT-CATEGORIA(WRK-ACHADO-IDX)
                   MOVE "S" TO WRK-ACHOU-CAT
               ELSE
                   DISPLAY "TABELA DE CATEGORIAS CHEIA (30) - DESPESA "
                           "SO NO TOTAL " WRK-CATEGORIA-PROC
               END-IF
           END-IF.

      *===============================REEMBOLSO PAGO NA FOLHA (LINHA
      *==============================="RD" DO FOLHA001), PELA DATA DO
      *===============================PAGAMENTO, NA CATEGORIA DA
      *===============================DESPESA.
       0470-ACUMULA-REEMBOLSOS SECTION.
           OPEN INPUT REEMBOLSO.
           IF FS-REEMBOLSO EQUAL 00
               READ REEMBOLSO
               PERFORM UNTIL FS-REEMBOLSO NOT EQUAL 00
                   IF RD-PAGO AND RD-VIA-FOLHA
                       MOVE RD-DATA-PGTO TO WRK-DATA-LIDA
                       PERFORM 0150-IDENTIFICA-COLUNA
                       IF WRK-COL NOT EQUAL ZEROS
                           MOVE RD-CATEGORIA TO WRK-CATEGORIA-PROC
                           PERFORM 0460-PROCURA-CATEGORIA
                           IF WRK-ACHOU-CAT EQUAL "S"
                               ADD RD-VALOR
                                 TO TCT-VALOR(WRK-ACHADO-IDX, WRK-COL)
                           END-IF
                           ADD RD-VALOR TO TDR-DESPESAS(WRK-COL)
                       END-IF
                   END-IF
                   READ REEMBOLSO
               END-PERFORM
               CLOSE REEMBOLSO
           END-IF.

       0500-ACUMULA-PERDAS  SECTION.
           OPEN INPUT BAIXAPERDA.
           IF FS-BAIXAPERDA NOT EQUAL 00
               DISPLAY "BAIXAPERDA.DAT NAO ABERTO - PERDAS ZERADAS "
           ELSE
               READ BAIXAPERDA
               PERFORM UNTIL FS-BAIXAPERDA NOT EQUAL 00
                   MOVE BP-DATA-BAIXA TO WRK-DATA-LIDA
                   PERFORM 0150-IDENTIFICA-COLUNA
                   IF WRK-COL NOT EQUAL ZEROS
                       ADD BP-VALOR TO TDR-PERDAS(WRK-COL)
                   END-IF
                   READ BAIXAPERDA
               END-PERFORM
               CLOSE BAIXAPERDA
           END-IF.

      *===============================LINHA "B" TRAZ O GANHO (+) OU A
      *===============================PERDA (-) JA COM SINAL.
       0550-ACUMULA-DEPRECIACAO SECTION.
           OPEN INPUT DEPRECH.
           IF FS-DEPRECH EQUAL 00
               READ DEPRECH
               PERFORM UNTIL FS-DEPRECH NOT EQUAL 00
                   MOVE DH-ANOMES TO WRK-DL-ANOMES
                   PERFORM 0150-IDENTIFICA-COLUNA
                   IF WRK-COL NOT EQUAL ZEROS
                       IF DH-BAIXA
                           ADD DH-VALOR
                               TO TDR-RESULTADO-BAIXA(WRK-COL)
                       ELSE
                           ADD DH-VALOR TO TDR-DEPRECIACAO(WRK-COL)
                       END-IF
                   END-IF
                   READ DEPRECH
               END-PERFORM
               CLOSE DEPRECH
           END-IF.

       0600-CALCULA-RESULTADO SECTION.
           COMPUTE TDR-RECEITA-BRUTA(WRK-COL) =
                   TDR-VENDAS(WRK-COL) + TDR-FRETE(WRK-COL).
           COMPUTE TDR-RECEITA-LIQUIDA(WRK-COL) =
                   TDR-RECEITA-BRUTA(WRK-COL)
                   - TDR-DEVOLUCAO(WRK-COL)
                   - TDR-IMPOSTO(WRK-COL).
           COMPUTE TDR-LUCRO-BRUTO(WRK-COL) =
                   TDR-RECEITA-LIQUIDA(WRK-COL) - TDR-CMV(WRK-COL).
           COMPUTE TDR-FOLHA-TOTAL(WRK-COL) =
                   TDR-FOLHA-NORMAL(WRK-COL)
                   + TDR-FOLHA-FERIAS(WRK-COL)
                   + TDR-FOLHA-13(WRK-COL)
                   + TDR-FOLHA-RESCISAO(WRK-COL).
           COMPUTE TDR-RESULTADO(WRK-COL) =
                   TDR-LUCRO-BRUTO(WRK-COL)
                   - TDR-FOLHA-TOTAL(WRK-COL)
                   - TDR-DESPESAS(WRK-COL)
                   - TDR-PERDAS(WRK-COL)
                   - TDR-DEPRECIACAO(WRK-COL)
                   + TDR-RESULTADO-BAIXA(WRK-COL).

       0700-IMPRIME-DRE     SECTION.
           OPEN OUTPUT RELATORIO.

           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-ANOMES-PROC TO WRK-LC-ANOMES-1.
           MOVE WRK-ANOMES-ANT  TO WRK-LC-ANOMES-2.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "RECEITA BRUTA DE VENDAS" TO WRK-LDV-DESCRICAO.
           MOVE TDR-VENDAS(1) TO WRK-LDV-VALOR-1.
           MOVE TDR-VENDAS(2) TO WRK-LDV-VALOR-2.
           PERFORM 0710-IMPRIME-LINHA.

           MOVE "RECEITA DE FRETE" TO WRK-LDV-DESCRICAO.
           MOVE TDR-FRETE(1) TO WRK-LDV-VALOR-1.
           MOVE TDR-FRETE(2) TO WRK-LDV-VALOR-2.
           PERFORM 0710-IMPRIME-LINHA.

           MOVE "= RECEITA OPERACIONAL BRUTA" TO WRK-LDV-DESCRICAO.
           MOVE TDR-RECEITA-BRUTA(1) TO WRK-LDV-VALOR-1.
           MOVE TDR-RECEITA-BRUTA(2) TO WRK-LDV-VALOR-2.
           PERFORM 0710-IMPRIME-LINHA.

           MOVE "(-) DEVOLUCOES DE VENDAS" TO WRK-LDV-DESCRICAO.
           COMPUTE WRK-LDV-VALOR-1 = TDR-DEVOLUCAO(1) * -1.
           COMPUTE WRK-LDV-VALOR-2 = TDR-DEVOLUCAO(2) * -1.
           PERFORM 0710-IMPRIME-LINHA.

           MOVE "(-) SIMPLES NACIONAL" TO WRK-LDV-DESCRICAO.
           COMPUTE WRK-LDV-VALOR-1 = TDR-IMPOSTO(1) * -1.
           COMPUTE WRK-LDV-VALOR-2 = TDR-IMPOSTO(2) * -1.
           PERFORM 0710-IMPRIME-LINHA.

           PERFORM 0720-IMPRIME-SEPARADOR.
           MOVE "= RECEITA LIQUIDA" TO WRK-LDV-DESCRICAO.
           MOVE TDR-RECEITA-LIQUIDA(1) TO WRK-LDV-VALOR-1.
           MOVE TDR-RECEITA-LIQUIDA(2) TO WRK-LDV-VALOR-2.
           PERFORM 0710-IMPRIME-LINHA.

           MOVE "(-) CUSTO DAS MERCADORIAS (CMV)" TO WRK-LDV-DESCRICAO.
           COMPUTE WRK-LDV-VALOR-1 = TDR-CMV(1) * -1.
           COMPUTE WRK-LDV-VALOR-2 = TDR-CMV(2) * -1.
           PERFORM 0710-IMPRIME-LINHA.

           PERFORM 0720-IMPRIME-SEPARADOR.
           MOVE "= LUCRO BRUTO" TO WRK-LDV-DESCRICAO.
           MOVE TDR-LUCRO-BRUTO(1) TO WRK-LDV-VALOR-1.
           MOVE TDR-LUCRO-BRUTO(2) TO WRK-LDV-VALOR-2.
           PERFORM 0710-IMPRIME-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "(-) FOLHA - PAGAMENTO NORMAL" TO WRK-LDV-DESCRICAO.
           COMPUTE WRK-LDV-VALOR-1 = TDR-FOLHA-NORMAL(1) * -1.
           COMPUTE WRK-LDV-VALOR-2 = TDR-FOLHA-NORMAL(2) * -1.
           PERFORM 0710-IMPRIME-LINHA.

           MOVE "(-) FOLHA - FERIAS" TO WRK-LDV-DESCRICAO.
           COMPUTE WRK-LDV-VALOR-1 = TDR-FOLHA-FERIAS(1) * -1.
           COMPUTE WRK-LDV-VALOR-2 = TDR-FOLHA-FERIAS(2) * -1.
           PERFORM 0710-IMPRIME-LINHA.

           MOVE "(-) FOLHA - 13O SALARIO" TO WRK-LDV-DESCRICAO.
           COMPUTE WRK-LDV-VALOR-1 = TDR-FOLHA-13(1) * -1.
           COMPUTE WRK-LDV-VALOR-2 = TDR-FOLHA-13(2) * -1.
           PERFORM 0710-IMPRIME-LINHA.

           MOVE "(-) FOLHA - RESCISOES" TO WRK-LDV-DESCRICAO.
           COMPUTE WRK-LDV-VALOR-1 = TDR-FOLHA-RESCISAO(1) * -1.
           COMPUTE WRK-LDV-VALOR-2 = TDR-FOLHA-RESCISAO(2) * -1.
           PERFORM 0710-IMPRIME-LINHA.

           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
                   UNTIL WRK-SUB-CAT GREATER WRK-QTDE-CAT
               MOVE SPACES TO WRK-LDV-DESCRICAO
               STRING "(-) DESPESA - " DELIMITED BY SIZE
                      TCT-CATEGORIA(WRK-SUB-CAT) DELIMITED BY SIZE
                      INTO WRK-LDV-DESCRICAO
               COMPUTE WRK-LDV-VALOR-1 =
                       TCT-VALOR(WRK-SUB-CAT, 1) * -1
               COMPUTE WRK-LDV-VALOR-2 =
                       TCT-VALOR(WRK-SUB-CAT, 2) * -1
               PERFORM 0710-IMPRIME-LINHA
           END-PERFORM.

           MOVE "(-) PERDAS COM INADIMPLENCIA" TO WRK-LDV-DESCRICAO.
           COMPUTE WRK-LDV-VALOR-1 = TDR-PERDAS(1) * -1.
           COMPUTE WRK-LDV-VALOR-2 = TDR-PERDAS(2) * -1.
           PERFORM 0710-IMPRIME-LINHA.

           MOVE "(-) DEPRECIACAO" TO WRK-LDV-DESCRICAO.
           COMPUTE WRK-LDV-VALOR-1 = TDR-DEPRECIACAO(1) * -1.
           COMPUTE WRK-LDV-VALOR-2 = TDR-DEPRECIACAO(2) * -1.
           PERFORM 0710-IMPRIME-LINHA.

           MOVE "(+/-) GANHO/PERDA BAIXA DE BENS" TO WRK-LDV-DESCRICAO.
           MOVE TDR-RESULTADO-BAIXA(1) TO WRK-LDV-VALOR-1.
           MOVE TDR-RESULTADO-BAIXA(2) TO WRK-LDV-VALOR-2.
           PERFORM 0710-IMPRIME-LINHA.

           PERFORM 0720-IMPRIME-SEPARADOR.
           MOVE "= RESULTADO LIQUIDO DO MES" TO WRK-LDV-DESCRICAO.
           MOVE TDR-RESULTADO(1) TO WRK-LDV-VALOR-1.
           MOVE TDR-RESULTADO(2) TO WRK-LDV-VALOR-2.
           PERFORM 0710-IMPRIME-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF TDR-GUIA-APURADA(1) EQUAL "N"
               MOVE WRK-ANOMES-PROC TO WRK-LA-ANOMES
               MOVE WRK-LINHA-AVISO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           IF TDR-GUIA-APURADA(2) EQUAL "N"
               MOVE WRK-ANOMES-ANT TO WRK-LA-ANOMES
               MOVE WRK-LINHA-AVISO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

           CLOSE RELATORIO.

           DISPLAY "DRE GRAVADA EM DRE.LST - RESULTADO DO MES "
                   TDR-RESULTADO(1).

      *===============================PERCENTUAL SOBRE A RECEITA
      *===============================OPERACIONAL BRUTA DA PROPRIA
      *===============================COLUNA.
       0710-IMPRIME-LINHA   SECTION.
           MOVE WRK-LDV-DESCRICAO TO WRK-LD-DESCRICAO.
           MOVE WRK-LDV-VALOR-1 TO WRK-LD-VALOR-1.
           MOVE WRK-LDV-VALOR-2 TO WRK-LD-VALOR-2.

           MOVE ZEROS TO WRK-PERCENTUAL.
           IF TDR-RECEITA-BRUTA(1) NOT EQUAL ZEROS
               COMPUTE WRK-PERCENTUAL ROUNDED =
                       WRK-LDV-VALOR-1 / TDR-RECEITA-BRUTA(1) * 100
           END-IF.
           MOVE WRK-PERCENTUAL TO WRK-LD-PERC-1.

           MOVE ZEROS TO WRK-PERCENTUAL.
           IF TDR-RECEITA-BRUTA(2) NOT EQUAL ZEROS
               COMPUTE WRK-PERCENTUAL ROUNDED =
                       WRK-LDV-VALOR-2 / TDR-RECEITA-BRUTA(2) * 100
           END-IF.
           MOVE WRK-PERCENTUAL TO WRK-LD-PERC-2.

           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0720-IMPRIME-SEPARADOR SECTION.
           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       END PROGRAM DRE001.
