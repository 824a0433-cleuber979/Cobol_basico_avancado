       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTQ005.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: RECALCULO DO PONTO DE PEDIDO PELA DEMANDA - A
      *          ESTQ-QTDE-MINIMA ERA UM NUMERO DIGITADO NO ESTQ001 HA
      *          ANOS, E O REABASTECER.LST DO PROG_VENDAS SAIA TARDE
      *          PARA QUEM GIRA MUITO E CEDO PARA QUEM GIRA POUCO.
      *          ESTE PROGRAMA CALCULA PARA CADA PRODUTO O CONSUMO
      *          MEDIO DIARIO DOS ULTIMOS 90 DIAS (LINHAS "SA" DE
      *          ESTOQMOV.DAT), MULTIPLICA PELO PRAZO DO FORNECEDOR QUE
      *          ATENDE O PRODUTO (FORN-PRAZO-DIAS EM FORNECEDORES.DAT)
      *          E SOMA UM ESTOQUE DE SEGURANCA PELA VARIACAO DA
      *          DEMANDA MES A MES (FATOR Z X DESVIO DIARIO X RAIZ DO
      *          PRAZO). A PROPOSTA SAI EM PROPMIN.LST AO LADO DO
      *          MINIMO ATUAL (E FICA EM PROPMIN.DAT); O SUPERVISOR,
      *          COM PIN, ACEITA OU RECUSA CADA MUDANCA E CADA MINIMO
      *          ALTERADO GRAVA UMA LINHA DE AUDITORIA EM ESTQMIN.AUD.
      *          PARAMETROS EM REPOSICAO.CFG (SEM O ARQUIVO VALEM Z =
      *          1,65 E PRAZO PADRAO DE 15 DIAS PARA PRODUTO SEM
      *          FORNECEDOR).
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

           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-ID
           FILE STATUS IS FS-FORNECEDORES.

           SELECT ESTMOV ASSIGN TO "ESTOQMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ESTMOV.

           SELECT PROPMIN ASSIGN TO "PROPMIN.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PROPMIN.

           SELECT AUDITMIN ASSIGN TO "ESTQMIN.AUD"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AUDITMIN.

           SELECT REPOSCFG ASSIGN TO "REPOSICAO.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPOSCFG.

           SELECT RELATORIO ASSIGN TO "PROPMIN.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
           COPY ESTOQUEREG.

       FD  FORNECEDORES.
           COPY FORNREG.

       FD  ESTMOV.
           COPY ESTMOVREG.

       FD  PROPMIN.
       01  REG-PROPMIN.
           05 PRM-PRODUTO      PIC X(30).
           05 PRM-MINIMO-ATUAL PIC 9(07).
           05 PRM-MINIMO-NOVO  PIC 9(07).
           05 PRM-CONSUMO-DIA  PIC 9(05)V99.
           05 PRM-PRAZO        PIC 9(03).
           05 PRM-SEGURANCA    PIC 9(07).
           05 PRM-DATA-CALCULO PIC 9(08).
           05 PRM-SITUACAO     PIC X(01).
               88 PRM-PENDENTE  VALUE "P".
               88 PRM-ACEITA    VALUE "A".
               88 PRM-RECUSADA  VALUE "R".

       FD  AUDITMIN.
       01  REG-AUDITMIN.
           05 AUDM-DATA        PIC 9(08).
           05 AUDM-HORA        PIC 9(06).
           05 AUDM-USUARIO     PIC X(08).
           05 AUDM-PRODUTO     PIC X(30).
           05 AUDM-MINIMO-ANT  PIC 9(07).
           05 AUDM-MINIMO-NOVO PIC 9(07).

       FD  REPOSCFG.
       01  REG-REPOSCFG.
           05 CFG-FATOR-Z      PIC 9(01)V99.
           05 CFG-PRAZO-PADRAO PIC 9(03).

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(96).

       WORKING-STORAGE SECTION.
           COPY PINWS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-ESTMOV       PIC 9(02) VALUE ZEROS.
       77  FS-PROPMIN      PIC 9(02) VALUE ZEROS.
       77  FS-AUDITMIN     PIC 9(02) VALUE ZEROS.
       77  FS-REPOSCFG     PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-FATOR-Z     PIC 9(01)V99 VALUE 1,65.
       77  WRK-PRAZO-PADRAO PIC 9(03) VALUE 15.
       77  WRK-JANELA-DIAS PIC 9(03) VALUE 90.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-ACEITA      PIC X(01) VALUE "N".
       77  WRK-QTDE-PROD   PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-PROD    PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-FP      PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-MES     PIC 9(01) VALUE ZEROS.
       77  WRK-PRODUTO-PROC PIC X(30) VALUE SPACES.

       77  WRK-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-MOV    PIC 9(07) VALUE ZEROS.
       77  WRK-IDADE-MOV   PIC 9(07) VALUE ZEROS.

       77  WRK-TOTAL-CONSUMO PIC 9(09) VALUE ZEROS.
       77  WRK-MEDIA-MES    PIC 9(09)V9(04) VALUE ZEROS.
       77  WRK-VARIANCIA    PIC 9(13)V9(04) VALUE ZEROS.
       77  WRK-DESVIO-DIA   PIC 9(07)V9(04) VALUE ZEROS.
       77  WRK-CONSUMO-DIA  PIC 9(07)V9(04) VALUE ZEROS.
       77  WRK-SEGURANCA    PIC 9(07) VALUE ZEROS.
       77  WRK-MINIMO-NOVO  PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-PROPOSTAS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-ALTERADOS PIC 9(05) VALUE ZEROS.

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

       01  WRK-DATAHORA-AUDM.
           05 WRK-DATA-AUDM PIC 9(08).
           05 WRK-HORA-AUDM PIC 9(06).
           05 FILLER        PIC X(02).

      *===============================CONSUMO DE CADA PRODUTO NAS TRES
      *===============================FAIXAS DE 30 DIAS DA JANELA (1 =
      *===============================MAIS RECENTE) E O PRAZO DO
      *===============================FORNECEDOR (ZERO = SEM CADASTRO).
       01  TABELA-DEMANDA.
           05 TAB-DEMANDA OCCURS 500 TIMES.
               10 TDM-PRODUTO    PIC X(30).
               10 TDM-MINIMO     PIC 9(07).
               10 TDM-PRAZO      PIC 9(03).
               10 TDM-CONSUMO-MES PIC 9(07) OCCURS 3 TIMES.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "PROPOSTA DE PONTO DE PEDIDO (MINIMO)".

       01  WRK-LINHA-DATA.
           05 FILLER       PIC X(16) VALUE "CALCULADO EM... ".
           05 WRK-LDT-DATA PIC 9(08).
           05 FILLER       PIC X(10) VALUE "  FATOR Z ".
           05 WRK-LDT-Z    PIC 9,99.

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(30) VALUE "PRODUTO".
           05 FILLER       PIC X(10) VALUE "     ATUAL".
           05 FILLER       PIC X(11) VALUE "  CONS/DIA ".
           05 FILLER       PIC X(06) VALUE " PRAZO".
           05 FILLER       PIC X(10) VALUE "  SEGURAN.".
           05 FILLER       PIC X(10) VALUE "  PROPOSTO".

       01  WRK-LINHA-DET.
           05 WRK-LD-PRODUTO PIC X(30).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-ATUAL   PIC ZZZZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-CONSUMO PIC ZZ.ZZ9,99.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WRK-LD-PRAZO   PIC ZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WRK-LD-SEGURANCA PIC ZZZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WRK-LD-PROPOSTO PIC ZZZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-AVISO   PIC X(10).

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
                   (WRK-HOJE-ANO * 360) + (WRK-HOJE-MES * 30)
                   + WRK-HOJE-DIA.

           PERFORM 0050-CARREGA-CONFIG.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0050-CARREGA-CONFIG  SECTION.
           OPEN INPUT REPOSCFG.
           IF FS-REPOSCFG EQUAL 00
               READ REPOSCFG
                   NOT AT END
                       IF CFG-FATOR-Z NUMERIC
                           MOVE CFG-FATOR-Z TO WRK-FATOR-Z
                       END-IF
                       IF CFG-PRAZO-PADRAO NUMERIC
                           MOVE CFG-PRAZO-PADRAO TO WRK-PRAZO-PADRAO
                       END-IF
               END-READ
               CLOSE REPOSCFG
           ELSE
               DISPLAY "REPOSICAO.CFG NAO ENCONTRADO - USANDO FATOR Z "
                       WRK-FATOR-Z " E PRAZO PADRAO "
                       WRK-PRAZO-PADRAO " DIAS "
           END-IF.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  PONTO DE PEDIDO PELA DEMANDA "
           DISPLAY "================================================"
           DISPLAY "1 - CALCULAR PROPOSTA DE MINIMOS "
           DISPLAY "2 - APLICAR PROPOSTA (SUPERVISOR) "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-CALCULA-PROPOSTA
               WHEN 2
                   PERFORM 0600-APLICA-PROPOSTA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

       0300-CALCULA-PROPOSTA SECTION.
           MOVE ZEROS TO WRK-QTDE-PROD.
           MOVE ZEROS TO WRK-TOTAL-PROPOSTAS.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
               DISPLAY "ESTOQUE.DAT NAO ABERTO - NADA A CALCULAR "
           ELSE
               PERFORM 0310-CARREGA-PRODUTOS
               CLOSE ESTOQUE

               PERFORM 0320-CARREGA-PRAZOS
               PERFORM 0340-ACUMULA-CONSUMO
               PERFORM 0400-GRAVA-PROPOSTA

               DISPLAY "PROPOSTA GRAVADA EM PROPMIN.LST - "
                       WRK-TOTAL-PROPOSTAS " PRODUTO(S) COM MINIMO "
                       "DIFERENTE DO ATUAL "
           END-IF.

       0310-CARREGA-PRODUTOS SECTION.
           MOVE SPACES TO ESTQ-PRODUTO.
           START ESTOQUE KEY IS NOT LESS ESTQ-PRODUTO.
           READ ESTOQUE NEXT RECORD.
           PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
               IF WRK-QTDE-PROD LESS 500
                   ADD 1 TO WRK-QTDE-PROD
                   INITIALIZE TAB-DEMANDA(WRK-QTDE-PROD)
                   MOVE ESTQ-PRODUTO     TO TDM-PRODUTO(WRK-QTDE-PROD)
                   MOVE ESTQ-QTDE-MINIMA TO TDM-MINIMO(WRK-QTDE-PROD)
               ELSE
                   DISPLAY "TABELA DE PRODUTOS CHEIA (500) - "
                           "PRODUTO FORA DO CALCULO " ESTQ-PRODUTO
               END-IF
               READ ESTOQUE NEXT RECORD
           END-PERFORM.

      *===============================O PRAZO E O DO PRIMEIRO
      *===============================FORNECEDOR (ORDEM DE FORN-ID) QUE
      *===============================TEM O PRODUTO NA SUA LISTA, O
      *===============================MESMO CRITERIO DO PEDIDO001.
       0320-CARREGA-PRAZOS  SECTION.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT EQUAL 00
               DISPLAY "FORNECEDORES.DAT NAO ABERTO - TODOS OS "
                       "PRODUTOS COM PRAZO PADRAO "
           ELSE
               MOVE ZEROS TO FORN-ID
               START FORNECEDORES KEY IS NOT LESS FORN-ID
               READ FORNECEDORES NEXT RECORD
               PERFORM UNTIL FS-FORNECEDORES NOT EQUAL 00
                   PERFORM VARYING WRK-SUB-FP FROM 1 BY 1
                           UNTIL WRK-SUB-FP GREATER FORN-QTDE-PRODUTOS
                       MOVE FORN-PRODUTO(WRK-SUB-FP)
                         TO WRK-PRODUTO-PROC
                       PERFORM 0900-PROCURA-PRODUTO
                       IF WRK-ACHADO-IDX NOT EQUAL ZEROS
                           IF TDM-PRAZO(WRK-ACHADO-IDX) EQUAL ZEROS
                               MOVE FORN-PRAZO-DIAS
                                 TO TDM-PRAZO(WRK-ACHADO-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
                   READ FORNECEDORES NEXT RECORD
               END-PERFORM
               CLOSE FORNECEDORES
           END-IF.

       0340-ACUMULA-CONSUMO SECTION.
           OPEN INPUT ESTMOV.
           IF FS-ESTMOV NOT EQUAL 00
               DISPLAY "ESTOQMOV.DAT NAO ABERTO - CONSUMO ZERADO "
           ELSE
               READ ESTMOV
               PERFORM UNTIL FS-ESTMOV NOT EQUAL 00
                   IF EM-SAIDA
                       PERFORM 0350-SOMA-CONSUMO
                   END-IF
                   READ ESTMOV
               END-PERFORM
               CLOSE ESTMOV
           END-IF.

       0350-SOMA-CONSUMO    SECTION.
           MOVE EM-DATA TO WRK-DATA-X-R.
           COMPUTE WRK-DIAS-MOV =
                   (WRK-DX-ANO * 360) + (WRK-DX-MES * 30) + WRK-DX-DIA.

           IF WRK-DIAS-MOV NOT GREATER WRK-DIAS-HOJE
               COMPUTE WRK-IDADE-MOV = WRK-DIAS-HOJE - WRK-DIAS-MOV
               IF WRK-IDADE-MOV LESS WRK-JANELA-DIAS
                   COMPUTE WRK-SUB-MES = (WRK-IDADE-MOV / 30) + 1
                   MOVE EM-PRODUTO TO WRK-PRODUTO-PROC
                   PERFORM 0900-PROCURA-PRODUTO
                   IF WRK-ACHADO-IDX NOT EQUAL ZEROS
                       SUBTRACT EM-QTDE FROM
                           TDM-CONSUMO-MES(WRK-ACHADO-IDX, WRK-SUB-MES)
                   END-IF
               END-IF
           END-IF.

      *===============================MINIMO = CONSUMO DIARIO X PRAZO
      *===============================+ SEGURANCA; SEGURANCA = Z X
      *===============================DESVIO DIARIO X RAIZ DO PRAZO,
      *===============================COM O DESVIO DIARIO TIRADO DO
      *===============================DESVIO DOS TRES MESES / RAIZ 30.
       0400-GRAVA-PROPOSTA  SECTION.
           OPEN OUTPUT PROPMIN.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-HOJE-R TO WRK-LDT-DATA.
           MOVE WRK-FATOR-Z     TO WRK-LDT-Z.
           MOVE WRK-LINHA-DATA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
               PERFORM 0410-CALCULA-PRODUTO
           END-PERFORM.

           CLOSE RELATORIO.
           CLOSE PROPMIN.

       0410-CALCULA-PRODUTO SECTION.
           IF TDM-PRAZO(WRK-SUB-PROD) EQUAL ZEROS
               MOVE WRK-PRAZO-PADRAO TO TDM-PRAZO(WRK-SUB-PROD)
               MOVE "PRZ PADRAO" TO WRK-LD-AVISO
           ELSE
               MOVE SPACES TO WRK-LD-AVISO
           END-IF.

           COMPUTE WRK-TOTAL-CONSUMO =
                   TDM-CONSUMO-MES(WRK-SUB-PROD, 1)
                 + TDM-CONSUMO-MES(WRK-SUB-PROD, 2)
                 + TDM-CONSUMO-MES(WRK-SUB-PROD, 3).
           COMPUTE WRK-CONSUMO-DIA ROUNDED =
                   WRK-TOTAL-CONSUMO / WRK-JANELA-DIAS.
           COMPUTE WRK-MEDIA-MES ROUNDED = WRK-TOTAL-CONSUMO / 3.

           COMPUTE WRK-VARIANCIA ROUNDED =
                   ( (TDM-CONSUMO-MES(WRK-SUB-PROD, 1) - WRK-MEDIA-MES)
                     ** 2
                   + (TDM-CONSUMO-MES(WRK-SUB-PROD, 2) - WRK-MEDIA-MES)
                     ** 2
                   + (TDM-CONSUMO-MES(WRK-SUB-PROD, 3) - WRK-MEDIA-MES)
                     ** 2 ) / 3.
           COMPUTE WRK-DESVIO-DIA ROUNDED =
                   (WRK-VARIANCIA ** 0,5) / (30 ** 0,5).
           COMPUTE WRK-SEGURANCA ROUNDED =
                   WRK-FATOR-Z * WRK-DESVIO-DIA
                   * (TDM-PRAZO(WRK-SUB-PROD) ** 0,5).
           COMPUTE WRK-MINIMO-NOVO ROUNDED =
                   (WRK-CONSUMO-DIA * TDM-PRAZO(WRK-SUB-PROD))
                   + WRK-SEGURANCA.

           MOVE TDM-PRODUTO(WRK-SUB-PROD) TO PRM-PRODUTO.
           MOVE TDM-MINIMO(WRK-SUB-PROD)  TO PRM-MINIMO-ATUAL.
           MOVE WRK-MINIMO-NOVO           TO PRM-MINIMO-NOVO.
           MOVE WRK-CONSUMO-DIA           TO PRM-CONSUMO-DIA.
           MOVE TDM-PRAZO(WRK-SUB-PROD)   TO PRM-PRAZO.
           MOVE WRK-SEGURANCA             TO PRM-SEGURANCA.
           MOVE WRK-DATA-HOJE-R           TO PRM-DATA-CALCULO.
           IF WRK-MINIMO-NOVO EQUAL TDM-MINIMO(WRK-SUB-PROD)
               MOVE "A" TO PRM-SITUACAO
           ELSE
               MOVE "P" TO PRM-SITUACAO
               ADD 1 TO WRK-TOTAL-PROPOSTAS
           END-IF.
           WRITE REG-PROPMIN.

           MOVE TDM-PRODUTO(WRK-SUB-PROD) TO WRK-LD-PRODUTO.
           MOVE TDM-MINIMO(WRK-SUB-PROD)  TO WRK-LD-ATUAL.
           MOVE WRK-CONSUMO-DIA           TO WRK-LD-CONSUMO.
           MOVE TDM-PRAZO(WRK-SUB-PROD)   TO WRK-LD-PRAZO.
           MOVE WRK-SEGURANCA             TO WRK-LD-SEGURANCA.
           MOVE WRK-MINIMO-NOVO           TO WRK-LD-PROPOSTO.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================CADA PROPOSTA PENDENTE E MOSTRADA
      *===============================E ACEITA OU RECUSADA UMA A UMA;
      *===============================A ACEITA REGRAVA O MINIMO E DEIXA
      *===============================A LINHA EM ESTQMIN.AUD.
       0600-APLICA-PROPOSTA SECTION.
           MOVE 3 TO WRK-NIVEL-EXIGIDO.
           PERFORM 0095-VALIDA-PIN.

           IF WRK-PIN-OK NOT EQUAL "S"
               CONTINUE
           ELSE
               MOVE ZEROS TO WRK-TOTAL-ALTERADOS

               OPEN I-O PROPMIN
               IF FS-PROPMIN NOT EQUAL 00
                   DISPLAY "PROPMIN.DAT NAO ABERTO - CALCULE A "
                           "PROPOSTA ANTES DE APLICAR "
               ELSE
                   READ PROPMIN
                   PERFORM UNTIL FS-PROPMIN NOT EQUAL 00
                       IF PRM-PENDENTE
                           PERFORM 0610-DECIDE-PRODUTO
                       END-IF
                       READ PROPMIN
                   END-PERFORM
                   CLOSE PROPMIN

                   DISPLAY "MINIMOS ALTERADOS... "
                           WRK-TOTAL-ALTERADOS " PRODUTO(S) "
               END-IF
           END-IF.

       0610-DECIDE-PRODUTO  SECTION.
           DISPLAY PRM-PRODUTO " ATUAL " PRM-MINIMO-ATUAL
                   " PROPOSTO " PRM-MINIMO-NOVO.
           DISPLAY "ACEITA O NOVO MINIMO (S/N) "
           ACCEPT WRK-ACEITA.

           IF WRK-ACEITA EQUAL "S" OR WRK-ACEITA EQUAL "s"
               PERFORM 0620-ALTERA-MINIMO
           ELSE
               MOVE "R" TO PRM-SITUACAO
               REWRITE REG-PROPMIN
           END-IF.

       0620-ALTERA-MINIMO   SECTION.
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
               MOVE PRM-PRODUTO TO ESTQ-PRODUTO
               READ ESTOQUE
                   INVALID KEY
                       DISPLAY "PRODUTO SUMIU DE ESTOQUE.DAT - "
                               "MINIMO NAO ALTERADO " PRM-PRODUTO
                   NOT INVALID KEY
                       MOVE ESTQ-QTDE-MINIMA TO AUDM-MINIMO-ANT
                       MOVE PRM-MINIMO-NOVO  TO ESTQ-QTDE-MINIMA
                       REWRITE REG-ESTOQUE

                       MOVE PRM-PRODUTO      TO AUDM-PRODUTO
                       MOVE PRM-MINIMO-NOVO  TO AUDM-MINIMO-NOVO
                       PERFORM 0630-GRAVA-AUDITORIA

                       ADD 1 TO WRK-TOTAL-ALTERADOS
                       MOVE "A" TO PRM-SITUACAO
                       REWRITE REG-PROPMIN
               END-READ
               CLOSE ESTOQUE
           ELSE
               DISPLAY "ERRO " FS-ESTOQUE " AO ABRIR ESTOQUE.DAT - "
                       "MINIMO NAO ALTERADO " PRM-PRODUTO
           END-IF.

       0630-GRAVA-AUDITORIA SECTION.
           ACCEPT WRK-DATA-AUDM FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDM FROM TIME.

           OPEN EXTEND AUDITMIN.
           IF FS-AUDITMIN EQUAL 35
               OPEN OUTPUT AUDITMIN
           END-IF.

           MOVE WRK-DATA-AUDM   TO AUDM-DATA.
           MOVE WRK-HORA-AUDM   TO AUDM-HORA.
           MOVE WRK-USUARIO-PIN TO AUDM-USUARIO.
           WRITE REG-AUDITMIN.

           CLOSE AUDITMIN.

       0900-PROCURA-PRODUTO SECTION.
           MOVE ZEROS TO WRK-ACHADO-IDX.
           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
                      OR WRK-ACHADO-IDX NOT EQUAL ZEROS
               IF TDM-PRODUTO(WRK-SUB-PROD) EQUAL WRK-PRODUTO-PROC
                   MOVE WRK-SUB-PROD TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NO PARAGRAFO DA
      *===============================COPY ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY PINPD.
       END PROGRAM ESTQ005.
