       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIG001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: MERCADORIA EM CONSIGNACAO COM REVENDEDORES - ATE AQUI
      *          O LOTE INTEIRO ERA FATURADO NA SAIDA E QUASE TUDO
      *          VOLTAVA PELA DEVOLUCAO (ARQ012), BAGUNCANDO MARGEM E
      *          CONTAS A RECEBER. A REMESSA (CONSIG.DAT, DOCUMENTO
      *          IMPRESSO EM CONSIGREM.LST) TIRA A QUANTIDADE DE
      *          ESTOQUE.DAT (LINHA "CS" NO KARDEX) E A DEIXA EM PODER
      *          DO REVENDEDOR (REG-ID DE CLIENTES.DAT), SEM GERAR
      *          VENDA NEM TITULO. NO ACERTO O REVENDEDOR INFORMA, POR
      *          PRODUTO, O QUE VENDEU E O QUE DEVOLVE: A DEVOLUCAO
      *          VOLTA AO ESTOQUE (LINHA "CR") E A VENDA FICA EM
      *          CSGACERTO.DAT PARA SER FATURADA PELO FATURA001 (QUE
      *          PEDE O NUMERO DO ACERTO E GRAVA O TITULO EM
      *          CONTASREC.DAT), ABATENDO DA REMESSA MAIS ANTIGA PARA A
      *          MAIS NOVA. COMO NA FATURA, A REMESSA SO LEVA O SALDO
      *          LIVRE (ESTQ-QTDE MENOS AS RESERVAS ATIVAS DE
      *          ORCAMENTOS CONFIRMADOS, COPY RESERVAPD); CONSIGNAR
      *          MERCADORIA RESERVADA EXIGE O PIN DO SUPERVISOR (NIVEL
      *          3). A POSICAO (CONSIG.LST) MOSTRA O QUE CADA
      *          REVENDEDOR TEM, HA QUANTOS DIAS (APROXIMACAO ANO*360
      *          DO ARQ011) E QUANTO VALE A PRECO DE ACERTO E A CUSTO.
      *          PRODUTO COM LOTE SAI NA REMESSA PELO FEFO, COMO NA
      *          FATURA (UMA LINHA "CS" POR LOTE, COM EM-LOTE, E O LOTE
      *          GUARDADO NA LINHA DA REMESSA), E A DEVOLUCAO NO ACERTO
      *          VOLTA PARA O LOTE DE ONDE SAIU (LINHA "CR" COM
      *          EM-LOTE);
      *          UNIDADE DE LOTE BLOQUEADO POR RECALL VOLTA PARA O LOTE
      *          MAS NAO PARA O SALDO VENDAVEL (LINHA "PR" LOGO APOS).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIG ASSIGN TO "CONSIG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSG-CHAVE
           FILE STATUS IS FS-CONSIG.

           SELECT CSGACERTO ASSIGN TO "CSGACERTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-CHAVE
           FILE STATUS IS FS-CSGACERTO.

           SELECT CONSIGCTL ASSIGN TO "CONSIG.CTL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONSIGCTL.

           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-ID
           FILE STATUS IS FS-CLIENTES.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESTQ-PRODUTO
           FILE STATUS IS FS-ESTOQUE.

           SELECT ESTMOV ASSIGN TO "ESTOQMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ESTMOV.

           SELECT LOTES ASSIGN TO "LOTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-CHAVE
           FILE STATUS IS FS-LOTES.

           SELECT RESERVAS ASSIGN TO "RESERVAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-CHAVE
           FILE STATUS IS FS-RESERVAS.

           SELECT DOCREMESSA ASSIGN TO "CONSIGREM.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOCREMESSA.

           SELECT RELATORIO ASSIGN TO "CONSIG.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSIG.
           COPY CONSIGREG.

       FD  CSGACERTO.
           COPY CSGACERTOREG.

       FD  CONSIGCTL.
       01  REG-CONSIGCTL.
           05 CTL-ULTIMA-REMESSA PIC 9(06).
           05 CTL-ULTIMO-ACERTO  PIC 9(06).

       FD  CLIENTES.
           COPY CLIREG.

       FD  ESTOQUE.
           COPY ESTOQUEREG.

       FD  ESTMOV.
           COPY ESTMOVREG.

       FD  LOTES.
           COPY LOTESREG.

       FD  RESERVAS.
           COPY RESERVAREG.

       FD  DOCREMESSA.
       01  REG-DOCREMESSA   PIC X(80).

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(110).

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
           COPY ESTMOVWS.
           COPY RESERVAWS.
           COPY PINWS.
       77  FS-CONSIG       PIC 9(02) VALUE ZEROS.
       77  FS-CSGACERTO    PIC 9(02) VALUE ZEROS.
       77  FS-CONSIGCTL    PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-LOTES        PIC 9(02) VALUE ZEROS.
       77  FS-DOCREMESSA   PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONFIRMA    PIC X(01) VALUE "N".
       77  WRK-ID-REVENDEDOR PIC 9(04) VALUE ZEROS.
       77  WRK-NOME-REVENDEDOR PIC X(20) VALUE SPACES.
       77  WRK-REVENDEDOR-OK PIC X(01) VALUE "N".
       77  WRK-NUMERO-REMESSA PIC 9(06) VALUE ZEROS.
       77  WRK-NUMERO-ACERTO PIC 9(06) VALUE ZEROS.
       77  WRK-QTDE-ITENS  PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-IT      PIC 9(02) VALUE ZEROS.
       77  WRK-REPETIDO    PIC X(01) VALUE "N".
       77  WRK-FIM-ITENS   PIC X(01) VALUE "N".
       77  WRK-PRODUTO-DIG PIC X(30) VALUE SPACES.
       77  WRK-QTDE-DIGITADA PIC 9(05) VALUE ZEROS.
       77  WRK-PRECO-DIGITADO PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-REMESSA PIC 9(09)V99 VALUE ZEROS.

       77  WRK-EST-EXISTE  PIC X(01) VALUE "N".
       77  WRK-EST-QTDE    PIC 9(07) VALUE ZEROS.
       77  WRK-EST-CUSTO   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-EST-PRECO   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-EST-SERIALIZADO PIC X(01) VALUE SPACES.
       77  WRK-EST-MOVTO   PIC S9(07) VALUE ZEROS.

       77  WRK-QTDE-PROD   PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-PROD    PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-PROD    PIC 9(02) VALUE ZEROS.
       77  WRK-PROD-VENDIDOS PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-OK     PIC X(01) VALUE "N".
       77  WRK-SALDO-LINHA PIC 9(05) VALUE ZEROS.
       77  WRK-REST-VENDA  PIC 9(05) VALUE ZEROS.
       77  WRK-REST-DEVOL  PIC 9(05) VALUE ZEROS.
       77  WRK-TIRA-VENDA  PIC 9(05) VALUE ZEROS.
       77  WRK-TIRA-DEVOL  PIC 9(05) VALUE ZEROS.
       77  WRK-ITEM-ACERTO PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-VENDIDO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEVOLVIDO PIC 9(07) VALUE ZEROS.

      *===============================FEFO NOS LOTES (MESMO ESQUEMA DA
      *===============================COPY FATBAIXAPD) E OS LOTES DE
      *===============================ONDE VOLTA A DEVOLUCAO DE UMA
      *===============================LINHA DO ACERTO.
       77  WRK-QTDE-REST-LOTE  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LOTE-USADA PIC 9(07) VALUE ZEROS.
       77  WRK-LOTE-FEFO       PIC X(10) VALUE SPACES.
       77  WRK-VALIDADE-FEFO   PIC 9(08) VALUE ZEROS.
       77  WRK-ACHOU-LOTE      PIC X(01) VALUE "N".
       77  WRK-LOTE-BLOQUEADO  PIC X(01) VALUE "N".
       77  WRK-SUB-LT          PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-DEV-LOTES  PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-DEV         PIC 9(02) VALUE ZEROS.
       77  WRK-DEV-SEM-LOTE    PIC 9(05) VALUE ZEROS.

       01  TABELA-DEVOLUCAO-LOTES.
           05 TAB-DEV-LOTE OCCURS 10 TIMES.
               10 TDL-LOTE    PIC X(10).
               10 TDL-QTDE    PIC 9(05).

       77  WRK-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-REMESSA PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-CONSIG PIC S9(07) VALUE ZEROS.
       77  WRK-QTDE-POS    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-POS     PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-ORD     PIC 9(03) VALUE ZEROS.
       77  WRK-TROCOU      PIC X(01) VALUE "N".
       77  WRK-REVENDEDOR-ANT PIC 9(04) VALUE ZEROS.
       77  WRK-MAIOR-DIAS  PIC S9(07) VALUE ZEROS.

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

      *===============================EM-ORIGEM DO KARDEX: "REVEND" +
      *===============================REG-ID DO REVENDEDOR.
       01  WRK-ORIGEM-CSG.
           05 FILLER        PIC X(06) VALUE "REVEND".
           05 WRK-OC-REVENDEDOR PIC 9(04).

       01  TABELA-ITENS-REMESSA.
           05 TAB-ITEM-REM OCCURS 10 TIMES.
               10 TIR-PRODUTO PIC X(30).
               10 TIR-QTDE    PIC 9(05).
               10 TIR-PRECO   PIC 9(05)V99.
               10 TIR-CUSTO   PIC 9(05)V99.

      *===============================SALDO DO REVENDEDOR POR PRODUTO
      *===============================(SOMA DAS LINHAS EM ABERTO) E O
      *===============================QUE ELE INFORMOU NO ACERTO.
       01  TABELA-SALDO-PRODUTO.
           05 TAB-SALDO-PROD OCCURS 50 TIMES.
               10 TSP-PRODUTO PIC X(30).
               10 TSP-SALDO   PIC 9(07).
               10 TSP-VENDIDA PIC 9(05).
               10 TSP-DEVOLVIDA PIC 9(05).

      *===============================LINHAS EM ABERTO PARA A POSICAO,
      *===============================ORDENADAS POR REVENDEDOR (DENTRO
      *===============================DELE, NA ORDEM DA REMESSA).
       01  TABELA-POSICAO.
           05 TAB-POS OCCURS 300 TIMES.
               10 TPO-REVENDEDOR PIC 9(04).
               10 TPO-REMESSA    PIC 9(06).
               10 TPO-ITEM       PIC 9(02).
               10 TPO-PRODUTO    PIC X(30).
               10 TPO-DATA       PIC 9(08).
               10 TPO-SALDO      PIC 9(05).
               10 TPO-PRECO      PIC 9(05)V99.
               10 TPO-CUSTO      PIC 9(05)V99.

       01  WRK-TROCA-POS.
           05 FILLER         PIC 9(04).
           05 FILLER         PIC 9(06).
           05 FILLER         PIC 9(02).
           05 FILLER         PIC X(30).
           05 FILLER         PIC 9(08).
           05 FILLER         PIC 9(05).
           05 FILLER         PIC 9(05)V99.
           05 FILLER         PIC 9(05)V99.

       01  WRK-TOTAIS-REVENDEDOR.
           05 WRK-TR-QTDE    PIC 9(07).
           05 WRK-TR-VALOR   PIC 9(09)V99.
           05 WRK-TR-CUSTO   PIC 9(09)V99.

       01  WRK-TOTAIS-GERAIS.
           05 WRK-TG-QTDE    PIC 9(07).
           05 WRK-TG-VALOR   PIC 9(09)V99.
           05 WRK-TG-CUSTO   PIC 9(09)V99.

       77  WRK-VALOR-LINHA PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CUSTO-LINHA PIC 9(09)V99 VALUE ZEROS.

      *===============================DOCUMENTO DE REMESSA
      *===============================(CONSIGREM.LST).
       01  WRK-LINHA-DOC-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "REMESSA DE MERCADORIA EM CONSIGNACAO".

       01  WRK-LINHA-DOC-NUMERO.
           05 FILLER       PIC X(13) VALUE "REMESSA NUM. ".
           05 WRK-LDN-NUMERO PIC 9(06).
           05 FILLER       PIC X(10) VALUE "   DATA  ".
           05 WRK-LDN-DATA PIC 9(08).

       01  WRK-LINHA-DOC-REVENDEDOR.
           05 FILLER       PIC X(13) VALUE "REVENDEDOR.. ".
           05 WRK-LDR-ID   PIC 9(04).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 WRK-LDR-NOME PIC X(20).

       01  WRK-LINHA-DOC-ITEM.
           05 WRK-LDI-ITEM    PIC 9(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LDI-PRODUTO PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LDI-QTDE    PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LDI-PRECO   PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LDI-TOTAL   PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-DOC-TOTAL.
           05 FILLER       PIC X(49) VALUE
               "VALOR DA REMESSA A PRECO DE ACERTO".
           05 WRK-LDT-TOTAL PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-DOC-AVISO.
           05 FILLER       PIC X(60) VALUE
               "MERCADORIA EM CONSIGNACAO - NAO E VENDA NEM FATURA".

      *===============================POSICAO (CONSIG.LST).
       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(25) VALUE SPACES.
           05 FILLER       PIC X(45) VALUE
               "POSICAO DE MERCADORIA EM CONSIGNACAO EM ".
           05 WRK-LT-DATA  PIC 9(08).

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(10) VALUE "REMESSA IT".
           05 FILLER       PIC X(31) VALUE " PRODUTO".
           05 FILLER       PIC X(09) VALUE " ENVIO".
           05 FILLER       PIC X(06) VALUE "  DIAS".
           05 FILLER       PIC X(06) VALUE " SALDO".
           05 FILLER       PIC X(15) VALUE "    VALOR ACERT".
           05 FILLER       PIC X(15) VALUE "          CUSTO".

       01  WRK-LINHA-REVENDEDOR.
           05 FILLER       PIC X(12) VALUE "REVENDEDOR  ".
           05 WRK-LRV-ID   PIC 9(04).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LRV-NOME PIC X(20).

       01  WRK-LINHA-DET.
           05 WRK-LD-REMESSA PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-ITEM    PIC 9(02).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-PRODUTO PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-DATA    PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-DIAS    PIC ZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-SALDO   PIC ZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-CUSTO   PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-SUBTOTAL.
           05 FILLER         PIC X(20) VALUE "  TOTAL REVENDEDOR  ".
           05 FILLER         PIC X(15) VALUE "MAIS ANTIGA HA ".
           05 WRK-LS-DIAS    PIC ZZZZ9.
           05 FILLER         PIC X(16) VALUE " DIA(S)".
           05 WRK-LS-QTDE    PIC ZZZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LS-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LS-CUSTO   PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOTAL.
           05 FILLER         PIC X(56) VALUE
               "TOTAL EM CONSIGNACAO".
           05 WRK-LTG-QTDE   PIC ZZZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LTG-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LTG-CUSTO  PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
                   (WRK-HOJE-ANO * 360) + (WRK-HOJE-MES * 30)
                   + WRK-HOJE-DIA.

           PERFORM 0090-DEFINE-CAMINHO-CLIENTES.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  MERCADORIA EM CONSIGNACAO "
           DISPLAY "================================================"
           DISPLAY "1 - REMESSA EM CONSIGNACAO PARA REVENDEDOR "
           DISPLAY "2 - ACERTO (VENDIDO / DEVOLVIDO) "
           DISPLAY "3 - POSICAO POR REVENDEDOR "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-REMESSA
               WHEN 2
                   PERFORM 0500-ACERTO
               WHEN 3
                   PERFORM 0700-POSICAO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

      *===============================REVENDEDOR TEM DE ESTAR NO
      *===============================CADASTRO, ATIVO E NAO
      *===============================ANONIMIZADO.
       0250-LE-REVENDEDOR   SECTION.
           MOVE "N"    TO WRK-REVENDEDOR-OK.
           MOVE SPACES TO WRK-NOME-REVENDEDOR.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               DISPLAY "CLIENTES.DAT NAO ABERTO - STATUS " FS-CLIENTES
           ELSE
               MOVE WRK-ID-REVENDEDOR TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "REVENDEDOR NAO CADASTRADO "
                               WRK-ID-REVENDEDOR
                   NOT INVALID KEY
                       IF REG-CLI-INATIVO OR REG-CLI-ANONIMIZADO
                           DISPLAY "CLIENTE INATIVO - NAO RECEBE "
                                   "CONSIGNACAO "
                       ELSE
                           MOVE "S"      TO WRK-REVENDEDOR-OK
                           MOVE REG-NOME TO WRK-NOME-REVENDEDOR
                           DISPLAY "REVENDEDOR.... " REG-NOME
                       END-IF
               END-READ
               CLOSE CLIENTES
           END-IF.

      *===============================MONTA A REMESSA (ATE 10 ITENS),
      *===============================CONFERE O SALDO DE CADA PRODUTO E,
      *===============================CONFIRMADA, NUMERA, TIRA DO
      *===============================ESTOQUE E IMPRIME O DOCUMENTO.
       0300-REMESSA         SECTION.
           DISPLAY "DIGITE O ID DO REVENDEDOR "
           ACCEPT WRK-ID-REVENDEDOR.
           PERFORM 0250-LE-REVENDEDOR.

           IF WRK-REVENDEDOR-OK EQUAL "S"
               MOVE ZEROS TO WRK-QTDE-ITENS
               MOVE "N"   TO WRK-FIM-ITENS
               PERFORM 0310-RECEBE-ITEM
                   UNTIL WRK-FIM-ITENS EQUAL "S"
                      OR WRK-QTDE-ITENS EQUAL 10

               IF WRK-QTDE-ITENS EQUAL ZEROS
                   DISPLAY "NENHUM ITEM - REMESSA CANCELADA "
               ELSE
                   DISPLAY "CONFIRMA A REMESSA DE " WRK-QTDE-ITENS
                           " ITEM(NS) EM CONSIGNACAO (S/N) "
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA EQUAL "S"
                       PERFORM 0350-GRAVA-REMESSA
                       PERFORM 0370-IMPRIME-REMESSA
                   ELSE
                       DISPLAY "REMESSA CANCELADA "
                   END-IF
               END-IF
           END-IF.

      *===============================PRODUTO COM CONTROLE DE SERIE NAO
      *===============================VAI EM CONSIGNACAO (A SERIE SO E
      *===============================BAIXADA NA VENDA DO CAIXA OU DA
      *===============================FATURA). PRECO ZERO = PRECO DE
      *===============================TABELA (ESTQ-PRECO-VENDA).
       0310-RECEBE-ITEM     SECTION.
           DISPLAY "DIGITE O PRODUTO (EM BRANCO ENCERRA OS ITENS) "
           MOVE SPACES TO WRK-PRODUTO-DIG.
           ACCEPT WRK-PRODUTO-DIG.

           IF WRK-PRODUTO-DIG EQUAL SPACES
               MOVE "S" TO WRK-FIM-ITENS
           ELSE
               MOVE "N" TO WRK-REPETIDO
               PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                       UNTIL WRK-SUB-IT GREATER WRK-QTDE-ITENS
                   IF TIR-PRODUTO(WRK-SUB-IT) EQUAL WRK-PRODUTO-DIG
                       MOVE "S" TO WRK-REPETIDO
                   END-IF
               END-PERFORM

               PERFORM 0800-LE-ESTOQUE

               EVALUATE TRUE
                   WHEN WRK-REPETIDO EQUAL "S"
                       DISPLAY "PRODUTO JA INCLUIDO NESTA REMESSA "
                   WHEN WRK-EST-EXISTE NOT EQUAL "S"
                       DISPLAY "PRODUTO NAO CADASTRADO EM ESTOQUE.DAT "
                   WHEN WRK-EST-SERIALIZADO EQUAL "S"
                       DISPLAY "PRODUTO COM CONTROLE DE SERIE NAO VAI "
                               "EM CONSIGNACAO "
                   WHEN OTHER
                       PERFORM 0320-QTDE-PRECO-ITEM
               END-EVALUATE
           END-IF.

       0320-QTDE-PRECO-ITEM SECTION.
           DISPLAY "SALDO EM ESTOQUE... " WRK-EST-QTDE
                   "  PRECO DE TABELA... " WRK-EST-PRECO.
           IF WRK-RSV-RESERVADO GREATER ZEROS
               DISPLAY "RESERVADO PARA ORCAMENTOS... " WRK-RSV-RESERVADO
           END-IF.
           DISPLAY "DIGITE A QUANTIDADE A CONSIGNAR "
           ACCEPT WRK-QTDE-DIGITADA.
           DISPLAY "PRECO UNITARIO DE ACERTO (0 = PRECO DE TABELA) "
           ACCEPT WRK-PRECO-DIGITADO.
           IF WRK-PRECO-DIGITADO EQUAL ZEROS
               MOVE WRK-EST-PRECO TO WRK-PRECO-DIGITADO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-QTDE-DIGITADA EQUAL ZEROS
                       OR WRK-QTDE-DIGITADA GREATER WRK-EST-QTDE
                   DISPLAY "QUANTIDADE INVALIDA OU ACIMA DO SALDO - "
                           "ITEM IGNORADO "
               WHEN WRK-PRECO-DIGITADO EQUAL ZEROS
                   DISPLAY "PRODUTO SEM PRECO DE TABELA - INFORME O "
                           "PRECO DE ACERTO - ITEM IGNORADO "
               WHEN WRK-RSV-RESERVADO GREATER ZEROS
                       AND WRK-QTDE-DIGITADA GREATER WRK-RSV-LIVRE
                   PERFORM 0325-LIBERA-RESERVA
               WHEN OTHER
                   PERFORM 0330-INCLUI-ITEM
           END-EVALUATE.

      *===============================QUANTIDADE ACIMA DO SALDO LIVRE
      *===============================TIRA MERCADORIA RESERVADA PARA
      *===============================ORCAMENTO: SO COM O PIN DO
      *===============================SUPERVISOR (MESMA REGRA DA
      *===============================FATURA E DO CAIXA).
       0325-LIBERA-RESERVA  SECTION.
           DISPLAY "SALDO RESERVADO PARA ORCAMENTO - FISICO "
                   WRK-RSV-SALDO-FISICO " RESERVADO "
                   WRK-RSV-RESERVADO.
           DISPLAY "CONSIGNAR A MERCADORIA RESERVADA EXIGE O PIN DO "
                   "SUPERVISOR ".
           MOVE 3 TO WRK-NIVEL-EXIGIDO.
           PERFORM 0095-VALIDA-PIN.
           IF WRK-PIN-OK EQUAL "S"
               DISPLAY "CONSIGNACAO DA RESERVA LIBERADA POR "
                       WRK-USUARIO-PIN
               PERFORM 0330-INCLUI-ITEM
           ELSE
               DISPLAY "ITEM IGNORADO - DIGITE OUTRO PRODUTO "
           END-IF.

       0330-INCLUI-ITEM     SECTION.
           ADD 1 TO WRK-QTDE-ITENS.
           MOVE WRK-PRODUTO-DIG    TO TIR-PRODUTO(WRK-QTDE-ITENS).
           MOVE WRK-QTDE-DIGITADA  TO TIR-QTDE(WRK-QTDE-ITENS).
           MOVE WRK-PRECO-DIGITADO TO TIR-PRECO(WRK-QTDE-ITENS).
           MOVE WRK-EST-CUSTO      TO TIR-CUSTO(WRK-QTDE-ITENS).

       0350-GRAVA-REMESSA   SECTION.
           PERFORM 0360-GERA-NUMERO-REMESSA.

           OPEN I-O CONSIG.
           IF FS-CONSIG EQUAL 35
               OPEN OUTPUT CONSIG
               CLOSE CONSIG
               OPEN I-O CONSIG
           END-IF.

           MOVE ZEROS TO WRK-VALOR-REMESSA.
           MOVE WRK-ID-REVENDEDOR TO WRK-OC-REVENDEDOR.

           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER WRK-QTDE-ITENS
               MOVE TIR-PRODUTO(WRK-SUB-IT) TO WRK-PRODUTO-DIG
               COMPUTE WRK-EST-MOVTO = TIR-QTDE(WRK-SUB-IT) * -1
               PERFORM 0810-MOVIMENTA-ESTOQUE

               MOVE SPACES                  TO REG-CONSIG
               MOVE ZEROS                   TO CSG-QTDE-LOTES
               PERFORM VARYING WRK-SUB-LT FROM 1 BY 1
                       UNTIL WRK-SUB-LT GREATER 10
                   MOVE ZEROS TO CSG-LT-QTDE(WRK-SUB-LT)
               END-PERFORM
               PERFORM 0355-BAIXA-LOTES-REMESSA

               MOVE WRK-NUMERO-REMESSA      TO CSG-REMESSA
               MOVE WRK-SUB-IT              TO CSG-ITEM
               MOVE WRK-ID-REVENDEDOR       TO CSG-ID-CLIENTE
               MOVE TIR-PRODUTO(WRK-SUB-IT) TO CSG-PRODUTO
               MOVE TIR-QTDE(WRK-SUB-IT)    TO CSG-QTDE-REMETIDA
               MOVE ZEROS                   TO CSG-QTDE-VENDIDA
               MOVE ZEROS                   TO CSG-QTDE-DEVOLVIDA
               MOVE TIR-PRECO(WRK-SUB-IT)   TO CSG-PRECO-UNIT
               MOVE TIR-CUSTO(WRK-SUB-IT)   TO CSG-CUSTO-UNIT
               MOVE WRK-DATA-HOJE-R         TO CSG-DATA-REMESSA
               MOVE ZEROS                   TO CSG-DATA-ULT-ACERTO
               MOVE "A"                     TO CSG-STATUS
               WRITE REG-CONSIG
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ITEM " WRK-SUB-IT
                               " - STATUS " FS-CONSIG
               END-WRITE

               COMPUTE WRK-VALOR-REMESSA = WRK-VALOR-REMESSA
                       + (TIR-QTDE(WRK-SUB-IT) * TIR-PRECO(WRK-SUB-IT))
           END-PERFORM.

           CLOSE CONSIG.

           DISPLAY "REMESSA " WRK-NUMERO-REMESSA " GRAVADA - "
                   WRK-QTDE-ITENS " ITEM(NS) EM CONSIGNACAO ".

      *===============================CONSOME OS LOTES DO PRODUTO PELO
      *===============================FEFO, COMO O 0686 DA FATBAIXAPD:
      *===============================UMA LINHA "CS" POR LOTE E UMA SEM
      *===============================LOTE PARA O RESTO. OS LOTES FICAM
      *===============================EM CSG-LOTES PARA A DEVOLUCAO.
       0355-BAIXA-LOTES-REMESSA SECTION.
           MOVE TIR-QTDE(WRK-SUB-IT) TO WRK-QTDE-REST-LOTE.

           OPEN I-O LOTES.
           IF FS-LOTES EQUAL 00
               MOVE "S" TO WRK-ACHOU-LOTE
               PERFORM UNTIL WRK-QTDE-REST-LOTE EQUAL ZEROS
                       OR WRK-ACHOU-LOTE NOT EQUAL "S"
                   PERFORM 0356-CONSOME-LOTE
               END-PERFORM
               CLOSE LOTES
           END-IF.

           IF WRK-QTDE-REST-LOTE GREATER ZEROS
               MOVE WRK-QTDE-REST-LOTE TO WRK-QTDE-LOTE-USADA
               MOVE SPACES             TO WRK-LOTE-FEFO
               PERFORM 0357-GRAVA-SAIDA-CSG
           END-IF.

       0356-CONSOME-LOTE    SECTION.
           MOVE "N"      TO WRK-ACHOU-LOTE.
           MOVE SPACES   TO WRK-LOTE-FEFO.
           MOVE 99999999 TO WRK-VALIDADE-FEFO.

           MOVE WRK-PRODUTO-DIG TO LOT-PRODUTO.
           MOVE LOW-VALUES      TO LOT-NUMERO.
           START LOTES KEY IS NOT LESS LOT-CHAVE.
           IF FS-LOTES EQUAL 00
               READ LOTES NEXT RECORD
               PERFORM UNTIL FS-LOTES NOT EQUAL 00
                       OR LOT-PRODUTO NOT EQUAL WRK-PRODUTO-DIG
                   IF LOT-QTDE GREATER ZEROS
                           AND NOT LOT-BLOQUEADO
                           AND LOT-VALIDADE LESS WRK-VALIDADE-FEFO
                       MOVE "S" TO WRK-ACHOU-LOTE
                       MOVE LOT-NUMERO   TO WRK-LOTE-FEFO
                       MOVE LOT-VALIDADE TO WRK-VALIDADE-FEFO
                   END-IF
                   READ LOTES NEXT RECORD
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-LOTES.

           IF WRK-ACHOU-LOTE EQUAL "S"
               MOVE WRK-PRODUTO-DIG TO LOT-PRODUTO
               MOVE WRK-LOTE-FEFO   TO LOT-NUMERO
               READ LOTES
                   INVALID KEY
                       MOVE "N" TO WRK-ACHOU-LOTE
                   NOT INVALID KEY
                       IF LOT-QTDE NOT LESS WRK-QTDE-REST-LOTE
                           MOVE WRK-QTDE-REST-LOTE
                             TO WRK-QTDE-LOTE-USADA
                           SUBTRACT WRK-QTDE-REST-LOTE FROM LOT-QTDE
                           MOVE ZEROS TO WRK-QTDE-REST-LOTE
                       ELSE
                           MOVE LOT-QTDE TO WRK-QTDE-LOTE-USADA
                           SUBTRACT LOT-QTDE FROM WRK-QTDE-REST-LOTE
                           MOVE ZEROS TO LOT-QTDE
                       END-IF
                       REWRITE REG-LOTE
                       PERFORM 0358-GUARDA-LOTE-LINHA
                       PERFORM 0357-GRAVA-SAIDA-CSG
               END-READ
           END-IF.

       0357-GRAVA-SAIDA-CSG SECTION.
           MOVE WRK-PRODUTO-DIG       TO WRK-EM-PRODUTO.
           MOVE "CS"                  TO WRK-EM-TIPO.
           COMPUTE WRK-EM-QTDE = WRK-QTDE-LOTE-USADA * -1.
           MOVE TIR-CUSTO(WRK-SUB-IT) TO WRK-EM-CUSTO-UNIT.
           MOVE WRK-NUMERO-REMESSA    TO WRK-EM-DOCUMENTO.
           MOVE WRK-ORIGEM-CSG        TO WRK-EM-ORIGEM.
           MOVE WRK-LOTE-FEFO         TO WRK-EM-LOTE.
           PERFORM 0186-GRAVA-MOVIMENTO-ESTQ.

      *===============================ACIMA DE 10 LOTES NA MESMA LINHA
      *===============================O KARDEX TEM O LOTE, MAS A
      *===============================DEVOLUCAO DESSAS UNIDADES VOLTA
      *===============================SEM LOTE.
       0358-GUARDA-LOTE-LINHA SECTION.
           IF CSG-QTDE-LOTES LESS 10
               ADD 1 TO CSG-QTDE-LOTES
               MOVE WRK-LOTE-FEFO
                 TO CSG-LT-NUMERO(CSG-QTDE-LOTES)
               MOVE WRK-QTDE-LOTE-USADA
                 TO CSG-LT-QTDE(CSG-QTDE-LOTES)
           ELSE
               DISPLAY "MAIS DE 10 LOTES NO ITEM " WRK-SUB-IT
                       " - LOTE " WRK-LOTE-FEFO " NAO GUARDADO NA "
                       "REMESSA "
           END-IF.

       0360-GERA-NUMERO-REMESSA SECTION.
           PERFORM 0390-ABRE-CONTADOR.
           ADD 1 TO CTL-ULTIMA-REMESSA.
           MOVE CTL-ULTIMA-REMESSA TO WRK-NUMERO-REMESSA.
           REWRITE REG-CONSIGCTL.
           CLOSE CONSIGCTL.

       0370-IMPRIME-REMESSA SECTION.
           OPEN OUTPUT DOCREMESSA.

           MOVE WRK-LINHA-DOC-TITULO TO REG-DOCREMESSA.
           WRITE REG-DOCREMESSA.
           MOVE WRK-NUMERO-REMESSA TO WRK-LDN-NUMERO.
           MOVE WRK-DATA-HOJE-R    TO WRK-LDN-DATA.
           MOVE WRK-LINHA-DOC-NUMERO TO REG-DOCREMESSA.
           WRITE REG-DOCREMESSA.
           MOVE WRK-ID-REVENDEDOR   TO WRK-LDR-ID.
           MOVE WRK-NOME-REVENDEDOR TO WRK-LDR-NOME.
           MOVE WRK-LINHA-DOC-REVENDEDOR TO REG-DOCREMESSA.
           WRITE REG-DOCREMESSA.
           MOVE SPACES TO REG-DOCREMESSA.
           WRITE REG-DOCREMESSA.

           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER WRK-QTDE-ITENS
               MOVE WRK-SUB-IT              TO WRK-LDI-ITEM
               MOVE TIR-PRODUTO(WRK-SUB-IT) TO WRK-LDI-PRODUTO
               MOVE TIR-QTDE(WRK-SUB-IT)    TO WRK-LDI-QTDE
               MOVE TIR-PRECO(WRK-SUB-IT)   TO WRK-LDI-PRECO
               COMPUTE WRK-VALOR-LINHA =
                       TIR-QTDE(WRK-SUB-IT) * TIR-PRECO(WRK-SUB-IT)
               MOVE WRK-VALOR-LINHA         TO WRK-LDI-TOTAL
               MOVE WRK-LINHA-DOC-ITEM TO REG-DOCREMESSA
               WRITE REG-DOCREMESSA
           END-PERFORM.

           MOVE SPACES TO REG-DOCREMESSA.
           WRITE REG-DOCREMESSA.
           MOVE WRK-VALOR-REMESSA TO WRK-LDT-TOTAL.
           MOVE WRK-LINHA-DOC-TOTAL TO REG-DOCREMESSA.
           WRITE REG-DOCREMESSA.
           MOVE WRK-LINHA-DOC-AVISO TO REG-DOCREMESSA.
           WRITE REG-DOCREMESSA.

           CLOSE DOCREMESSA.

           DISPLAY "DOCUMENTO DE REMESSA GRAVADO EM CONSIGREM.LST ".

      *===============================CONSIG.CTL: ULTIMA REMESSA E
      *===============================ULTIMO ACERTO NO MESMO REGISTRO.
       0390-ABRE-CONTADOR   SECTION.
           OPEN I-O CONSIGCTL.
           IF FS-CONSIGCTL EQUAL 35
               OPEN OUTPUT CONSIGCTL
               MOVE ZEROS TO CTL-ULTIMA-REMESSA
               MOVE ZEROS TO CTL-ULTIMO-ACERTO
               WRITE REG-CONSIGCTL
               CLOSE CONSIGCTL
               OPEN I-O CONSIGCTL
           END-IF.

           READ CONSIGCTL NEXT RECORD.

      *===============================O REVENDEDOR INFORMA, PARA CADA
      *===============================PRODUTO EM SEU PODER, O QUE
      *===============================VENDEU E O QUE DEVOLVE. A VENDA
      *===============================VAI PARA UMA SO FATURA, ENTAO O
      *===============================ACERTO ACEITA ATE 10 PRODUTOS
      *===============================VENDIDOS.
       0500-ACERTO          SECTION.
           DISPLAY "DIGITE O ID DO REVENDEDOR "
           ACCEPT WRK-ID-REVENDEDOR.
           PERFORM 0250-LE-REVENDEDOR.

           IF WRK-REVENDEDOR-OK EQUAL "S"
               PERFORM 0510-CARREGA-SALDOS
               IF WRK-QTDE-PROD EQUAL ZEROS
                   DISPLAY "REVENDEDOR SEM MERCADORIA EM CONSIGNACAO "
               ELSE
                   MOVE ZEROS TO WRK-PROD-VENDIDOS
                   PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                           UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
                       PERFORM 0520-INFORMA-PRODUTO
                   END-PERFORM
                   PERFORM 0530-CONFIRMA-ACERTO
               END-IF
           END-IF.

       0510-CARREGA-SALDOS  SECTION.
           MOVE ZEROS TO WRK-QTDE-PROD.

           OPEN INPUT CONSIG.
           IF FS-CONSIG EQUAL 00
               READ CONSIG NEXT RECORD
               PERFORM UNTIL FS-CONSIG NOT EQUAL 00
                   IF CSG-ID-CLIENTE EQUAL WRK-ID-REVENDEDOR
                           AND CSG-EM-ABERTO
                       PERFORM 0515-SOMA-SALDO-PRODUTO
                   END-IF
                   READ CONSIG NEXT RECORD
               END-PERFORM
               CLOSE CONSIG
           END-IF.

       0515-SOMA-SALDO-PRODUTO SECTION.
           COMPUTE WRK-SALDO-LINHA = CSG-QTDE-REMETIDA
                   - CSG-QTDE-VENDIDA - CSG-QTDE-DEVOLVIDA.

           MOVE ZEROS TO WRK-IDX-PROD.
           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER WRK-QTDE-PROD
               IF TSP-PRODUTO(WRK-SUB-IT) EQUAL CSG-PRODUTO
                   MOVE WRK-SUB-IT TO WRK-IDX-PROD
               END-IF
           END-PERFORM.

           IF WRK-IDX-PROD EQUAL ZEROS
               IF WRK-QTDE-PROD LESS 50
                   ADD 1 TO WRK-QTDE-PROD
                   MOVE WRK-QTDE-PROD TO WRK-IDX-PROD
                   MOVE CSG-PRODUTO TO TSP-PRODUTO(WRK-IDX-PROD)
                   MOVE ZEROS       TO TSP-SALDO(WRK-IDX-PROD)
                   MOVE ZEROS       TO TSP-VENDIDA(WRK-IDX-PROD)
                   MOVE ZEROS       TO TSP-DEVOLVIDA(WRK-IDX-PROD)
               ELSE
                   DISPLAY "MAIS DE 50 PRODUTOS EM CONSIGNACAO - "
                           "ACERTE O RESTANTE DEPOIS: " CSG-PRODUTO
               END-IF
           END-IF.

           IF WRK-IDX-PROD NOT EQUAL ZEROS
               ADD WRK-SALDO-LINHA TO TSP-SALDO(WRK-IDX-PROD)
           END-IF.

       0520-INFORMA-PRODUTO SECTION.
           DISPLAY "------------------------------------------------".
           DISPLAY "PRODUTO...... " TSP-PRODUTO(WRK-SUB-PROD).
           DISPLAY "EM PODER DO REVENDEDOR... " TSP-SALDO(WRK-SUB-PROD).

           MOVE "N" TO WRK-QTDE-OK.
           PERFORM UNTIL WRK-QTDE-OK EQUAL "S"
               DISPLAY "QUANTIDADE VENDIDA "
               ACCEPT TSP-VENDIDA(WRK-SUB-PROD)
               DISPLAY "QUANTIDADE DEVOLVIDA "
               ACCEPT TSP-DEVOLVIDA(WRK-SUB-PROD)
               IF TSP-VENDIDA(WRK-SUB-PROD)
                       + TSP-DEVOLVIDA(WRK-SUB-PROD)
                       GREATER TSP-SALDO(WRK-SUB-PROD)
                   DISPLAY "VENDIDA + DEVOLVIDA ACIMA DO SALDO EM "
                           "PODER DO REVENDEDOR - DIGITE DE NOVO "
               ELSE
                   MOVE "S" TO WRK-QTDE-OK
               END-IF
           END-PERFORM.

           IF TSP-VENDIDA(WRK-SUB-PROD) GREATER ZEROS
               IF WRK-PROD-VENDIDOS EQUAL 10
                   DISPLAY "LIMITE DE 10 PRODUTOS VENDIDOS POR ACERTO "
                           "(UMA FATURA) - VENDA DESTE PRODUTO FICA "
                           "PARA O PROXIMO ACERTO "
                   MOVE ZEROS TO TSP-VENDIDA(WRK-SUB-PROD)
               ELSE
                   ADD 1 TO WRK-PROD-VENDIDOS
               END-IF
           END-IF.

       0530-CONFIRMA-ACERTO SECTION.
           MOVE ZEROS TO WRK-VALOR-VENDIDO.
           MOVE ZEROS TO WRK-TOTAL-DEVOLVIDO.
           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
               ADD TSP-DEVOLVIDA(WRK-SUB-PROD) TO WRK-TOTAL-DEVOLVIDO
           END-PERFORM.

           IF WRK-PROD-VENDIDOS EQUAL ZEROS
                   AND WRK-TOTAL-DEVOLVIDO EQUAL ZEROS
               DISPLAY "NADA VENDIDO NEM DEVOLVIDO - ACERTO CANCELADO "
           ELSE
               DISPLAY "CONFIRMA O ACERTO (S/N) "
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL "S"
                   PERFORM 0550-GRAVA-ACERTO
               ELSE
                   DISPLAY "ACERTO CANCELADO "
               END-IF
           END-IF.

       0550-GRAVA-ACERTO    SECTION.
           PERFORM 0390-ABRE-CONTADOR.
           ADD 1 TO CTL-ULTIMO-ACERTO.
           MOVE CTL-ULTIMO-ACERTO TO WRK-NUMERO-ACERTO.
           REWRITE REG-CONSIGCTL.
           CLOSE CONSIGCTL.

           OPEN I-O CSGACERTO.
           IF FS-CSGACERTO EQUAL 35
               OPEN OUTPUT CSGACERTO
               CLOSE CSGACERTO
               OPEN I-O CSGACERTO
           END-IF.
           OPEN I-O CONSIG.

           MOVE ZEROS TO WRK-ITEM-ACERTO.
           MOVE WRK-ID-REVENDEDOR TO WRK-OC-REVENDEDOR.

           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
               MOVE TSP-VENDIDA(WRK-SUB-PROD)   TO WRK-REST-VENDA
               MOVE TSP-DEVOLVIDA(WRK-SUB-PROD) TO WRK-REST-DEVOL
               IF WRK-REST-VENDA GREATER ZEROS
                       OR WRK-REST-DEVOL GREATER ZEROS
                   PERFORM 0560-ABATE-REMESSAS
               END-IF
           END-PERFORM.

           CLOSE CONSIG.
           CLOSE CSGACERTO.

           DISPLAY "ACERTO " WRK-NUMERO-ACERTO " GRAVADO - "
                   WRK-ITEM-ACERTO " LINHA(S) ".
           DISPLAY "DEVOLVIDO AO ESTOQUE... " WRK-TOTAL-DEVOLVIDO
                   " UNIDADE(S) ".
           IF WRK-VALOR-VENDIDO GREATER ZEROS
               DISPLAY "VENDIDO A FATURAR..... " WRK-VALOR-VENDIDO
               DISPLAY "EMITA A FATURA NO FATURA001 INFORMANDO O "
                       "ACERTO " WRK-NUMERO-ACERTO
           END-IF.

      *===============================ABATE O VENDIDO E O DEVOLVIDO DO
      *===============================PRODUTO NAS LINHAS EM ABERTO DO
      *===============================REVENDEDOR, DA REMESSA MAIS
      *===============================ANTIGA (MENOR NUMERO) PARA A MAIS
      *===============================NOVA.
       0560-ABATE-REMESSAS  SECTION.
           MOVE ZEROS TO CSG-REMESSA.
           MOVE ZEROS TO CSG-ITEM.
           START CONSIG KEY IS NOT LESS CSG-CHAVE.
           IF FS-CONSIG EQUAL 00
               READ CONSIG NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CONSIG NOT EQUAL 00
                   OR (WRK-REST-VENDA EQUAL ZEROS
                       AND WRK-REST-DEVOL EQUAL ZEROS)
               IF CSG-ID-CLIENTE EQUAL WRK-ID-REVENDEDOR
                       AND CSG-PRODUTO EQUAL TSP-PRODUTO(WRK-SUB-PROD)
                       AND CSG-EM-ABERTO
                   PERFORM 0570-ABATE-LINHA
               END-IF
               READ CONSIG NEXT RECORD
           END-PERFORM.

       0570-ABATE-LINHA     SECTION.
           COMPUTE WRK-SALDO-LINHA = CSG-QTDE-REMETIDA
                   - CSG-QTDE-VENDIDA - CSG-QTDE-DEVOLVIDA.

           IF WRK-REST-VENDA GREATER WRK-SALDO-LINHA
               MOVE WRK-SALDO-LINHA TO WRK-TIRA-VENDA
           ELSE
               MOVE WRK-REST-VENDA  TO WRK-TIRA-VENDA
           END-IF.
           SUBTRACT WRK-TIRA-VENDA FROM WRK-SALDO-LINHA.
           IF WRK-REST-DEVOL GREATER WRK-SALDO-LINHA
               MOVE WRK-SALDO-LINHA TO WRK-TIRA-DEVOL
           ELSE
               MOVE WRK-REST-DEVOL  TO WRK-TIRA-DEVOL
           END-IF.
           SUBTRACT WRK-TIRA-DEVOL FROM WRK-SALDO-LINHA.

           IF WRK-TIRA-VENDA GREATER ZEROS
                   OR WRK-TIRA-DEVOL GREATER ZEROS
               IF WRK-ITEM-ACERTO EQUAL 99
                   DISPLAY "ACERTO COM MAIS DE 99 LINHAS - "
                           CSG-PRODUTO " FICA PARA O PROXIMO ACERTO "
                   MOVE ZEROS TO WRK-REST-VENDA
                   MOVE ZEROS TO WRK-REST-DEVOL
               ELSE
                   PERFORM 0580-GRAVA-LINHA-ACERTO
               END-IF
           END-IF.

       0580-GRAVA-LINHA-ACERTO SECTION.
           SUBTRACT WRK-TIRA-VENDA FROM WRK-REST-VENDA.
           SUBTRACT WRK-TIRA-DEVOL FROM WRK-REST-DEVOL.

           ADD WRK-TIRA-VENDA TO CSG-QTDE-VENDIDA.
           ADD WRK-TIRA-DEVOL TO CSG-QTDE-DEVOLVIDA.
           PERFORM 0585-ABATE-LOTES-LINHA.
           MOVE WRK-DATA-HOJE-R TO CSG-DATA-ULT-ACERTO.
           IF WRK-SALDO-LINHA EQUAL ZEROS
               MOVE "E" TO CSG-STATUS
           END-IF.
           REWRITE REG-CONSIG.

           ADD 1 TO WRK-ITEM-ACERTO.
           MOVE WRK-NUMERO-ACERTO TO ACR-NUMERO.
           MOVE WRK-ITEM-ACERTO   TO ACR-ITEM.
           MOVE CSG-ID-CLIENTE    TO ACR-ID-CLIENTE.
           MOVE CSG-PRODUTO       TO ACR-PRODUTO.
           MOVE CSG-REMESSA       TO ACR-REMESSA.
           MOVE CSG-ITEM          TO ACR-REMESSA-ITEM.
           MOVE WRK-TIRA-VENDA    TO ACR-QTDE-VENDIDA.
           MOVE WRK-TIRA-DEVOL    TO ACR-QTDE-DEVOLVIDA.
           MOVE CSG-PRECO-UNIT    TO ACR-PRECO-UNIT.
           MOVE CSG-CUSTO-UNIT    TO ACR-CUSTO-UNIT.
           MOVE WRK-DATA-HOJE-R   TO ACR-DATA.
           MOVE ZEROS             TO ACR-FATURA.
           WRITE REG-CSGACERTO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LINHA DO ACERTO - STATUS "
                           FS-CSGACERTO
           END-WRITE.

           COMPUTE WRK-VALOR-VENDIDO = WRK-VALOR-VENDIDO
                   + (WRK-TIRA-VENDA * CSG-PRECO-UNIT).

           IF WRK-TIRA-DEVOL GREATER ZEROS
               MOVE CSG-PRODUTO TO WRK-PRODUTO-DIG
               PERFORM VARYING WRK-SUB-DEV FROM 1 BY 1
                       UNTIL WRK-SUB-DEV GREATER WRK-QTDE-DEV-LOTES
                   MOVE TDL-LOTE(WRK-SUB-DEV) TO WRK-LOTE-FEFO
                   MOVE TDL-QTDE(WRK-SUB-DEV) TO WRK-QTDE-LOTE-USADA
                   PERFORM 0590-DEVOLVE-LOTE
               END-PERFORM
               IF WRK-DEV-SEM-LOTE GREATER ZEROS
                   MOVE SPACES           TO WRK-LOTE-FEFO
                   MOVE WRK-DEV-SEM-LOTE TO WRK-QTDE-LOTE-USADA
                   MOVE "N"              TO WRK-LOTE-BLOQUEADO
                   PERFORM 0595-GRAVA-RETORNO-CSG
               END-IF
           END-IF.

      *===============================A VENDA SAI DOS LOTES NA ORDEM EM
      *===============================QUE FORAM REMETIDOS (FEFO: O
      *===============================REVENDEDOR VENDE PRIMEIRO O QUE
      *===============================VENCE ANTES); A DEVOLUCAO, DOS
      *===============================ULTIMOS, E VAI PARA
      *===============================TAB-DEV-LOTE. O QUE PASSA DOS
      *===============================LOTES GUARDADOS VOLTA SEM LOTE.
       0585-ABATE-LOTES-LINHA SECTION.
           MOVE WRK-TIRA-VENDA TO WRK-QTDE-REST-LOTE.
           PERFORM VARYING WRK-SUB-LT FROM 1 BY 1
                   UNTIL WRK-SUB-LT GREATER CSG-QTDE-LOTES
                      OR WRK-QTDE-REST-LOTE EQUAL ZEROS
               IF CSG-LT-QTDE(WRK-SUB-LT) NOT LESS WRK-QTDE-REST-LOTE
                   SUBTRACT WRK-QTDE-REST-LOTE
                       FROM CSG-LT-QTDE(WRK-SUB-LT)
                   MOVE ZEROS TO WRK-QTDE-REST-LOTE
               ELSE
                   SUBTRACT CSG-LT-QTDE(WRK-SUB-LT)
                       FROM WRK-QTDE-REST-LOTE
                   MOVE ZEROS TO CSG-LT-QTDE(WRK-SUB-LT)
               END-IF
           END-PERFORM.

           MOVE ZEROS          TO WRK-QTDE-DEV-LOTES.
           MOVE WRK-TIRA-DEVOL TO WRK-QTDE-REST-LOTE.
           PERFORM VARYING WRK-SUB-LT FROM CSG-QTDE-LOTES BY -1
                   UNTIL WRK-SUB-LT EQUAL ZEROS
                      OR WRK-QTDE-REST-LOTE EQUAL ZEROS
               IF CSG-LT-QTDE(WRK-SUB-LT) GREATER ZEROS
                   ADD 1 TO WRK-QTDE-DEV-LOTES
                   MOVE CSG-LT-NUMERO(WRK-SUB-LT)
                     TO TDL-LOTE(WRK-QTDE-DEV-LOTES)
                   IF CSG-LT-QTDE(WRK-SUB-LT)
                           NOT LESS WRK-QTDE-REST-LOTE
                       MOVE WRK-QTDE-REST-LOTE
                         TO TDL-QTDE(WRK-QTDE-DEV-LOTES)
                       SUBTRACT WRK-QTDE-REST-LOTE
                           FROM CSG-LT-QTDE(WRK-SUB-LT)
                       MOVE ZEROS TO WRK-QTDE-REST-LOTE
                   ELSE
                       MOVE CSG-LT-QTDE(WRK-SUB-LT)
                         TO TDL-QTDE(WRK-QTDE-DEV-LOTES)
                       SUBTRACT CSG-LT-QTDE(WRK-SUB-LT)
                           FROM WRK-QTDE-REST-LOTE
                       MOVE ZEROS TO CSG-LT-QTDE(WRK-SUB-LT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WRK-QTDE-REST-LOTE TO WRK-DEV-SEM-LOTE.

      *===============================DEVOLVE AO LOTE A QUANTIDADE QUE
      *===============================VOLTOU DELE. LOTE QUE NAO EXISTE
      *===============================MAIS VOLTA SEM LOTE.
       0590-DEVOLVE-LOTE    SECTION.
           MOVE "N" TO WRK-LOTE-BLOQUEADO.

           OPEN I-O LOTES.
           IF FS-LOTES EQUAL 00
               MOVE WRK-PRODUTO-DIG TO LOT-PRODUTO
               MOVE WRK-LOTE-FEFO   TO LOT-NUMERO
               READ LOTES
                   INVALID KEY
                       MOVE SPACES TO WRK-LOTE-FEFO
                   NOT INVALID KEY
                       ADD WRK-QTDE-LOTE-USADA TO LOT-QTDE
                       REWRITE REG-LOTE
                       IF LOT-BLOQUEADO
                           MOVE "S" TO WRK-LOTE-BLOQUEADO
                       END-IF
               END-READ
               CLOSE LOTES
           ELSE
               MOVE SPACES TO WRK-LOTE-FEFO
           END-IF.

           PERFORM 0595-GRAVA-RETORNO-CSG.

      *===============================LINHA "CR" DA DEVOLUCAO. UNIDADE
      *===============================DE LOTE BLOQUEADO FICA NO LOTE
      *===============================(QUARENTENA) E SAI LOGO DO SALDO
      *===============================COM UMA LINHA "PR", COMO NO
      *===============================BLOQUEIO DO ESTQ007.
       0595-GRAVA-RETORNO-CSG SECTION.
           MOVE CSG-PRODUTO         TO WRK-EM-PRODUTO.
           MOVE "CR"                TO WRK-EM-TIPO.
           MOVE WRK-QTDE-LOTE-USADA TO WRK-EM-QTDE.
           MOVE CSG-CUSTO-UNIT      TO WRK-EM-CUSTO-UNIT.
           MOVE WRK-NUMERO-ACERTO   TO WRK-EM-DOCUMENTO.
           MOVE WRK-ORIGEM-CSG      TO WRK-EM-ORIGEM.
           MOVE WRK-LOTE-FEFO       TO WRK-EM-LOTE.
           PERFORM 0186-GRAVA-MOVIMENTO-ESTQ.

           IF WRK-LOTE-BLOQUEADO EQUAL "S"
               MOVE CSG-PRODUTO       TO WRK-EM-PRODUTO
               MOVE "PR"              TO WRK-EM-TIPO
               COMPUTE WRK-EM-QTDE = WRK-QTDE-LOTE-USADA * -1
               MOVE CSG-CUSTO-UNIT    TO WRK-EM-CUSTO-UNIT
               MOVE WRK-NUMERO-ACERTO TO WRK-EM-DOCUMENTO
               MOVE WRK-ORIGEM-CSG    TO WRK-EM-ORIGEM
               MOVE WRK-LOTE-FEFO     TO WRK-EM-LOTE
               PERFORM 0186-GRAVA-MOVIMENTO-ESTQ
               DISPLAY "LOTE " WRK-LOTE-FEFO " BLOQUEADO (RECALL) - "
                       "SEPARE AS " WRK-QTDE-LOTE-USADA
                       " UNIDADE(S) DEVOLVIDAS "
           ELSE
               MOVE WRK-QTDE-LOTE-USADA TO WRK-EST-MOVTO
               PERFORM 0810-MOVIMENTA-ESTOQUE
           END-IF.

      *===============================LINHAS EM ABERTO, AGRUPADAS POR
      *===============================REVENDEDOR, COM OS DIAS DESDE A
      *===============================REMESSA E O VALOR DO SALDO A
      *===============================PRECO DE ACERTO E A CUSTO.
       0700-POSICAO         SECTION.
           MOVE ZEROS TO WRK-QTDE-POS.

           OPEN INPUT CONSIG.
           IF FS-CONSIG EQUAL 00
               READ CONSIG NEXT RECORD
               PERFORM UNTIL FS-CONSIG NOT EQUAL 00
                   IF CSG-EM-ABERTO
                       PERFORM 0710-GUARDA-LINHA
                   END-IF
                   READ CONSIG NEXT RECORD
               END-PERFORM
               CLOSE CONSIG
           END-IF.

           PERFORM 0720-ORDENA-POSICAO.
           PERFORM 0730-IMPRIME-POSICAO.

       0710-GUARDA-LINHA    SECTION.
           IF WRK-QTDE-POS EQUAL 300
               DISPLAY "MAIS DE 300 LINHAS EM ABERTO - POSICAO "
                       "INCOMPLETA (REMESSA " CSG-REMESSA ") "
           ELSE
               ADD 1 TO WRK-QTDE-POS
               MOVE CSG-ID-CLIENTE   TO TPO-REVENDEDOR(WRK-QTDE-POS)
               MOVE CSG-REMESSA      TO TPO-REMESSA(WRK-QTDE-POS)
               MOVE CSG-ITEM         TO TPO-ITEM(WRK-QTDE-POS)
               MOVE CSG-PRODUTO      TO TPO-PRODUTO(WRK-QTDE-POS)
               MOVE CSG-DATA-REMESSA TO TPO-DATA(WRK-QTDE-POS)
               COMPUTE TPO-SALDO(WRK-QTDE-POS) = CSG-QTDE-REMETIDA
                       - CSG-QTDE-VENDIDA - CSG-QTDE-DEVOLVIDA
               MOVE CSG-PRECO-UNIT   TO TPO-PRECO(WRK-QTDE-POS)
               MOVE CSG-CUSTO-UNIT   TO TPO-CUSTO(WRK-QTDE-POS)
           END-IF.

      *===============================TROCAS SUCESSIVAS SO PELO
      *===============================REVENDEDOR: A ORDEM DA REMESSA,
      *===============================QUE VEM DA CHAVE, SE MANTEM.
       0720-ORDENA-POSICAO  SECTION.
           MOVE "S" TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU NOT EQUAL "S"
               MOVE "N" TO WRK-TROCOU
               PERFORM VARYING WRK-SUB-ORD FROM 1 BY 1
                       UNTIL WRK-SUB-ORD NOT LESS WRK-QTDE-POS
                   IF TPO-REVENDEDOR(WRK-SUB-ORD) GREATER
                           TPO-REVENDEDOR(WRK-SUB-ORD + 1)
                       MOVE TAB-POS(WRK-SUB-ORD) TO WRK-TROCA-POS
                       MOVE TAB-POS(WRK-SUB-ORD + 1)
                         TO TAB-POS(WRK-SUB-ORD)
                       MOVE WRK-TROCA-POS TO TAB-POS(WRK-SUB-ORD + 1)
                       MOVE "S" TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

       0730-IMPRIME-POSICAO SECTION.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-HOJE-R TO WRK-LT-DATA.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           OPEN INPUT CLIENTES.

           INITIALIZE WRK-TOTAIS-GERAIS.
           MOVE ZEROS TO WRK-REVENDEDOR-ANT.
           PERFORM VARYING WRK-SUB-POS FROM 1 BY 1
                   UNTIL WRK-SUB-POS GREATER WRK-QTDE-POS
               IF TPO-REVENDEDOR(WRK-SUB-POS) NOT EQUAL
                       WRK-REVENDEDOR-ANT
                   IF WRK-REVENDEDOR-ANT NOT EQUAL ZEROS
                       PERFORM 0750-IMPRIME-SUBTOTAL
                   END-IF
                   PERFORM 0740-IMPRIME-REVENDEDOR
               END-IF
               PERFORM 0760-IMPRIME-LINHA
           END-PERFORM.
           IF WRK-REVENDEDOR-ANT NOT EQUAL ZEROS
               PERFORM 0750-IMPRIME-SUBTOTAL
           END-IF.

           IF FS-CLIENTES NOT EQUAL 35
               CLOSE CLIENTES
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TG-QTDE  TO WRK-LTG-QTDE.
           MOVE WRK-TG-VALOR TO WRK-LTG-VALOR.
           MOVE WRK-TG-CUSTO TO WRK-LTG-CUSTO.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.

           DISPLAY "POSICAO GRAVADA EM CONSIG.LST - " WRK-QTDE-POS
                   " LINHA(S) EM ABERTO ".

       0740-IMPRIME-REVENDEDOR SECTION.
           MOVE TPO-REVENDEDOR(WRK-SUB-POS) TO WRK-REVENDEDOR-ANT.
           INITIALIZE WRK-TOTAIS-REVENDEDOR.
           MOVE ZEROS TO WRK-MAIOR-DIAS.

           MOVE "NAO CADASTRADO" TO WRK-LRV-NOME.
           IF FS-CLIENTES NOT EQUAL 35
               MOVE WRK-REVENDEDOR-ANT TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-LRV-NOME
               END-READ
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-REVENDEDOR-ANT TO WRK-LRV-ID.
           MOVE WRK-LINHA-REVENDEDOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0750-IMPRIME-SUBTOTAL SECTION.
           MOVE WRK-MAIOR-DIAS TO WRK-LS-DIAS.
           MOVE WRK-TR-QTDE    TO WRK-LS-QTDE.
           MOVE WRK-TR-VALOR   TO WRK-LS-VALOR.
           MOVE WRK-TR-CUSTO   TO WRK-LS-CUSTO.
           MOVE WRK-LINHA-SUBTOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0760-IMPRIME-LINHA   SECTION.
           MOVE TPO-DATA(WRK-SUB-POS) TO WRK-DATA-X-R.
           COMPUTE WRK-DIAS-REMESSA =
                   (WRK-DX-ANO * 360) + (WRK-DX-MES * 30)
                   + WRK-DX-DIA.
           COMPUTE WRK-DIAS-CONSIG = WRK-DIAS-HOJE - WRK-DIAS-REMESSA.
           IF WRK-DIAS-CONSIG LESS ZEROS
               MOVE ZEROS TO WRK-DIAS-CONSIG
           END-IF.
           IF WRK-DIAS-CONSIG GREATER WRK-MAIOR-DIAS
               MOVE WRK-DIAS-CONSIG TO WRK-MAIOR-DIAS
           END-IF.

           COMPUTE WRK-VALOR-LINHA =
                   TPO-SALDO(WRK-SUB-POS) * TPO-PRECO(WRK-SUB-POS).
           COMPUTE WRK-CUSTO-LINHA =
                   TPO-SALDO(WRK-SUB-POS) * TPO-CUSTO(WRK-SUB-POS).

           ADD TPO-SALDO(WRK-SUB-POS) TO WRK-TR-QTDE WRK-TG-QTDE.
           ADD WRK-VALOR-LINHA TO WRK-TR-VALOR WRK-TG-VALOR.
           ADD WRK-CUSTO-LINHA TO WRK-TR-CUSTO WRK-TG-CUSTO.

           MOVE TPO-REMESSA(WRK-SUB-POS) TO WRK-LD-REMESSA.
           MOVE TPO-ITEM(WRK-SUB-POS)    TO WRK-LD-ITEM.
           MOVE TPO-PRODUTO(WRK-SUB-POS) TO WRK-LD-PRODUTO.
           MOVE TPO-DATA(WRK-SUB-POS)    TO WRK-LD-DATA.
           MOVE WRK-DIAS-CONSIG          TO WRK-LD-DIAS.
           MOVE TPO-SALDO(WRK-SUB-POS)   TO WRK-LD-SALDO.
           MOVE WRK-VALOR-LINHA          TO WRK-LD-VALOR.
           MOVE WRK-CUSTO-LINHA          TO WRK-LD-CUSTO.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================DADOS DO PRODUTO EM ESTOQUE.DAT
      *===============================(SALDO, CUSTO, PRECO DE TABELA E
      *===============================CONTROLE DE SERIE) E O SALDO
      *===============================LIVRE DAS RESERVAS (RESERVAPD).
       0800-LE-ESTOQUE      SECTION.
           MOVE ZEROS  TO WRK-RSV-RESERVADO.
           MOVE ZEROS  TO WRK-RSV-LIVRE.
           MOVE "N"    TO WRK-EST-EXISTE.
           MOVE ZEROS  TO WRK-EST-QTDE.
           MOVE ZEROS  TO WRK-EST-CUSTO.
           MOVE ZEROS  TO WRK-EST-PRECO.
           MOVE SPACES TO WRK-EST-SERIALIZADO.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
               MOVE WRK-PRODUTO-DIG TO ESTQ-PRODUTO
               READ ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S"              TO WRK-EST-EXISTE
                       MOVE ESTQ-QTDE        TO WRK-EST-QTDE
                       MOVE ESTQ-CUSTO       TO WRK-EST-CUSTO
                       MOVE ESTQ-PRECO-VENDA TO WRK-EST-PRECO
                       MOVE ESTQ-SERIALIZADO TO WRK-EST-SERIALIZADO
                       MOVE ESTQ-PRODUTO     TO WRK-RSV-PRODUTO
                       MOVE ESTQ-QTDE        TO WRK-RSV-SALDO-FISICO
                       MOVE WRK-DATA-HOJE-R  TO WRK-RSV-DATA
                       MOVE ZEROS            TO WRK-RSV-DOC-PROPRIO
                       MOVE "S" TO WRK-RSV-ACAO
                       PERFORM 0660-TRATA-RESERVA
               END-READ
               CLOSE ESTOQUE
           END-IF.

      *===============================SOMA WRK-EST-MOVTO (ASSINADO) EM
      *===============================ESTQ-QTDE DO PRODUTO.
       0810-MOVIMENTA-ESTOQUE SECTION.
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
               MOVE WRK-PRODUTO-DIG TO ESTQ-PRODUTO
               READ ESTOQUE
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO - ESTOQUE NAO "
                               "ATUALIZADO " WRK-PRODUTO-DIG
                   NOT INVALID KEY
                       ADD WRK-EST-MOVTO TO ESTQ-QTDE
                       REWRITE REG-ESTOQUE
               END-READ
               CLOSE ESTOQUE
           END-IF.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY CLIPATHPD.
           COPY ESTMOVPD.
           COPY RESERVAPD.
           COPY PINPD.
       END PROGRAM CONSIG001.
