      *==SEM BAIXAR ESTOQUE); A BAIXA PASSA A CONSUMIR TAMBEM OS
      *==LOTES POR FEFO (LOTES.DAT), QUE A FATURA NAO TOCAVA
      *==DATA:02/09/2026
      *==FATURA GRAVADA EM FATURAS.DAT JA SAI COM A SITUACAO DE NF-E
      *==PENDENTE (FT-NFE-SITUACAO EM BRANCO), PARA A EXPORTACAO NFE001
      *==A RECONHECER COMO AINDA NAO TRANSMITIDA
      *==DATA:15/10/2026
      *==GRAVA VND-PARCELAS ZERADO (CAMPO NOVO DO VENDAREG)
      *==DATA:15/10/2026
      *==O PRODUTO PODE SER DIGITADO OU LIDO PELO CODIGO DE
      *==BARRAS EAN-13 DO CADASTRO (ESTQ-EAN, COPY EANWS/EANPD);
      *==CODIGO COM DIGITO ERRADO OU NAO CADASTRADO PEDE DE NOVO
      *==DATA:15/10/2026
      *==PRODUTO COM CONTROLE DE SERIE (ESTQ-SERIALIZADO) EXIGE O
      *==NUMERO DA UNIDADE NO ITEM; A FATURA MARCA A SERIE VENDIDA
      *==EM SERIAIS.DAT (COPY SERIALWS/SERIALPD) E A LEVA PARA O
      *==REGISTRO DE GARANTIA
      *==DATA:15/10/2026
      *==A FATURA SO VENDE O SALDO LIVRE DO PRODUTO (ESTQ-QTDE MENOS AS
      *==RESERVAS ATIVAS DE ORCAMENTOS CONFIRMADOS, COPY RESERVAWS/
      *==RESERVAPD); VENDER MERCADORIA RESERVADA EXIGE O PIN DO
      *==SUPERVISOR (NIVEL 3, COPY PINWS/PINPD)
      *==DATA:15/10/2026
      *==VALOR DO ITEM ABAIXO DE ESTQ-CUSTO MAIS A MARGEM MINIMA DO
      *==GRUPO (MARGEM.CFG, COPY MARGEMWS/MARGEMPD) EXIGE O PIN DO
      *==SUPERVISOR; A LIBERACAO E GRAVADA EM MARGEM.LOG
      *==DATA:15/10/2026
      *==TITULO NOVO EM CONTASREC.DAT GRAVADO COM CR-SITUACAO EM BRANCO
      *==(EM CARTEIRA)
      *==DATA:15/10/2026
      *==GRAVA NA FATURA O CEP DE ENTREGA E, QUANDO A ENTREGA FOR
      *==FEITA COM VEICULO PROPRIO, A MARCA "P" E A DATA DE ENTREGA
      *==PARA O ROMANEIO DE ROTA (ROTA001)
      *==DATA:15/10/2026
      *==FATURA PODE SER A REPOSICAO DE UM SINISTRO DE TRANSPORTE
      *==(SINISTROS.DAT, SINIST001): O NUMERO DO SINISTRO VAI EM
      *==FT-SINISTRO E NA FATURA IMPRESSA, E O SINISTRO RECEBE O NUMERO
      *==DA FATURA DE REPOSICAO. FRETE.LOG PASSA A LEVAR O NUMERO DA
      *==FATURA (HF-NUMERO-FATURA)
      *==DATA:15/10/2026
      *==PESO CUBADO: AS MEDIDAS DO PRODUTO (ESTQ-ALTURA/LARGURA/
      *==COMPRIMENTO-CM) SAO LIDAS NO 0193 E SOMADAS EM WRK-VOLUME-M3; O
      *==FRETE COBRA O MAIOR ENTRE PESO REAL E CUBADO (FRETECALCPD), A
      *==FATURA MOSTRA O PESO CUBADO QUANDO ELE PREVALECE E O FRETE.LOG
      *==GRAVA OS DOIS PESOS (HF-PESO-CUBADO).
      *==DATA:15/10/2026
      *==FATURA DE ACERTO DE CONSIGNACAO: CLIENTE CADASTRADO PODE
      *==INFORMAR O NUMERO DO ACERTO (CSGACERTO.DAT, CONSIG001); OS
      *==ITENS VEM DAS LINHAS VENDIDAS AINDA NAO FATURADAS (UM POR
      *==PRODUTO), SEM FRETE, SEGURO NEM BAIXA DE ESTOQUE, SEMPRE A
      *==PRAZO EM CONTASREC.DAT, E O ACERTO RECEBE O NUMERO DA FATURA
      *==DATA:15/10/2026
      *==VINCULO DO SINISTRO CONFERE A ABERTURA DE SINISTROS ANTES DE
      *==LER; A LIBERACAO ABAIXO DA MARGEM RECUSA O PIN DE QUEM
      *==DIGITOU O PRECO (VENDEDOR ZERO NO LOG - FATURA SEM VENDEDOR).
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTASREC.

           SELECT SINISTROS ASSIGN TO "SINISTROS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SN-NUMERO
           FILE STATUS IS FS-SINISTROS.

           SELECT CSGACERTO ASSIGN TO "CSGACERTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-CHAVE
           FILE STATUS IS FS-CSGACERTO.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-GARANTIAS.

           SELECT SERIAIS ASSIGN TO "SERIAIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SER-NUMERO
           FILE STATUS IS FS-SERIAIS.

           SELECT KITS ASSIGN TO "KITS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEPARACAO.

           SELECT RESERVAS ASSIGN TO "RESERVAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-CHAVE
           FILE STATUS IS FS-RESERVAS.

           SELECT MARGEMCFG ASSIGN TO "MARGEM.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MARGEMCFG.

           SELECT MARGEMLOG ASSIGN TO "MARGEM.LOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-MARGEMLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       FD  CONTASREC.
           COPY CONTARECREG.

       FD  CSGACERTO.
           COPY CSGACERTOREG.

       FD  SINISTROS.
           COPY SINISTROREG.

       FD  ESTOQUE.
           COPY ESTOQUEREG.

       FD  GARANTIAS.
           COPY GARANTREG.

       FD  SERIAIS.
           COPY SERIALREG.

       FD  KITS.
           COPY KITSREG.

       FD  HISTFRETE.
           COPY HISTFRETEREG.

       FD  RESERVAS.
           COPY RESERVAREG.

       FD  MARGEMCFG.
           COPY MARGCFGREG.

       FD  MARGEMLOG.
           COPY MARGEMREG.

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
           COPY FRETECALCWS.
           COPY GARANTWS.
           COPY ESTMOVWS.
           COPY FATBAIXAWS.
           COPY EANWS.
           COPY SERIALWS.
           COPY RESERVAWS.
           COPY PINWS.
           COPY MARGEMWS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       77  FS-FATURA       PIC 9(02) VALUE ZEROS.
       77  FS-TICKETCTL    PIC 9(02) VALUE ZEROS.
       77  FS-FATURAS      PIC 9(02) VALUE ZEROS.
       77  FS-CONTASREC    PIC 9(02) VALUE ZEROS.
       77  FS-SINISTROS    PIC 9(02) VALUE ZEROS.
       77  FS-CSGACERTO    PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO    PIC X(30).
           COPY FSERRWS.

       77  WRK-PESO-TOTAL  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-FINAL PIC 9(08)V99 VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-ENTREGA-PROPRIA PIC X(01) VALUE "N".
       77  WRK-DATA-ENTREGA PIC 9(08) VALUE ZEROS.
       77  WRK-SINISTRO    PIC 9(06) VALUE ZEROS.
       77  WRK-SINISTRO-OK PIC X(01) VALUE "N".
       77  WRK-ACERTO      PIC 9(06) VALUE ZEROS.
       77  WRK-ACERTO-OK   PIC X(01) VALUE "N".
       77  WRK-ACERTO-LINHAS PIC 9(02) VALUE ZEROS.
       77  WRK-ID-REVENDEDOR-ACR PIC 9(04) VALUE ZEROS.
       77  WRK-VALOR-ACERTO-LIN PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SUB-ACR     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ACR     PIC 9(02) VALUE ZEROS.
       77  WRK-NUMERO-FATURA PIC 9(06) VALUE ZEROS.
       77  WRK-TICKET-FATURA PIC 9(06) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
           05 TAB-ITEM-FAT OCCURS 10 TIMES.
               10 TIF-PRODUTO PIC X(30).
               10 TIF-VALOR   PIC 9(08)V99.
               10 TIF-SERIE   PIC X(20).

       77  WRK-SERIE-ITEM  PIC X(20) VALUE SPACES.
       77  WRK-PROD-SERIALIZADO PIC X(01) VALUE "N".
       77  WRK-SUB-SER     PIC 9(02) VALUE ZEROS.
       77  WRK-SALDO-LIVRE-OK PIC X(01) VALUE "N".
       77  WRK-QTDE-NA-FATURA PIC 9(02) VALUE ZEROS.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(28) VALUE SPACES.
           05 FILLER       PIC X(13) VALUE "FATURA NUM.. ".
           05 WRK-LN-NUMERO PIC 9(06).

       01  WRK-LINHA-REPOSICAO.
           05 FILLER       PIC X(32) VALUE
               "REPOSICAO DO SINISTRO DE TRANSP.".
           05 FILLER       PIC X(06) VALUE " NUM. ".
           05 WRK-LRP-SINISTRO PIC 9(06).

       01  WRK-LINHA-ACERTO.
           05 FILLER       PIC X(32) VALUE
               "ACERTO DE CONSIGNACAO".
           05 FILLER       PIC X(06) VALUE " NUM. ".
           05 WRK-LAC-ACERTO PIC 9(06).

       01  WRK-DESC-MULTI-ITEM.
           05 FILLER       PIC X(18) VALUE "VARIOS PRODUTOS (".
           05 WRK-DMI-QTDE  PIC Z9.
           05 FILLER          PIC X(06) VALUE "FRETE ".
           05 WRK-LFR-FRETE    PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-CUBAGEM.
           05 FILLER          PIC X(18) VALUE "PESO CUBADO (KG)  ".
           05 WRK-LCB-CUBADO   PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(20) VALUE
               "   PESO TAXADO (KG) ".
           05 WRK-LCB-TAXADO   PIC ZZ.ZZ9,99.

       01  WRK-LINHA-TOTAL.
           05 FILLER          PIC X(20) VALUE "VALOR TOTAL DA NOTA ".
           05 WRK-LT-TOTAL     PIC ZZ.ZZZ.ZZ9,99.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0060-GERA-NUMERO-FATURA.
           PERFORM 0200-RECEBE-VENDA.
           IF WRK-ACERTO EQUAL ZEROS
               PERFORM 0190-RECEBE-ITEM
                   UNTIL WRK-CONTINUA NOT EQUAL "S"
               MOVE WRK-VALOR-PRODUTOS TO WRK-VALOR
               MOVE WRK-PESO-TOTAL     TO WRK-PESO
               DISPLAY "DESEJA SEGURO SOBRE O VALOR DECLARADO (S/N) "
               ACCEPT WRK-SEGURO
               PERFORM 0170-CALCULA-FRETE
           ELSE
               PERFORM 0210-CARREGA-ACERTO
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-DATA-BASE-VALIDADE.
           PERFORM 0295-CALCULA-DATA-VALIDADE.
           COMPUTE WRK-VALOR-FINAL = WRK-VALOR-PRODUTOS + WRK-FRETE.
           PERFORM 0280-DEFINE-PARCELAMENTO.
           PERFORM 0300-GRAVA-VENDA.
           IF WRK-ACERTO EQUAL ZEROS
               PERFORM 0380-ATUALIZA-ESTOQUE
           END-IF.
           PERFORM 0390-GRAVA-GARANTIAS.
           IF WRK-ACERTO EQUAL ZEROS
               PERFORM 0350-GRAVA-HISTFRETE
           END-IF.
           PERFORM 0360-GRAVA-FATURAS-DAT.
           PERFORM 0365-VINCULA-SINISTRO.
           PERFORM 0366-VINCULA-ACERTO.
           PERFORM 0370-GRAVA-PARCELAS.
           PERFORM 0400-IMPRIME-FATURA.
           PERFORM 0395-IMPRIME-SEPARACAO.
           ACCEPT WRK-ID-CLIENTE.
           PERFORM 0250-VALIDAR-CLIENTE.

           MOVE ZEROS TO WRK-ACERTO.
           IF WRK-ID-CLIENTE NOT EQUAL ZEROS
               MOVE "N" TO WRK-ACERTO-OK
               PERFORM UNTIL WRK-ACERTO-OK EQUAL "S"
                   DISPLAY "ACERTO DE CONSIGNACAO - NUMERO DO ACERTO "
                           "(0 = FATURA NORMAL) "
                   ACCEPT WRK-ACERTO
                   PERFORM 0207-VALIDA-ACERTO
               END-PERFORM
           END-IF.

           IF WRK-ACERTO EQUAL ZEROS
               PERFORM 0201-RECEBE-ENTREGA
           ELSE
               MOVE REG-CLI-UF TO WRK-ESTADO
           END-IF.

      *===============================DESTINO DA MERCADORIA E, SE FOR O
      *===============================CASO, O SINISTRO REPOSTO. A
      *===============================FATURA DE ACERTO DE CONSIGNACAO
      *===============================NAO PASSA POR AQUI: A MERCADORIA
      *===============================JA ESTA COM O REVENDEDOR.
       0201-RECEBE-ENTREGA      SECTION.
           IF WRK-ID-CLIENTE NOT EQUAL ZEROS
                   AND REG-CLI-UF NOT EQUAL SPACES
               MOVE REG-CLI-UF TO WRK-ESTADO
           DISPLAY "DIGITE O CEP DE ENTREGA (0 = NAO INFORMADO) "
           ACCEPT WRK-CEP.

           DISPLAY "ENTREGA COM VEICULO PROPRIO (S/N) "
           ACCEPT WRK-ENTREGA-PROPRIA.
           IF WRK-ENTREGA-PROPRIA EQUAL "S"
               DISPLAY "DATA DE ENTREGA AAAAMMDD (0 = HOJE) "
               ACCEPT WRK-DATA-ENTREGA
               IF WRK-DATA-ENTREGA EQUAL ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-ENTREGA
               END-IF
           END-IF.

           MOVE "N" TO WRK-SINISTRO-OK.
           PERFORM UNTIL WRK-SINISTRO-OK EQUAL "S"
               DISPLAY "REPOSICAO DE SINISTRO DE TRANSPORTE - NUMERO "
                       "DO SINISTRO (0 = FATURA NORMAL) "
               ACCEPT WRK-SINISTRO
               PERFORM 0205-VALIDA-SINISTRO
           END-PERFORM.

      *===============================SO SINISTRO DE AVARIA OU
      *===============================EXTRAVIO, AINDA SEM FATURA DE
      *===============================REPOSICAO, PODE SER REPOSTO.
       0205-VALIDA-SINISTRO     SECTION.
           IF WRK-SINISTRO EQUAL ZEROS
               MOVE "S" TO WRK-SINISTRO-OK
           ELSE
               OPEN INPUT SINISTROS
               IF FS-SINISTROS NOT EQUAL 00
                   DISPLAY "SINISTROS.DAT NAO ABERTO - NENHUM "
                           "SINISTRO REGISTRADO "
               ELSE
                   MOVE WRK-SINISTRO TO SN-NUMERO
                   READ SINISTROS
                       INVALID KEY
                           DISPLAY "SINISTRO NAO ENCONTRADO "
                                   WRK-SINISTRO
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN SN-ATRASO
                                   DISPLAY "SINISTRO DE ATRASO NAO "
                                           "TEM REPOSICAO "
                               WHEN SN-FATURA-REPOSICAO
                                       NOT EQUAL ZEROS
                                   DISPLAY "SINISTRO JA REPOSTO NA "
                                           "FATURA "
                                           SN-FATURA-REPOSICAO
                               WHEN OTHER
                                   MOVE "S" TO WRK-SINISTRO-OK
                           END-EVALUATE
                   END-READ
               END-IF
               CLOSE SINISTROS
           END-IF.

      *===============================ACERTO (CSGACERTO.DAT, CONSIG001)
      *===============================DO PROPRIO CLIENTE, COM VENDA
      *===============================AINDA NAO FATURADA.
       0207-VALIDA-ACERTO       SECTION.
           IF WRK-ACERTO EQUAL ZEROS
               MOVE "S" TO WRK-ACERTO-OK
           ELSE
               MOVE ZEROS TO WRK-ACERTO-LINHAS
               MOVE "N"   TO WRK-ACERTO-OK
               OPEN INPUT CSGACERTO
               IF FS-CSGACERTO NOT EQUAL 00
                   DISPLAY "CSGACERTO.DAT NAO ABERTO - NENHUM "
                           "ACERTO REGISTRADO "
               ELSE
                   PERFORM 0208-POSICIONA-ACERTO
                   PERFORM UNTIL FS-CSGACERTO NOT EQUAL 00
                           OR ACR-NUMERO NOT EQUAL WRK-ACERTO
                       IF ACR-QTDE-VENDIDA GREATER ZEROS
                               AND ACR-FATURA EQUAL ZEROS
                           ADD 1 TO WRK-ACERTO-LINHAS
                       END-IF
                       MOVE ACR-ID-CLIENTE TO WRK-ID-REVENDEDOR-ACR
                       READ CSGACERTO NEXT RECORD
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WRK-ID-REVENDEDOR-ACR EQUAL ZEROS
                           DISPLAY "ACERTO NAO ENCONTRADO " WRK-ACERTO
                       WHEN WRK-ID-REVENDEDOR-ACR
                               NOT EQUAL WRK-ID-CLIENTE
                           DISPLAY "ACERTO E DE OUTRO REVENDEDOR ("
                                   WRK-ID-REVENDEDOR-ACR ") "
                       WHEN WRK-ACERTO-LINHAS EQUAL ZEROS
                           DISPLAY "ACERTO SEM VENDA A FATURAR (SO "
                                   "DEVOLUCAO OU JA FATURADO) "
                       WHEN OTHER
                           MOVE "S" TO WRK-ACERTO-OK
                   END-EVALUATE
                   CLOSE CSGACERTO
               END-IF
           END-IF.

      *===============================PRIMEIRA LINHA DO ACERTO
      *===============================WRK-ACERTO (FS-CSGACERTO DIFERENTE
      *===============================DE 00 SE NAO HOUVER NENHUMA).
       0208-POSICIONA-ACERTO    SECTION.
           MOVE ZEROS      TO WRK-ID-REVENDEDOR-ACR.
           MOVE WRK-ACERTO TO ACR-NUMERO.
           MOVE ZEROS      TO ACR-ITEM.
           START CSGACERTO KEY IS NOT LESS ACR-CHAVE.
           IF FS-CSGACERTO EQUAL 00
               READ CSGACERTO NEXT RECORD
           END-IF.

      *===============================ITENS DA FATURA DE ACERTO: UM POR
      *===============================PRODUTO, PELA SOMA DE QUANTIDADE
      *===============================VENDIDA X PRECO DE ACERTO DAS
      *===============================LINHAS AINDA NAO FATURADAS. SEM
      *===============================FRETE, SEGURO NEM BAIXA DE
      *===============================ESTOQUE (JA SAIU NA REMESSA).
       0210-CARREGA-ACERTO      SECTION.
           MOVE ZEROS TO WRK-QTDE-ITENS.
           MOVE ZEROS TO WRK-VALOR-PRODUTOS.
           OPEN INPUT CSGACERTO.
           PERFORM 0208-POSICIONA-ACERTO.
           PERFORM UNTIL FS-CSGACERTO NOT EQUAL 00
                   OR ACR-NUMERO NOT EQUAL WRK-ACERTO
               IF ACR-QTDE-VENDIDA GREATER ZEROS
                       AND ACR-FATURA EQUAL ZEROS
                   PERFORM 0215-SOMA-ITEM-ACERTO
               END-IF
               READ CSGACERTO NEXT RECORD
           END-PERFORM.
           CLOSE CSGACERTO.

           DISPLAY "ACERTO " WRK-ACERTO " - " WRK-QTDE-ITENS
                   " PRODUTO(S) VENDIDO(S) - VALOR "
                   WRK-VALOR-PRODUTOS.

       0215-SOMA-ITEM-ACERTO    SECTION.
           COMPUTE WRK-VALOR-ACERTO-LIN =
                   ACR-QTDE-VENDIDA * ACR-PRECO-UNIT.

           MOVE ZEROS TO WRK-IDX-ACR.
           PERFORM VARYING WRK-SUB-ACR FROM 1 BY 1
                   UNTIL WRK-SUB-ACR GREATER WRK-QTDE-ITENS
               IF TIF-PRODUTO(WRK-SUB-ACR) EQUAL ACR-PRODUTO
                   MOVE WRK-SUB-ACR TO WRK-IDX-ACR
               END-IF
           END-PERFORM.

           IF WRK-IDX-ACR EQUAL ZEROS
               IF WRK-QTDE-ITENS LESS 10
                   ADD 1 TO WRK-QTDE-ITENS
                   MOVE WRK-QTDE-ITENS TO WRK-IDX-ACR
                   MOVE ACR-PRODUTO TO TIF-PRODUTO(WRK-IDX-ACR)
                   MOVE ZEROS       TO TIF-VALOR(WRK-IDX-ACR)
                   MOVE SPACES      TO TIF-SERIE(WRK-IDX-ACR)
               ELSE
                   DISPLAY "LIMITE DE 10 ITENS POR FATURA ATINGIDO - "
                           "PRODUTO " ACR-PRODUTO " NAO FATURADO "
               END-IF
           END-IF.

           IF WRK-IDX-ACR NOT EQUAL ZEROS
               ADD WRK-VALOR-ACERTO-LIN TO TIF-VALOR(WRK-IDX-ACR)
               ADD WRK-VALOR-ACERTO-LIN TO WRK-VALOR-PRODUTOS
           END-IF.

       0190-RECEBE-ITEM         SECTION.
           MOVE "N" TO WRK-SALDO-LIVRE-OK.
           PERFORM UNTIL WRK-SALDO-LIVRE-OK EQUAL "S"
               PERFORM 0192-LE-PRODUTO
               PERFORM 0194-CONFERE-SALDO-LIVRE
           END-PERFORM.
           PERFORM 0193-LE-SERIE.
           MOVE "N" TO WRK-MRG-OK.
           PERFORM UNTIL WRK-MRG-OK EQUAL "S"
               DISPLAY "DIGITE O VALOR DO PRODUTO "
               ACCEPT WRK-VALOR
               PERFORM 0195-CONFERE-MARGEM
           END-PERFORM.
           DISPLAY "DIGITE O PESO (KG) DESTE ITEM "
           ACCEPT WRK-PESO.

               ADD 1 TO WRK-QTDE-ITENS
               MOVE WRK-PRODUTO TO TIF-PRODUTO(WRK-QTDE-ITENS)
               MOVE WRK-VALOR   TO TIF-VALOR(WRK-QTDE-ITENS)
               MOVE WRK-SERIE-ITEM TO TIF-SERIE(WRK-QTDE-ITENS)
               ADD WRK-VALOR TO WRK-VALOR-PRODUTOS
               ADD WRK-PESO  TO WRK-PESO-TOTAL
               MOVE 1 TO WRK-QTDE-VOLUME
               PERFORM 0177-SOMA-VOLUME-ITEM
           ELSE
               DISPLAY "LIMITE DE 10 ITENS POR FATURA ATINGIDO - "
                       "ITEM IGNORADO "
           DISPLAY "DESEJA INCLUIR OUTRO ITEM (S/N) "
           ACCEPT WRK-CONTINUA.

      *===============================O PRODUTO PODE SER DIGITADO OU
      *===============================LIDO PELO CODIGO DE BARRAS (COPY
      *===============================EANPD); CODIGO COM DIGITO ERRADO
      *===============================OU NAO CADASTRADO PEDE DE NOVO.
       0192-LE-PRODUTO       SECTION.
           MOVE SPACES TO WRK-EAN-SITUACAO.
           PERFORM UNTIL WRK-EAN-SITUACAO EQUAL "T"
                      OR WRK-EAN-SITUACAO EQUAL "A"
               DISPLAY "DIGITE O PRODUTO OU LEIA O CODIGO DE BARRAS "
               ACCEPT WRK-PRODUTO
               MOVE WRK-PRODUTO TO WRK-EAN-ENTRADA
               MOVE "R" TO WRK-EAN-ACAO
               PERFORM 0094-TRATA-EAN
               EVALUATE WRK-EAN-SITUACAO
                   WHEN "A"
                       MOVE WRK-EAN-PRODUTO TO WRK-PRODUTO
                       DISPLAY "PRODUTO........ " WRK-PRODUTO
                   WHEN "I"
                       DISPLAY "CODIGO DE BARRAS COM DIGITO INVALIDO "
                               "- LEIA DE NOVO "
                   WHEN "N"
                       DISPLAY "CODIGO DE BARRAS NAO CADASTRADO - "
                               "DIGITE O NOME DO PRODUTO "
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *===============================PRODUTO COM CONTROLE DE SERIE
      *===============================(ESTQ-SERIALIZADO) EXIGE O NUMERO
      *===============================DA UNIDADE, QUE NAO PODE REPETIR
      *===============================NA MESMA FATURA.
       0193-LE-SERIE            SECTION.
           MOVE SPACES TO WRK-SERIE-ITEM.
           MOVE "N" TO WRK-PROD-SERIALIZADO.
           MOVE ZEROS TO WRK-ALTURA-CM WRK-LARGURA-CM
                         WRK-COMPRIMENTO-CM.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
               MOVE WRK-PRODUTO TO ESTQ-PRODUTO
               READ ESTOQUE
                   NOT INVALID KEY
                       MOVE ESTQ-SERIALIZADO TO WRK-PROD-SERIALIZADO
                       MOVE ESTQ-ALTURA-CM   TO WRK-ALTURA-CM
                       MOVE ESTQ-LARGURA-CM  TO WRK-LARGURA-CM
                       MOVE ESTQ-COMPRIMENTO-CM TO WRK-COMPRIMENTO-CM
               END-READ
               CLOSE ESTOQUE
           END-IF.

           IF WRK-PROD-SERIALIZADO EQUAL "S"
               MOVE WRK-PRODUTO   TO WRK-SER-PRODUTO
               MOVE WRK-DATA-HOJE TO WRK-SER-DATA
               PERFORM UNTIL WRK-SERIE-ITEM NOT EQUAL SPACES
                   MOVE "S" TO WRK-SER-PEDIR
                   PERFORM 0183-RECEBE-SERIE-VENDA
                   IF WRK-SER-OK EQUAL "S"
                       MOVE WRK-SER-NUMERO TO WRK-SERIE-ITEM
                       PERFORM VARYING WRK-SUB-SER FROM 1 BY 1
                               UNTIL WRK-SUB-SER GREATER WRK-QTDE-ITENS
                           IF TIF-SERIE(WRK-SUB-SER) EQUAL
                                   WRK-SERIE-ITEM
                               DISPLAY "SERIE JA LANCADA NESTA FATURA "
                               MOVE SPACES TO WRK-SERIE-ITEM
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *===============================A FATURA SO VENDE O SALDO LIVRE
      *===============================(ESTQ-QTDE MENOS AS RESERVAS
      *===============================ATIVAS DE ORCAMENTOS CONFIRMADOS,
      *===============================COPY RESERVAPD), CONTANDO AS
      *===============================UNIDADES DO MESMO PRODUTO JA
      *===============================LANCADAS NESTA FATURA; VENDER A
      *===============================MERCADORIA RESERVADA EXIGE O PIN
      *===============================DO SUPERVISOR (NIVEL 3).
       0194-CONFERE-SALDO-LIVRE SECTION.
           MOVE "S" TO WRK-SALDO-LIVRE-OK.

           MOVE 1 TO WRK-QTDE-NA-FATURA.
           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER WRK-QTDE-ITENS
               IF TIF-PRODUTO(WRK-SUB-IT) EQUAL WRK-PRODUTO
                   ADD 1 TO WRK-QTDE-NA-FATURA
               END-IF
           END-PERFORM.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
               MOVE WRK-PRODUTO TO ESTQ-PRODUTO
               READ ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ESTQ-PRODUTO  TO WRK-RSV-PRODUTO
                       MOVE ESTQ-QTDE     TO WRK-RSV-SALDO-FISICO
                       MOVE WRK-DATA-HOJE TO WRK-RSV-DATA
                       MOVE ZEROS         TO WRK-RSV-DOC-PROPRIO
                       MOVE "S" TO WRK-RSV-ACAO
                       PERFORM 0660-TRATA-RESERVA
                       IF WRK-RSV-RESERVADO GREATER ZEROS
                               AND WRK-RSV-LIVRE LESS
                                   WRK-QTDE-NA-FATURA
                           MOVE "N" TO WRK-SALDO-LIVRE-OK
                       END-IF
               END-READ
               CLOSE ESTOQUE
           END-IF.

           IF WRK-SALDO-LIVRE-OK NOT EQUAL "S"
               DISPLAY "SALDO RESERVADO PARA ORCAMENTO - FISICO "
                       WRK-RSV-SALDO-FISICO " RESERVADO "
                       WRK-RSV-RESERVADO
               DISPLAY "VENDER A MERCADORIA RESERVADA EXIGE O PIN DO "
                       "SUPERVISOR "
               MOVE 3 TO WRK-NIVEL-EXIGIDO
               PERFORM 0095-VALIDA-PIN
               IF WRK-PIN-OK EQUAL "S"
                   MOVE "S" TO WRK-SALDO-LIVRE-OK
                   DISPLAY "VENDA DA RESERVA LIBERADA POR "
                           WRK-USUARIO-PIN
               ELSE
                   DISPLAY "ITEM NAO LANCADO - DIGITE OUTRO PRODUTO "
               END-IF
           END-IF.

      *===============================O VALOR DO ITEM NAO PODE FICAR
      *===============================ABAIXO DO CUSTO MAIS A MARGEM
      *===============================MINIMA DO GRUPO (COPY MARGEMPD)
      *===============================SEM O PIN DO SUPERVISOR (O
      *===============================DESCONTO POR VOLUME DA FATURA SO
      *===============================INCIDE SOBRE O FRETE). PRODUTO
      *===============================FORA DO ESTOQUE.DAT NAO E
      *===============================CONFERIDO.
       0195-CONFERE-MARGEM      SECTION.
           MOVE ZEROS  TO WRK-MRG-CUSTO.
           MOVE SPACES TO WRK-MRG-GRUPO.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
               MOVE WRK-PRODUTO TO ESTQ-PRODUTO
               READ ESTOQUE
                   NOT INVALID KEY
                       MOVE ESTQ-CUSTO TO WRK-MRG-CUSTO
                       MOVE ESTQ-GRUPO TO WRK-MRG-GRUPO
               END-READ
               CLOSE ESTOQUE
           END-IF.

           MOVE WRK-PRODUTO       TO WRK-MRG-PRODUTO.
           MOVE WRK-VALOR         TO WRK-MRG-PRECO.
           MOVE "F"               TO WRK-MRG-ORIGEM.
           MOVE WRK-NUMERO-FATURA TO WRK-MRG-DOCUMENTO.
      *===============================FATURA NAO TEM VENDEDOR (VENDAS
      *===============================TAMBEM GRAVA VND-VENDEDOR ZERO
      *===============================NO 0300); ZERO NO MARGEM.LOG E
      *===============================VENDA PELO FATURAMENTO.
           MOVE ZEROS             TO WRK-MRG-VENDEDOR.
           MOVE WRK-DATA-HOJE     TO WRK-MRG-DATA.
           PERFORM 0670-CONFERE-MARGEM.

       0250-VALIDAR-CLIENTE     SECTION.
           IF WRK-ID-CLIENTE EQUAL ZEROS
               CONTINUE

       0280-DEFINE-PARCELAMENTO SECTION.
           MOVE "A" TO WRK-TIPO-PGTO.
           IF WRK-ACERTO NOT EQUAL ZEROS
               MOVE "P" TO WRK-TIPO-PGTO
               DISPLAY "ACERTO DE CONSIGNACAO - FATURA A PRAZO EM "
                       "CONTAS A RECEBER "
           END-IF.
           IF WRK-ID-CLIENTE NOT EQUAL ZEROS
                   AND WRK-ACERTO EQUAL ZEROS
               DISPLAY "FORMA DE PAGAMENTO (A-VISTA / P-A PRAZO) "
               ACCEPT WRK-TIPO-PGTO
               IF WRK-TIPO-PGTO NOT EQUAL "P"
               END-IF
           END-IF.

           IF WRK-TIPO-PGTO EQUAL "P" AND WRK-ACERTO EQUAL ZEROS
               MOVE WRK-VALOR-FINAL TO WRK-VALOR-NOVO-CRED
               PERFORM 0165-VERIFICA-LIMITE-CRED
               IF WRK-LIMITE-ESTOURADO EQUAL "S"
               MOVE "V"                     TO VND-TIPO-TRANS
               MOVE ZEROS                   TO VND-TICKET-REF
               MOVE ZEROS                   TO VND-VENDEDOR
               MOVE ZEROS                   TO VND-PARCELAS
               WRITE REG-VENDA
           END-PERFORM.

                   UNTIL WRK-SUB-IT GREATER WRK-QTDE-ITENS
               MOVE TIF-PRODUTO(WRK-SUB-IT)
                 TO TIB-PRODUTO(WRK-SUB-IT)
               MOVE TIF-SERIE(WRK-SUB-IT)
                 TO TIB-SERIE(WRK-SUB-IT)
           END-PERFORM.
           MOVE WRK-TICKET-FATURA TO WRK-BX-TICKET.
           MOVE WRK-ID-CLIENTE    TO WRK-BX-ID-CLIENTE.
           MOVE WRK-NUMERO-FATURA TO WRK-BX-NUM-FATURA.

           PERFORM 0680-BAIXA-ESTOQUE-FAT.
           PERFORM 0385-VENDE-SERIES.

      *===============================CADA UNIDADE COM SERIE PASSA A
      *===============================VENDIDA NO TICKET DA FATURA.
       0385-VENDE-SERIES        SECTION.
           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER WRK-QTDE-ITENS
               IF TIF-SERIE(WRK-SUB-IT) NOT EQUAL SPACES
                   MOVE TIF-SERIE(WRK-SUB-IT)   TO WRK-SER-NUMERO
                   MOVE TIF-PRODUTO(WRK-SUB-IT) TO WRK-SER-PRODUTO
                   MOVE WRK-TICKET-FATURA       TO WRK-SER-TICKET
                   MOVE WRK-ID-CLIENTE          TO WRK-SER-ID-CLIENTE
                   MOVE WRK-DATA-HOJE           TO WRK-SER-DATA
                   MOVE "V" TO WRK-SER-ACAO
                   PERFORM 0182-MOVIMENTA-SERIE
                   IF WRK-SER-OK NOT EQUAL "S"
                       DISPLAY "SERIE NAO MARCADA COMO VENDIDA - "
                               "CONFIRA SERIAIS.DAT "
                               TIF-SERIE(WRK-SUB-IT)
                   END-IF
               END-IF
           END-PERFORM.

       0390-GRAVA-GARANTIAS     SECTION.
           PERFORM 0690-GRAVA-GARANTIAS-FAT.
           MOVE WRK-ESTADO     TO HF-ESTADO.
           MOVE WRK-CEP        TO HF-CEP.
           MOVE WRK-PESO-TOTAL TO HF-PESO.
           MOVE WRK-PESO-CUBADO TO HF-PESO-CUBADO.
           MOVE WRK-FRETE      TO HF-FRETE.
           MOVE WRK-VALOR-FINAL TO HF-VALOR-FINAL.
           MOVE WRK-DATA-HOJE  TO HF-DATA.
           MOVE WRK-VALOR-ADVAL   TO HF-ADVAL.
           MOVE WRK-VALOR-GRIS    TO HF-GRIS.
           MOVE WRK-VALOR-PEDAGIO TO HF-PEDAGIO.
           MOVE WRK-NUMERO-FATURA TO HF-NUMERO-FATURA.
           WRITE REG-HISTFRETE.

           CLOSE HISTFRETE.
           MOVE "A"                TO FT-STATUS.
           MOVE WRK-TICKET-FATURA  TO FT-TICKET.
           MOVE WRK-QTDE-ITENS     TO FT-QTDE-ITENS.
           MOVE SPACES             TO FT-NFE-SITUACAO.
           MOVE ZEROS              TO FT-NFE-DATA.
           MOVE SPACES             TO FT-NFE-CHAVE.
           MOVE WRK-CEP            TO FT-CEP.
           IF WRK-ENTREGA-PROPRIA EQUAL "S"
               MOVE "P"              TO FT-ENTREGA
               MOVE WRK-DATA-ENTREGA TO FT-DATA-ENTREGA
           ELSE
               MOVE SPACES           TO FT-ENTREGA
               MOVE ZEROS            TO FT-DATA-ENTREGA
           END-IF.
           MOVE ZEROS              TO FT-MANIFESTO.
           MOVE ZEROS              TO FT-DATA-MANIFESTO.
           MOVE WRK-SINISTRO       TO FT-SINISTRO.

           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER WRK-QTDE-ITENS

           CLOSE FATURAS.

      *===============================GRAVA NO SINISTRO O NUMERO DA
      *===============================FATURA DE REPOSICAO.
       0365-VINCULA-SINISTRO    SECTION.
           IF WRK-SINISTRO NOT EQUAL ZEROS
               OPEN I-O SINISTROS
               IF FS-SINISTROS NOT EQUAL 00
                   DISPLAY "SINISTROS NAO ABERTO - STATUS "
                           FS-SINISTROS " - SINISTRO " WRK-SINISTRO
                           " NAO VINCULADO A FATURA "
                           WRK-NUMERO-FATURA
               ELSE
                   MOVE WRK-SINISTRO TO SN-NUMERO
                   READ SINISTROS
                       INVALID KEY
                           DISPLAY "SINISTRO " WRK-SINISTRO
                                   " NAO ENCONTRADO PARA VINCULAR "
                       NOT INVALID KEY
                           MOVE WRK-NUMERO-FATURA
                             TO SN-FATURA-REPOSICAO
                           REWRITE REG-SINISTRO
                   END-READ
                   CLOSE SINISTROS
               END-IF
           END-IF.

      *===============================GRAVA NAS LINHAS VENDIDAS DO
      *===============================ACERTO O NUMERO DA FATURA, PARA
      *===============================O ACERTO NAO SER FATURADO DE NOVO.
       0366-VINCULA-ACERTO      SECTION.
           IF WRK-ACERTO NOT EQUAL ZEROS
               OPEN I-O CSGACERTO
               PERFORM 0208-POSICIONA-ACERTO
               PERFORM UNTIL FS-CSGACERTO NOT EQUAL 00
                       OR ACR-NUMERO NOT EQUAL WRK-ACERTO
                   IF ACR-QTDE-VENDIDA GREATER ZEROS
                           AND ACR-FATURA EQUAL ZEROS
                       MOVE WRK-NUMERO-FATURA TO ACR-FATURA
                       REWRITE REG-CSGACERTO
                   END-IF
                   READ CSGACERTO NEXT RECORD
               END-PERFORM
               CLOSE CSGACERTO
           END-IF.

       0370-GRAVA-PARCELAS      SECTION.
           IF WRK-TIPO-PGTO NOT EQUAL "P"
               CONTINUE
                   MOVE WRK-DATA-VENC     TO CR-DATA-VENC
                   MOVE WRK-SUB-PARC      TO CR-PARCELA
                   MOVE WRK-QTDE-PARCELAS TO CR-QTDE-PARCELAS
                   MOVE SPACES            TO CR-SITUACAO
                   WRITE REG-CONTAREC
               END-PERFORM

           MOVE WRK-LINHA-NUMERO TO REG-FATURA.
           WRITE REG-FATURA.

           IF WRK-SINISTRO NOT EQUAL ZEROS
               MOVE WRK-SINISTRO TO WRK-LRP-SINISTRO
               MOVE WRK-LINHA-REPOSICAO TO REG-FATURA
               WRITE REG-FATURA
           END-IF.

           IF WRK-ACERTO NOT EQUAL ZEROS
               MOVE WRK-ACERTO TO WRK-LAC-ACERTO
               MOVE WRK-LINHA-ACERTO TO REG-FATURA
               WRITE REG-FATURA
           END-IF.

           MOVE SPACES TO REG-FATURA.
           WRITE REG-FATURA.

           MOVE WRK-LINHA-FRETE TO REG-FATURA.
           WRITE REG-FATURA.

           IF WRK-PESO-CUBADO GREATER WRK-PESO-TOTAL
               MOVE WRK-PESO-CUBADO TO WRK-LCB-CUBADO
               MOVE WRK-PESO-TAXADO TO WRK-LCB-TAXADO
               MOVE WRK-LINHA-CUBAGEM TO REG-FATURA
               WRITE REG-FATURA
           END-IF.

           IF WRK-VALOR-ADVAL GREATER ZEROS
                   OR WRK-VALOR-GRIS GREATER ZEROS
                   OR WRK-VALOR-PEDAGIO GREATER ZEROS
           COPY GARANTPD.
           COPY ESTMOVPD.
           COPY FATBAIXAPD.
           COPY EANPD.
           COPY SERIALPD.
           COPY RESERVAPD.
           COPY PINPD.
           COPY MARGEMPD.
       END PROGRAM FATURA001.
