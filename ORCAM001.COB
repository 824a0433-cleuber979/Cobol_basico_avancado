      *==FATBAIXAPD DE FATURA001 - ATE AQUI A FATURA DO ORCAMENTO
      *==DEIXAVA ESTQ-QTDE INFLADO E GARANTIAS.DAT VAZIO
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
      *==ORCAMENTO CONFIRMADO PELO CLIENTE (NA EMISSAO OU PELA OPCAO 3)
      *==RESERVA 1 UNIDADE POR ITEM EM RESERVAS.DAT (COPY RESERVAWS/
      *==RESERVAPD) ATE A VALIDADE, SE HOUVER SALDO LIVRE; ORC-STATUS
      *==PASSA A "C". AS RESERVAS SAO LIBERADAS NO FATURAMENTO ("F") OU
      *==QUANDO O ORCAMENTO VENCIDO E APRESENTADO ("V")
      *==DATA:15/10/2026
      *==O ORCAMENTO PASSA A GUARDAR O VENDEDOR (LEVADO TAMBEM PARA
      *==VND-VENDEDOR NO FATURAMENTO), A CATEGORIA DO CLIENTE E A
      *==DATA DE FECHAMENTO; A OPCAO 4 ENCERRA OS ORCAMENTOS VENCIDOS
      *==COMO PERDIDOS ("P") COM O MOTIVO DA PERDA, PARA O ORCAM002
      *==DATA:15/10/2026
      *==CLIENTES.DAT FICA ABERTO DURANTE A VERIFICACAO DO LIMITE DE
      *==CREDITO NO FATURAMENTO, PARA O LIMCREDPD MONTAR O GRUPO DE
      *==EMPRESAS (MATRIZ + FILIAIS) E TESTAR O LIMITE DO GRUPO
      *==DATA:15/10/2026
      *==TITULO NOVO EM CONTASREC.DAT GRAVADO COM CR-SITUACAO EM BRANCO
      *==(EM CARTEIRA)
      *==DATA:15/10/2026
      *==GRAVA NA FATURA O CEP DE ENTREGA E, QUANDO A ENTREGA FOR
      *==FEITA COM VEICULO PROPRIO, A MARCA "P" E A DATA DE ENTREGA
      *==PARA O ROMANEIO DE ROTA (ROTA001)
      *==DATA:15/10/2026
      *==FRETE.LOG PASSA A LEVAR O NUMERO DA FATURA (HF-NUMERO-FATURA),
      *==USADO PELO SINISTRO DE TRANSPORTE (SINIST001); FATURA DE
      *==ORCAMENTO GRAVADA COM FT-SINISTRO ZERADO
      *==DATA:15/10/2026
      *==PESO CUBADO: AS MEDIDAS DO PRODUTO SAO LIDAS DO ESTOQUE (0193)
      *==E SOMADAS EM WRK-VOLUME-M3; O FRETE COBRA O MAIOR ENTRE PESO
      *==REAL E CUBADO, A PROPOSTA MOSTRA O CUBADO QUANDO PREVALECE, O
      *==ORCAMENTO GUARDA ORC-PESO-CUBADO E A CONVERSAO EM FATURA GRAVA
      *==OS DOIS PESOS NO FRETE.LOG.
      *==DATA:15/10/2026
      *==ORC-STATUS SO PASSA A "C" SE AO MENOS UMA RESERVA FOI GRAVADA;
      *==NA EMISSAO A RESERVA E FEITA ANTES DE GRAVAR O ORCAMENTO
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEPARACAO.

           SELECT RESERVAS ASSIGN TO "RESERVAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-CHAVE
           FILE STATUS IS FS-RESERVAS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       FD  SEPARACAO.
       01  REG-SEPARACAO     PIC X(80).

       FD  RESERVAS.
           COPY RESERVAREG.

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
           COPY FRETECALCWS.
           COPY GARANTWS.
           COPY ESTMOVWS.
           COPY FATBAIXAWS.
           COPY EANWS.
           COPY RESERVAWS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-ORCAMENTOS   PIC 9(02) VALUE ZEROS.
       77  FS-ORCAMCTL     PIC 9(02) VALUE ZEROS.
       77  WRK-PESO-TOTAL  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-FINAL PIC 9(08)V99 VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-ENTREGA-PROPRIA PIC X(01) VALUE "N".
       77  WRK-DATA-ENTREGA PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO-ORCAM PIC 9(06) VALUE ZEROS.
       77  WRK-NUMERO-FATURA PIC 9(06) VALUE ZEROS.
       77  WRK-TICKET-FATURA PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-PARCELA PIC 9(08)V99 VALUE ZEROS.
       77  WRK-DIAS-VAL-ORCAM PIC 9(02) VALUE ZEROS.
       77  WRK-ORCAM-OK    PIC X(01) VALUE "N".
       77  WRK-CONFIRMA-RESERVA PIC X(01) VALUE "N".
       77  WRK-QTDE-RESERVADA PIC 9(02) VALUE ZEROS.
       77  WRK-ID-VENDEDOR PIC 9(04) VALUE ZEROS.
       77  WRK-CATEGORIA-ORCAM PIC X(01) VALUE SPACES.
       77  WRK-MOTIVO-PERDA PIC X(01) VALUE SPACES.
       77  WRK-FIM-ORCAM   PIC X(01) VALUE "N".
       77  WRK-QTDE-ENCERRADOS PIC 9(05) VALUE ZEROS.

       01  TABELA-ITENS-ORCAM.
           05 TAB-ITEM-ORC OCCURS 10 TIMES.
           05 FILLER          PIC X(06) VALUE "FRETE ".
           05 WRK-LFR-FRETE    PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-CUBAGEM.
           05 FILLER          PIC X(18) VALUE "PESO CUBADO (KG)  ".
           05 WRK-LCB-CUBADO   PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(20) VALUE
               "   PESO TAXADO (KG) ".
           05 WRK-LCB-TAXADO   PIC ZZ.ZZ9,99.

       01  WRK-LINHA-SUBTOTAL.
           05 FILLER          PIC X(20) VALUE "VALOR DOS PRODUTOS  ".
           05 WRK-LS-TOTAL     PIC ZZ.ZZZ.ZZ9,99.

           DISPLAY "1 - EMITIR NOVO ORCAMENTO ".
           DISPLAY "2 - FATURAR ORCAMENTO EXISTENTE ".
           DISPLAY "3 - CONFIRMAR ORCAMENTO (RESERVAR MERCADORIA) ".
           DISPLAY "4 - ENCERRAR ORCAMENTOS VENCIDOS (MOTIVO PERDA) ".
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

                   PERFORM 0100-EMITE-ORCAMENTO
               WHEN 2
                   PERFORM 0500-FATURA-ORCAMENTO
               WHEN 3
                   PERFORM 0650-CONFIRMA-ORCAMENTO
               WHEN 4
                   PERFORM 0700-ENCERRA-VENCIDOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

           COMPUTE WRK-VALOR-FINAL = WRK-VALOR-PRODUTOS + WRK-FRETE.

           DISPLAY "CLIENTE CONFIRMOU O ORCAMENTO - RESERVAR A "
                   "MERCADORIA (S/N) "
           ACCEPT WRK-CONFIRMA-RESERVA.

           IF WRK-CONFIRMA-RESERVA EQUAL "S"
               PERFORM 0600-RESERVA-ITENS
           END-IF.

           PERFORM 0300-GRAVA-ORCAMENTO.
           PERFORM 0400-IMPRIME-PROPOSTA.

           CLOSE ORCAMCTL.

       0200-RECEBE-DADOS        SECTION.
           DISPLAY "DIGITE O ID DO VENDEDOR (0000 = NAO INFORMADO) "
           ACCEPT WRK-ID-VENDEDOR.

           DISPLAY "DIGITE O ID DO CLIENTE (0000 = AVULSO) "
           ACCEPT WRK-ID-CLIENTE.
           MOVE SPACES TO WRK-CATEGORIA-ORCAM.
           PERFORM 0250-VALIDAR-CLIENTE.

           IF WRK-ID-CLIENTE NOT EQUAL ZEROS
           ACCEPT WRK-CEP.

       0190-RECEBE-ITEM         SECTION.
           PERFORM 0192-LE-PRODUTO.
           PERFORM 0193-LE-MEDIDAS.
           DISPLAY "DIGITE O VALOR DO PRODUTO "
           ACCEPT WRK-VALOR.
           DISPLAY "DIGITE O PESO (KG) DESTE ITEM "
               MOVE WRK-VALOR   TO TIO-VALOR(WRK-QTDE-ITENS)
               ADD WRK-VALOR TO WRK-VALOR-PRODUTOS
               ADD WRK-PESO  TO WRK-PESO-TOTAL
               MOVE 1 TO WRK-QTDE-VOLUME
               PERFORM 0177-SOMA-VOLUME-ITEM
           ELSE
               DISPLAY "LIMITE DE 10 ITENS POR ORCAMENTO ATINGIDO - "
                       "ITEM IGNORADO "
           DISPLAY "DESEJA INCLUIR OUTRO ITEM (S/N) "
           ACCEPT WRK-CONTINUA.

      *===============================MEDIDAS DA EMBALAGEM DO PRODUTO
      *===============================PARA O PESO CUBADO DO FRETE;
      *===============================PRODUTO SEM CADASTRO OU SEM
      *===============================MEDIDA NAO SOMA VOLUME.
       0193-LE-MEDIDAS          SECTION.
           MOVE ZEROS TO WRK-ALTURA-CM WRK-LARGURA-CM
                         WRK-COMPRIMENTO-CM.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
               MOVE WRK-PRODUTO TO ESTQ-PRODUTO
               READ ESTOQUE
                   NOT INVALID KEY
                       MOVE ESTQ-ALTURA-CM   TO WRK-ALTURA-CM
                       MOVE ESTQ-LARGURA-CM  TO WRK-LARGURA-CM
                       MOVE ESTQ-COMPRIMENTO-CM TO WRK-COMPRIMENTO-CM
               END-READ
               CLOSE ESTOQUE
           END-IF.

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

       0250-VALIDAR-CLIENTE     SECTION.
           IF WRK-ID-CLIENTE EQUAL ZEROS
               CONTINUE
                       MOVE ZEROS TO WRK-ID-CLIENTE
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-NOME-ORCAM
                       MOVE REG-CLI-CATEGORIA TO WRK-CATEGORIA-ORCAM
               END-READ
           END-IF.

           MOVE WRK-ESTADO         TO ORC-ESTADO.
           MOVE WRK-CEP            TO ORC-CEP.
           MOVE WRK-PESO-TOTAL     TO ORC-PESO.
           MOVE WRK-PESO-CUBADO    TO ORC-PESO-CUBADO.
           MOVE WRK-FRETE          TO ORC-FRETE.
           MOVE WRK-VALOR-PRODUTOS TO ORC-VALOR-PRODUTOS.
           MOVE WRK-VALOR-FINAL    TO ORC-VALOR-FINAL.
           MOVE WRK-DATA-HOJE      TO ORC-DATA.
           MOVE WRK-DATA-VALIDADE  TO ORC-DATA-VALIDADE.
           IF WRK-CONFIRMA-RESERVA EQUAL "S"
                   AND WRK-QTDE-RESERVADA GREATER ZEROS
               MOVE "C"            TO ORC-STATUS
           ELSE
               MOVE "A"            TO ORC-STATUS
           END-IF.
           MOVE WRK-QTDE-ITENS     TO ORC-QTDE-ITENS.
           MOVE WRK-ID-VENDEDOR    TO ORC-VENDEDOR.
           MOVE WRK-CATEGORIA-ORCAM TO ORC-CATEGORIA.
           MOVE ZEROS              TO ORC-DATA-FECHAMENTO.
           MOVE SPACES             TO ORC-MOTIVO-PERDA.

           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER WRK-QTDE-ITENS
           MOVE WRK-LINHA-FRETE TO REG-PROPOSTA.
           WRITE REG-PROPOSTA.

           IF WRK-PESO-CUBADO GREATER WRK-PESO-TOTAL
               MOVE WRK-PESO-CUBADO TO WRK-LCB-CUBADO
               MOVE WRK-PESO-TAXADO TO WRK-LCB-TAXADO
               MOVE WRK-LINHA-CUBAGEM TO REG-PROPOSTA
               WRITE REG-PROPOSTA
           END-IF.

           MOVE SPACES TO REG-PROPOSTA.
           WRITE REG-PROPOSTA.

                   PERFORM 0590-IMPRIME-FATURA
                   PERFORM 0595-IMPRIME-SEPARACAO
                   MOVE "F" TO ORC-STATUS
                   MOVE WRK-DATA-HOJE TO ORC-DATA-FECHAMENTO
                   REWRITE REG-ORCAMENTO
                   DISPLAY "ORCAMENTO " WRK-NUMERO-ORCAM
                           " FATURADO NA FATURA " WRK-NUMERO-FATURA
                   MOVE "F" TO WRK-RSV-NOVO-STATUS
                   PERFORM 0610-LIBERA-RESERVAS
               END-IF

               CLOSE ORCAMENTOS
       0510-VALIDA-ORCAMENTO    SECTION.
           MOVE "N" TO WRK-ORCAM-OK.

           EVALUATE TRUE
               WHEN ORC-FATURADO
                   DISPLAY "ORCAMENTO JA FOI FATURADO - OPERACAO "
                           "CANCELADA "
               WHEN ORC-PERDIDO
                   DISPLAY "ORCAMENTO ENCERRADO COMO PERDIDO EM "
                           ORC-DATA-FECHAMENTO " - EMITA UMA NOVA "
                           "PROPOSTA "
               WHEN ORC-DATA-VALIDADE LESS WRK-DATA-HOJE
                   DISPLAY "ORCAMENTO VENCIDO EM " ORC-DATA-VALIDADE
                           " - EMITA UMA NOVA PROPOSTA COM OS "
                           "PRECOS ATUAIS "
                   IF ORC-CONFIRMADO
                       MOVE "V" TO WRK-RSV-NOVO-STATUS
                       PERFORM 0610-LIBERA-RESERVAS
                   END-IF
               WHEN OTHER
                   MOVE "S" TO WRK-ORCAM-OK
           END-EVALUATE.

       0520-CARREGA-ORCAMENTO   SECTION.
           MOVE ORC-ID-CLIENTE    TO WRK-ID-CLIENTE.
           MOVE ORC-ESTADO        TO WRK-ESTADO.
           MOVE ORC-CEP           TO WRK-CEP.
           MOVE ORC-PESO          TO WRK-PESO-TOTAL.
           MOVE ORC-PESO-CUBADO   TO WRK-PESO-CUBADO.
           MOVE ORC-FRETE         TO WRK-FRETE.
           MOVE ORC-VALOR-PRODUTOS TO WRK-VALOR-PRODUTOS.
           MOVE ORC-VALOR-FINAL   TO WRK-VALOR-FINAL.
           MOVE ORC-QTDE-ITENS    TO WRK-QTDE-ITENS.
           MOVE ORC-VENDEDOR      TO WRK-ID-VENDEDOR.

           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER WRK-QTDE-ITENS
                       TO TIO-VALOR(WRK-SUB-IT)
           END-PERFORM.

           DISPLAY "ENTREGA COM VEICULO PROPRIO (S/N) "
           ACCEPT WRK-ENTREGA-PROPRIA.
           IF WRK-ENTREGA-PROPRIA EQUAL "S"
               DISPLAY "DATA DE ENTREGA AAAAMMDD (0 = HOJE) "
               ACCEPT WRK-DATA-ENTREGA
               IF WRK-DATA-ENTREGA EQUAL ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-ENTREGA
               END-IF
           END-IF.

       0530-GERA-NUMEROS-FATURA SECTION.
           OPEN I-O FATURACTL.
           IF FS-FATURACTL EQUAL 35
           END-IF.

           IF WRK-TIPO-PGTO EQUAL "P"
               MOVE WRK-VALOR-FINAL TO WRK-VALOR-NOVO-CRED
               PERFORM 0090-DEFINE-CAMINHO-CLIENTES
               OPEN INPUT CLIENTES
               IF FS-CLIENTES EQUAL 00
                   READ CLIENTES
                       INVALID KEY
                           MOVE ZEROS TO REG-CLI-LIMITE-CRED
                           MOVE ZEROS TO REG-CLI-ID-MATRIZ
                   END-READ
                   PERFORM 0165-VERIFICA-LIMITE-CRED
                   CLOSE CLIENTES
               ELSE
                   MOVE ZEROS TO REG-CLI-LIMITE-CRED
                   MOVE ZEROS TO REG-CLI-ID-MATRIZ
                   PERFORM 0165-VERIFICA-LIMITE-CRED
               END-IF
               IF WRK-LIMITE-ESTOURADO EQUAL "S"
                   MOVE "A" TO WRK-TIPO-PGTO
                   DISPLAY "FATURA A PRAZO BLOQUEADA - EMITIDA "
               MOVE WRK-TIPO-PGTO           TO VND-TIPO-PGTO
               MOVE "V"                     TO VND-TIPO-TRANS
               MOVE ZEROS                   TO VND-TICKET-REF
               MOVE WRK-ID-VENDEDOR         TO VND-VENDEDOR
               MOVE ZEROS                   TO VND-PARCELAS
               WRITE REG-VENDA
           END-PERFORM.

                   UNTIL WRK-SUB-IT GREATER WRK-QTDE-ITENS
               MOVE TIO-PRODUTO(WRK-SUB-IT)
                 TO TIB-PRODUTO(WRK-SUB-IT)
               MOVE SPACES TO TIB-SERIE(WRK-SUB-IT)
           END-PERFORM.
           MOVE WRK-TICKET-FATURA TO WRK-BX-TICKET.
           MOVE WRK-ID-CLIENTE    TO WRK-BX-ID-CLIENTE.
           MOVE WRK-ESTADO     TO HF-ESTADO.
           MOVE ORC-CEP        TO HF-CEP.
           MOVE WRK-PESO-TOTAL TO HF-PESO.
           MOVE WRK-PESO-CUBADO TO HF-PESO-CUBADO.
           MOVE WRK-FRETE      TO HF-FRETE.
           MOVE WRK-VALOR-FINAL TO HF-VALOR-FINAL.
           MOVE WRK-DATA-HOJE  TO HF-DATA.
           MOVE ZEROS          TO HF-ADVAL.
           MOVE ZEROS          TO HF-GRIS.
           MOVE ZEROS          TO HF-PEDAGIO.
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
           MOVE ZEROS              TO FT-SINISTRO.

           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER WRK-QTDE-ITENS
                   MOVE WRK-DATA-VENC     TO CR-DATA-VENC
                   MOVE WRK-SUB-PARC      TO CR-PARCELA
                   MOVE WRK-QTDE-PARCELAS TO CR-QTDE-PARCELAS
                   MOVE SPACES            TO CR-SITUACAO
                   WRITE REG-CONTAREC
               END-PERFORM

       0595-IMPRIME-SEPARACAO   SECTION.
           PERFORM 0695-IMPRIME-SEPARACAO-FAT.

      *===============================ORCAMENTO CONFIRMADO PELO CLIENTE:
      *===============================CADA ITEM RESERVA 1 UNIDADE EM
      *===============================RESERVAS.DAT ATE A VALIDADE DA
      *===============================PROPOSTA, SE HOUVER SALDO LIVRE
      *===============================(ESTQ-QTDE MENOS AS RESERVAS
      *===============================ATIVAS, INCLUSIVE AS DOS ITENS
      *===============================ANTERIORES DESTE ORCAMENTO).
       0600-RESERVA-ITENS       SECTION.
           MOVE ZEROS TO WRK-QTDE-RESERVADA.
           MOVE WRK-DATA-HOJE TO WRK-RSV-DATA.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
               DISPLAY "ESTOQUE.DAT NAO ABERTO - NENHUM ITEM "
                       "RESERVADO "
           ELSE
               PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                       UNTIL WRK-SUB-IT GREATER WRK-QTDE-ITENS
                   PERFORM 0605-RESERVA-ITEM
               END-PERFORM
               CLOSE ESTOQUE
           END-IF.

           DISPLAY "ORCAMENTO " WRK-NUMERO-ORCAM " - "
                   WRK-QTDE-RESERVADA " DE " WRK-QTDE-ITENS
                   " ITEM(NS) RESERVADO(S) ATE " WRK-DATA-VALIDADE.

       0605-RESERVA-ITEM        SECTION.
           MOVE TIO-PRODUTO(WRK-SUB-IT) TO ESTQ-PRODUTO.
           READ ESTOQUE
               INVALID KEY
                   DISPLAY "PRODUTO SEM SALDO CONTROLADO - NAO "
                           "RESERVADO " TIO-PRODUTO(WRK-SUB-IT)
               NOT INVALID KEY
                   MOVE ESTQ-PRODUTO TO WRK-RSV-PRODUTO
                   MOVE ESTQ-QTDE    TO WRK-RSV-SALDO-FISICO
                   MOVE ZEROS        TO WRK-RSV-DOC-PROPRIO
                   MOVE "S" TO WRK-RSV-ACAO
                   PERFORM 0660-TRATA-RESERVA
                   IF WRK-RSV-LIVRE LESS 1
                       DISPLAY "SEM SALDO LIVRE - NAO RESERVADO "
                               TIO-PRODUTO(WRK-SUB-IT)
                   ELSE
                       MOVE "O"               TO WRK-RSV-ORIGEM
                       MOVE WRK-NUMERO-ORCAM  TO WRK-RSV-DOCUMENTO
                       MOVE WRK-SUB-IT        TO WRK-RSV-ITEM
                       MOVE 1                 TO WRK-RSV-QTDE
                       MOVE WRK-ID-CLIENTE    TO WRK-RSV-ID-CLIENTE
                       MOVE WRK-DATA-VALIDADE TO WRK-RSV-VALIDADE
                       MOVE "G" TO WRK-RSV-ACAO
                       PERFORM 0660-TRATA-RESERVA
                       IF WRK-RSV-OK EQUAL "S"
                           ADD 1 TO WRK-QTDE-RESERVADA
                       END-IF
                   END-IF
           END-READ.

      *===============================ORCAMENTO FATURADO ("F") OU
      *===============================VENCIDO ("V") SOLTA AS RESERVAS
      *===============================QUE AINDA ESTAVAM ATIVAS.
       0610-LIBERA-RESERVAS     SECTION.
           MOVE WRK-DATA-HOJE    TO WRK-RSV-DATA.
           MOVE "O"              TO WRK-RSV-ORIGEM.
           MOVE WRK-NUMERO-ORCAM TO WRK-RSV-DOCUMENTO.
           MOVE "B" TO WRK-RSV-ACAO.
           PERFORM 0660-TRATA-RESERVA.
           IF WRK-RSV-QTDE-BAIXADA GREATER ZEROS
               DISPLAY WRK-RSV-QTDE-BAIXADA
                       " RESERVA(S) DO ORCAMENTO LIBERADA(S) "
           END-IF.

      *===============================CONFIRMACAO POSTERIOR A EMISSAO:
      *===============================O CLIENTE VOLTA E FECHA O
      *===============================ORCAMENTO AINDA VALIDO; A
      *===============================MERCADORIA FICA RESERVADA ATE A
      *===============================VALIDADE OU ATE O FATURAMENTO.
       0650-CONFIRMA-ORCAMENTO  SECTION.
           DISPLAY "DIGITE O NUMERO DO ORCAMENTO "
           ACCEPT WRK-NUMERO-ORCAM.
           MOVE "N" TO WRK-ORCAM-OK.

           OPEN I-O ORCAMENTOS.
           IF FS-ORCAMENTOS NOT EQUAL 00
               DISPLAY "ORCAMENTOS.DAT NAO ABERTO - NENHUM "
                       "ORCAMENTO EMITIDO AINDA "
           ELSE
               MOVE WRK-NUMERO-ORCAM TO ORC-NUMERO
               READ ORCAMENTOS
                   INVALID KEY
                       DISPLAY "ORCAMENTO NAO ENCONTRADO "
                               WRK-NUMERO-ORCAM
                   NOT INVALID KEY
                       PERFORM 0510-VALIDA-ORCAMENTO
               END-READ

               IF WRK-ORCAM-OK EQUAL "S"
                   IF ORC-CONFIRMADO
                       DISPLAY "ORCAMENTO JA CONFIRMADO - MERCADORIA "
                               "JA RESERVADA "
                   ELSE
                       PERFORM 0520-CARREGA-ORCAMENTO
                       MOVE ORC-DATA-VALIDADE TO WRK-DATA-VALIDADE
                       PERFORM 0600-RESERVA-ITENS
                       IF WRK-QTDE-RESERVADA GREATER ZEROS
                           MOVE "C" TO ORC-STATUS
                           REWRITE REG-ORCAMENTO
                       ELSE
                           DISPLAY "NENHUM ITEM RESERVADO - ORCAMENTO "
                                   "CONTINUA ABERTO "
                       END-IF
                   END-IF
               END-IF

               CLOSE ORCAMENTOS
           END-IF.

      *===============================ORCAMENTO VENCIDO AINDA ABERTO
      *===============================("A" OU "C") E ENCERRADO COMO
      *===============================PERDIDO ("P") COM O MOTIVO
      *===============================INFORMADO PELO VENDEDOR; A
      *===============================RESERVA QUE AINDA HOUVER E SOLTA.
       0700-ENCERRA-VENCIDOS    SECTION.
           MOVE ZEROS TO WRK-QTDE-ENCERRADOS.

           OPEN I-O ORCAMENTOS.
           IF FS-ORCAMENTOS NOT EQUAL 00
               DISPLAY "ORCAMENTOS.DAT NAO ABERTO - NENHUM "
                       "ORCAMENTO EMITIDO AINDA "
           ELSE
               MOVE ZEROS TO ORC-NUMERO
               START ORCAMENTOS KEY IS NOT LESS ORC-NUMERO
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-ORCAM
                   NOT INVALID KEY
                       MOVE "N" TO WRK-FIM-ORCAM
               END-START
               PERFORM UNTIL WRK-FIM-ORCAM EQUAL "S"
                   READ ORCAMENTOS NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ORCAM
                       NOT AT END
                           IF (ORC-ABERTO OR ORC-CONFIRMADO)
                                   AND ORC-DATA-VALIDADE LESS
                                       WRK-DATA-HOJE
                               PERFORM 0710-ENCERRA-ORCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORCAMENTOS
           END-IF.

           DISPLAY WRK-QTDE-ENCERRADOS
                   " ORCAMENTO(S) ENCERRADO(S) COMO PERDIDO(S) ".

       0710-ENCERRA-ORCAMENTO   SECTION.
           DISPLAY "ORCAMENTO " ORC-NUMERO " CLIENTE " ORC-NOME
                   " VALOR " ORC-VALOR-FINAL
                   " VENCEU " ORC-DATA-VALIDADE.

           MOVE SPACES TO ORC-MOTIVO-PERDA.
           PERFORM UNTIL ORC-MOTIVO-VALIDO
               DISPLAY "MOTIVO DA PERDA (P-PRECO Z-PRAZO "
                       "C-CONCORRENTE D-DESISTENCIA) "
               ACCEPT WRK-MOTIVO-PERDA
               MOVE WRK-MOTIVO-PERDA TO ORC-MOTIVO-PERDA
               IF NOT ORC-MOTIVO-VALIDO
                   DISPLAY "MOTIVO INVALIDO "
               END-IF
           END-PERFORM.

           IF ORC-CONFIRMADO
               MOVE ORC-NUMERO TO WRK-NUMERO-ORCAM
               MOVE "V" TO WRK-RSV-NOVO-STATUS
               PERFORM 0610-LIBERA-RESERVAS
           END-IF.

           MOVE "P"           TO ORC-STATUS.
           MOVE WRK-DATA-HOJE TO ORC-DATA-FECHAMENTO.
           REWRITE REG-ORCAMENTO.
           ADD 1 TO WRK-QTDE-ENCERRADOS.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
           COPY GARANTPD.
           COPY ESTMOVPD.
           COPY FATBAIXAPD.
           COPY EANPD.
           COPY RESERVAPD.
       END PROGRAM ORCAM001.
