      *==ERA SIMPLESMENTE ZERADO NAQUELE LOTE E LOTES.DAT DESCOLAVA DE
      *==ESTQ-QTDE A CADA VENDA CURTA
      *==DATA:02/09/2026
      *==0160-DEFINE-FORMA-PGTO PASSA A OFERECER CARTAO DE DEBITO ("D")
      *==E DE CREDITO ("C", COM PARCELAS EM VND-PARCELAS), INCLUSIVE NA
      *==VENDA AVULSA; A PRAZO CONTINUA SO PARA CLIENTE IDENTIFICADO
      *==DATA:15/10/2026
      *==O PRODUTO PODE SER DIGITADO OU LIDO PELO CODIGO DE
      *==BARRAS EAN-13 DO CADASTRO (ESTQ-EAN, COPY EANWS/EANPD);
      *==CODIGO COM DIGITO ERRADO OU NAO CADASTRADO PEDE DE NOVO
      *==DATA:15/10/2026
      *==PRODUTO COM CONTROLE DE SERIE (ESTQ-SERIALIZADO) EXIGE O
      *==NUMERO DA UNIDADE; A VENDA MARCA A SERIE VENDIDA NO TICKET
      *==EM SERIAIS.DAT (COPY SERIALWS/SERIALPD) E A GRAVA NA GARANTIA
      *==DATA:15/10/2026
      *==A SAIDA "SA" DA VENDA PASSA A SER GRAVADA POR LOTE CONSUMIDO
      *==NO FEFO (0190, COM EM-LOTE) PARA O RECALL DO ESTQ007; LOTE
      *==BLOQUEADO POR RECALL NAO E MAIS CONSUMIDO NA VENDA
      *==DATA:15/10/2026
      *==O CAIXA SO VENDE O SALDO LIVRE DO PRODUTO (ESTQ-QTDE MENOS AS
      *==RESERVAS ATIVAS DE ORCAMENTOS CONFIRMADOS, COPY RESERVAWS/
      *==RESERVAPD); VENDER MERCADORIA RESERVADA EXIGE O PIN DO
      *==SUPERVISOR (NIVEL 3, COPY PINWS/PINPD)
      *==DATA:15/10/2026
      *==PRECO LIQUIDO DO ITEM (JA COM O DESCONTO POR VOLUME) ABAIXO DE
      *==ESTQ-CUSTO MAIS A MARGEM MINIMA DO GRUPO (MARGEM.CFG, COPY
      *==MARGEMWS/MARGEMPD) EXIGE O PIN DO SUPERVISOR; A LIBERACAO E
      *==GRAVADA EM MARGEM.LOG
      *==DATA:15/10/2026
      *==CLIENTE IDENTIFICADO COM SALDO DE PONTOS DE FIDELIDADE (A
      *==PARTIR DO MINIMO DE FIDELIDADE.CFG) PODE RESGATAR OS PONTOS
      *==COMO PAGAMENTO, DEPOIS DO CREDITO DE LOJA (COPY FIDELWS/
      *==FIDELPD); O RESGATE FICA NO EXTRATO FIDELIDADE.MOV. OS PONTOS
      *==SAO GANHOS NA APURACAO NOTURNA DO FIDEL001
      *==DATA:15/10/2026
      *==TITULO NOVO EM CONTASREC.DAT GRAVADO COM CR-SITUACAO EM BRANCO
      *==(EM CARTEIRA)
      *==DATA:15/10/2026
      *==VENDA A PRAZO BLOQUEADA (REGISTRADA A VISTA) PARA CLIENTE COM
      *==CHEQUE DEVOLVIDO EM CHEQUES.DAT AINDA NAO LIBERADO PELO
      *==SUPERVISOR NO CHEQ001 (COPY CHEQUEREG)
      *==DATA:15/10/2026
      *==SECTION TERMINAL VAZIA 9900-FIM-PROGRAMA ANTES DAS COPYS DE
      *==PROCEDURE, PARA QUE O PERFORM DA ULTIMA SECTION NAO EXECUTE OS
      *==PARAGRAFOS DAS COPYS.
      *==DATA:15/10/2026
      *==LIBERACAO ABAIXO DA MARGEM PEDE A IDENTIFICACAO DE QUEM
      *==DIGITOU O PRECO E RECUSA O PIN DO PROPRIO OPERADOR.
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-GARANTIAS.

           SELECT SERIAIS ASSIGN TO "SERIAIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SER-NUMERO
           FILE STATUS IS FS-SERIAIS.

           SELECT ESTMOV ASSIGN TO "ESTOQMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ESTMOV.
           RECORD KEY IS KIT-CODIGO
           FILE STATUS IS FS-KITS.

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

           SELECT CHEQUES ASSIGN TO "CHEQUES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQ-NUMERO
           FILE STATUS IS FS-CHEQUES.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       FD  GARANTIAS.
           COPY GARANTREG.

       FD  SERIAIS.
           COPY SERIALREG.

       FD  ESTMOV.
           COPY ESTMOVREG.

       FD  KITS.
           COPY KITSREG.

       FD  RESERVAS.
           COPY RESERVAREG.

       FD  MARGEMCFG.
           COPY MARGCFGREG.

       FD  MARGEMLOG.
           COPY MARGEMREG.

       FD  FIDELIDADE.
           COPY FIDELREG.

       FD  FIDMOV.
           COPY FIDMOVREG.

       FD  FIDCFG.
           COPY FIDCFGREG.

       FD  CHEQUES.
           COPY CHEQUEREG.

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
           COPY PARCELAWS.
           COPY CREDLOJAWS.
           COPY GARANTWS.
           COPY ESTMOVWS.
           COPY EANWS.
           COPY SERIALWS.
           COPY RESERVAWS.
           COPY PINWS.
           COPY MARGEMWS.
           COPY FIDELWS.
       77  WRK-SERIE-VENDA PIC X(20) VALUE SPACES.
       77  WRK-SALDO-LIVRE-OK PIC X(01) VALUE "N".
       77  WRK-PROD-SERIALIZADO PIC X(01) VALUE "N".
       77  WRK-PRODUTO     PIC X(30)      VALUE SPACES.
       77  WRK-VALOR       PIC 9(05)V99   VALUE ZEROS.
       77  WRK-VENDAS-ACUM PIC 9(06)V99   VALUE ZEROS.
       77  FS-REABASTECER  PIC 9(02)      VALUE ZEROS.
       77  FS-BACKORDER    PIC 9(02)      VALUE ZEROS.
       77  FS-LOTES        PIC 9(02)      VALUE ZEROS.
       77  FS-CHEQUES      PIC 9(02)      VALUE ZEROS.
       77  WRK-CHEQUE-DEVOLVIDO PIC X(01) VALUE "N".
       77  WRK-LOTE-FEFO   PIC X(10)      VALUE SPACES.
       77  WRK-VALIDADE-FEFO PIC 9(08)    VALUE ZEROS.
       77  WRK-ACHOU-LOTE  PIC X(01)      VALUE "N".
       77  WRK-QTDE-REST-LOTE PIC 9(05)   VALUE ZEROS.
       77  WRK-QTDE-LOTE-USADA PIC 9(05)  VALUE ZEROS.
       77  FS-KITS         PIC 9(02)      VALUE ZEROS.
       77  WRK-EH-KIT      PIC X(01)      VALUE "N".
       77  WRK-SUB-COMP    PIC 9(02)      VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08)      VALUE ZEROS.
       77  WRK-TICKET-ATUAL PIC 9(06)     VALUE ZEROS.
       77  WRK-TIPO-PGTO   PIC X(01)      VALUE "A".
       77  WRK-PARCELAS-CARTAO PIC 9(02)  VALUE ZEROS.
       77  WRK-MAX-PARCELAS-CARTAO PIC 9(02) VALUE 12.
       77  WRK-MSG-ERRO    PIC X(30).
           COPY FSERRWS.

       77  WRK-VALOR-RESTANTE   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-CRED-USADO PIC 9(07)V99 VALUE ZEROS.
       77  WRK-USA-CREDITO      PIC X(01) VALUE "N".
       77  WRK-VALOR-PONTOS-USADO PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-PONTOS-SALDO PIC 9(07)V99 VALUE ZEROS.
       77  WRK-USA-PONTOS       PIC X(01) VALUE "N".
       77  WRK-CONTINUA         PIC X(01) VALUE "S".
       77  WRK-TOTAL-FECH       PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-ACUM-FECH  PIC 9(07)V99 VALUE ZEROS.
           DISPLAY "DIGITE O ID DO VENDEDOR (0000 = NAO INFORMADO) "
           ACCEPT WRK-ID-VENDEDOR.

           PERFORM 0640-CARREGA-CONFIG-FIDEL.

       0060-GERA-TICKET        SECTION.
           OPEN I-O TICKETCTL.
           IF FS-TICKETCTL EQUAL 35
           CLOSE TICKETCTL.

       0100-INICIALIZAR        SECTION.
           MOVE "N" TO WRK-SALDO-LIVRE-OK.
           PERFORM UNTIL WRK-SALDO-LIVRE-OK EQUAL "S"
               PERFORM 0105-LE-PRODUTO
               PERFORM 0108-CONFERE-SALDO-LIVRE
           END-PERFORM.
           PERFORM 0106-LE-SERIE.
           MOVE "N" TO WRK-MRG-OK.
           PERFORM UNTIL WRK-MRG-OK EQUAL "S"
               PERFORM 0102-LE-VALOR
               PERFORM 0109-CONFERE-MARGEM
           END-PERFORM.

           DISPLAY "DIGITE O ID DO CLIENTE (0000 = VENDA AVULSA) "
           ACCEPT WRK-ID-CLIENTE.
           PERFORM 0150-VALIDAR-CLIENTE.
           MOVE WRK-VALOR TO WRK-VALOR-RESTANTE.
           PERFORM 0160-DEFINE-FORMA-PGTO.

           IF WRK-TIPO-PGTO EQUAL "P"
               PERFORM 0169-VERIFICA-CHEQUE-DEVOLVIDO
               IF WRK-CHEQUE-DEVOLVIDO EQUAL "S"
                   MOVE "A" TO WRK-TIPO-PGTO
                   DISPLAY "CLIENTE COM CHEQUE DEVOLVIDO SEM LIBERACAO "
                           "DO SUPERVISOR (CHEQ001) - VENDA REGISTRADA "
                           "A VISTA "
               END-IF
           END-IF.

           IF WRK-TIPO-PGTO EQUAL "P"
               MOVE WRK-VALOR-RESTANTE TO WRK-VALOR-NOVO-CRED
               PERFORM 0165-VERIFICA-LIMITE-CRED
               IF WRK-LIMITE-ESTOURADO EQUAL "S"
                   MOVE "A" TO WRK-TIPO-PGTO
                   DISPLAY "VENDA A PRAZO BLOQUEADA - REGISTRADA "
                           "A VISTA "
               END-IF
           END-IF.

       0102-LE-VALOR           SECTION.
           DISPLAY"DIGITE O VALOR "
           ACCEPT WRK-VALOR.

                       WRK-PERC-DESCONTO "% - NOVO VALOR " WRK-VALOR
           END-IF.

      *===============================O PRECO LIQUIDO (JA COM O
      *===============================DESCONTO POR VOLUME) NAO PODE
      *===============================FICAR ABAIXO DO CUSTO MAIS A
      *===============================MARGEM MINIMA DO GRUPO (COPY
      *===============================MARGEMPD) SEM O PIN DO SUPERVISOR.
      *===============================PRODUTO FORA DO ESTOQUE.DAT (KIT,
      *===============================SERVICO) NAO E CONFERIDO.
       0109-CONFERE-MARGEM     SECTION.
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

           MOVE WRK-PRODUTO      TO WRK-MRG-PRODUTO.
           MOVE WRK-VALOR        TO WRK-MRG-PRECO.
           MOVE "V"              TO WRK-MRG-ORIGEM.
           MOVE WRK-TICKET-ATUAL TO WRK-MRG-DOCUMENTO.
           MOVE WRK-ID-VENDEDOR  TO WRK-MRG-VENDEDOR.
           MOVE WRK-DATA-HOJE    TO WRK-MRG-DATA.
           PERFORM 0670-CONFERE-MARGEM.

      *===============================O PRODUTO PODE SER DIGITADO OU
      *===============================LIDO PELO CODIGO DE BARRAS (COPY
      *===============================EANPD); CODIGO COM DIGITO ERRADO
      *===============================OU NAO CADASTRADO PEDE DE NOVO.
       0105-LE-PRODUTO       SECTION.
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
      *===============================DA UNIDADE VENDIDA.
       0106-LE-SERIE           SECTION.
           MOVE SPACES TO WRK-SERIE-VENDA.
           MOVE "N" TO WRK-PROD-SERIALIZADO.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
               MOVE WRK-PRODUTO TO ESTQ-PRODUTO
               READ ESTOQUE
                   NOT INVALID KEY
                       MOVE ESTQ-SERIALIZADO TO WRK-PROD-SERIALIZADO
               END-READ
               CLOSE ESTOQUE
           END-IF.

           IF WRK-PROD-SERIALIZADO EQUAL "S"
               MOVE WRK-PRODUTO   TO WRK-SER-PRODUTO
               MOVE WRK-DATA-HOJE TO WRK-SER-DATA
               PERFORM UNTIL WRK-SERIE-VENDA NOT EQUAL SPACES
                   MOVE "S" TO WRK-SER-PEDIR
                   PERFORM 0183-RECEBE-SERIE-VENDA
                   IF WRK-SER-OK EQUAL "S"
                       MOVE WRK-SER-NUMERO TO WRK-SERIE-VENDA
                   END-IF
               END-PERFORM
           END-IF.

      *===============================O CAIXA SO VENDE O SALDO LIVRE
      *===============================(ESTQ-QTDE MENOS AS RESERVAS
      *===============================ATIVAS DE ORCAMENTOS CONFIRMADOS,
      *===============================COPY RESERVAPD); VENDER A
      *===============================MERCADORIA RESERVADA EXIGE O PIN
      *===============================DO SUPERVISOR (NIVEL 3). PRODUTO
      *===============================FORA DO ESTOQUE.DAT (KIT, SERVICO)
      *===============================NAO E CONFERIDO.
       0108-CONFERE-SALDO-LIVRE SECTION.
           MOVE "S" TO WRK-SALDO-LIVRE-OK.

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
                               AND WRK-RSV-LIVRE LESS 1
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
                   DISPLAY "PRODUTO NAO VENDIDO - DIGITE OUTRO "
                           "PRODUTO "
               END-IF
           END-IF.

      *===============================A UNIDADE PASSA A VENDIDA NO
      *===============================TICKET, PARA O CLIENTE.
       0107-VENDE-SERIE        SECTION.
           MOVE WRK-SERIE-VENDA  TO WRK-SER-NUMERO.
           MOVE WRK-PRODUTO      TO WRK-SER-PRODUTO.
           MOVE WRK-TICKET-ATUAL TO WRK-SER-TICKET.
           MOVE WRK-ID-CLIENTE   TO WRK-SER-ID-CLIENTE.
           MOVE WRK-DATA-HOJE    TO WRK-SER-DATA.
           MOVE "V" TO WRK-SER-ACAO.
           PERFORM 0182-MOVIMENTA-SERIE.
           IF WRK-SER-OK NOT EQUAL "S"
               DISPLAY "SERIE NAO MARCADA COMO VENDIDA - CONFIRA "
                       "SERIAIS.DAT " WRK-SERIE-VENDA
           END-IF.

       0170-GRAVA-CONTAREC     SECTION.
           OPEN EXTEND CONTASREC.
           IF FS-CONTASREC EQUAL 35
           MOVE WRK-DATA-VENC   TO CR-DATA-VENC.
           MOVE 1               TO CR-PARCELA.
           MOVE 1               TO CR-QTDE-PARCELAS.
           MOVE SPACES          TO CR-SITUACAO.
           WRITE REG-CONTAREC.

           CLOSE CONTASREC.

                   IF WRK-QTDE-BAIXADA GREATER ZEROS
                       SUBTRACT WRK-QTDE-BAIXADA FROM ESTQ-QTDE
                       MOVE WRK-QTDE-BAIXADA TO WRK-QTDE-REST-LOTE
                       PERFORM 0189-BAIXA-LOTE-FEFO
                       IF WRK-QTDE-REST-LOTE GREATER ZEROS
                           MOVE WRK-QTDE-REST-LOTE
                             TO WRK-QTDE-LOTE-USADA
                           MOVE SPACES TO WRK-LOTE-FEFO
                           PERFORM 0190-GRAVA-SAIDA-LOTE
                       END-IF
                   END-IF

                   IF WRK-QTDE-FALTA GREATER ZEROS
                       MOVE VND-PRODUTO      TO WRK-GAR-PRODUTO
                       MOVE WRK-DATA-HOJE    TO WRK-GAR-DATA-VENDA
                       MOVE ESTQ-GARANTIA-DIAS TO WRK-GAR-DIAS
                       MOVE WRK-SERIE-VENDA  TO WRK-GAR-SERIE
                       PERFORM 0188-GRAVA-GARANTIA
                   END-IF
           END-READ.
           IF FS-LOTES NOT EQUAL 00
               CONTINUE
           ELSE
               MOVE "S" TO WRK-ACHOU-LOTE

               PERFORM UNTIL WRK-QTDE-REST-LOTE EQUAL ZEROS
               PERFORM UNTIL FS-LOTES NOT EQUAL 00
                       OR LOT-PRODUTO NOT EQUAL WRK-PRODUTO-BAIXA
                   IF LOT-QTDE GREATER ZEROS
                           AND NOT LOT-BLOQUEADO
                           AND LOT-VALIDADE LESS
                                   WRK-VALIDADE-FEFO
                       MOVE "S" TO WRK-ACHOU-LOTE
                       MOVE "N" TO WRK-ACHOU-LOTE
                   NOT INVALID KEY
                       IF LOT-QTDE NOT LESS WRK-QTDE-REST-LOTE
                           MOVE WRK-QTDE-REST-LOTE
                             TO WRK-QTDE-LOTE-USADA
                           SUBTRACT WRK-QTDE-REST-LOTE
                               FROM LOT-QTDE
                           MOVE ZEROS TO WRK-QTDE-REST-LOTE
                       ELSE
                           MOVE LOT-QTDE TO WRK-QTDE-LOTE-USADA
                           SUBTRACT LOT-QTDE
                               FROM WRK-QTDE-REST-LOTE
                           MOVE ZEROS TO LOT-QTDE
                       END-IF
                       REWRITE REG-LOTE
                       PERFORM 0190-GRAVA-SAIDA-LOTE
               END-READ
           END-IF.

      *===============================UMA LINHA "SA" NO KARDEX POR LOTE
      *===============================CONSUMIDO (EM-LOTE), MAIS UMA SEM
      *===============================LOTE PARA O QUE NAO TINHA LOTE
      *===============================CADASTRADO - E O QUE PERMITE O
      *===============================RECALL ACHAR QUEM LEVOU O LOTE.
       0190-GRAVA-SAIDA-LOTE   SECTION.
           MOVE WRK-PRODUTO-BAIXA TO WRK-EM-PRODUTO.
           MOVE "SA"              TO WRK-EM-TIPO.
           COMPUTE WRK-EM-QTDE = WRK-QTDE-LOTE-USADA * -1.
           MOVE ESTQ-CUSTO        TO WRK-EM-CUSTO-UNIT.
           MOVE WRK-TICKET-ATUAL  TO WRK-EM-DOCUMENTO.
           MOVE "VENDA"           TO WRK-EM-ORIGEM.
           MOVE WRK-LOTE-FEFO     TO WRK-EM-LOTE.
           PERFORM 0186-GRAVA-MOVIMENTO-ESTQ.

       0185-GRAVA-REABASTECER  SECTION.
           OPEN EXTEND REABASTECER.
           IF FS-REABASTECER EQUAL 35
      *===============================FORMA DE PAGAMENTO; O TITULO A
      *===============================PRAZO, QUANDO HOUVER, SAI SO
      *===============================PELO RESTANTE.
      *===============================O SALDO DE PONTOS DE FIDELIDADE
      *===============================(A PARTIR DO MINIMO DE RESGATE)
      *===============================ABATE O QUE SOBRAR DEPOIS DO
      *===============================CREDITO DE LOJA.
      *===============================CARTAO DE DEBITO ("D") E DE
      *===============================CREDITO ("C", EM ATE
      *===============================WRK-MAX-PARCELAS-CARTAO VEZES)
      *===============================VALEM TAMBEM PARA VENDA AVULSA;
      *===============================A PRAZO ("P") SO COM CLIENTE.
       0160-DEFINE-FORMA-PGTO  SECTION.
           MOVE "A" TO WRK-TIPO-PGTO.
           MOVE ZEROS TO WRK-PARCELAS-CARTAO.
           IF WRK-ID-CLIENTE NOT EQUAL ZEROS
               PERFORM 0162-APLICA-CREDITO-LOJA
           END-IF.
           IF WRK-ID-CLIENTE NOT EQUAL ZEROS
                   AND WRK-VALOR-RESTANTE GREATER ZEROS
               PERFORM 0164-RESGATA-PONTOS
           END-IF.

           IF WRK-VALOR-RESTANTE GREATER ZEROS
               IF WRK-ID-CLIENTE NOT EQUAL ZEROS
                   DISPLAY "FORMA DE PAGAMENTO (A-VISTA / D-DEBITO / "
                           "C-CREDITO / P-A PRAZO) "
               ELSE
                   DISPLAY "FORMA DE PAGAMENTO (A-VISTA / D-DEBITO / "
                           "C-CREDITO) "
               END-IF
               ACCEPT WRK-TIPO-PGTO

               EVALUATE WRK-TIPO-PGTO
                   WHEN "D"
                       MOVE 1 TO WRK-PARCELAS-CARTAO
                   WHEN "C"
                       PERFORM 0163-DEFINE-PARCELAS-CARTAO
                   WHEN "P"
                       IF WRK-ID-CLIENTE EQUAL ZEROS
                           MOVE "A" TO WRK-TIPO-PGTO
                       END-IF
                   WHEN OTHER
                       MOVE "A" TO WRK-TIPO-PGTO
               END-EVALUATE
           END-IF.

       0163-DEFINE-PARCELAS-CARTAO SECTION.
           DISPLAY "NUMERO DE PARCELAS NO CARTAO (1 A "
                   WRK-MAX-PARCELAS-CARTAO ") "
           ACCEPT WRK-PARCELAS-CARTAO.

           PERFORM UNTIL WRK-PARCELAS-CARTAO GREATER ZEROS
                     AND WRK-PARCELAS-CARTAO NOT GREATER
                         WRK-MAX-PARCELAS-CARTAO
               DISPLAY "PARCELAS INVALIDAS - DIGITE DE 1 A "
                       WRK-MAX-PARCELAS-CARTAO
               ACCEPT WRK-PARCELAS-CARTAO
           END-PERFORM.

       0162-APLICA-CREDITO-LOJA SECTION.
           MOVE WRK-ID-CLIENTE TO WRK-CRD-ID-CLIENTE.
           PERFORM 0167-CONSULTA-CREDITO-LOJA.
               END-IF
           END-IF.

      *===============================O RESGATE NAO PASSA DO RESTANTE
      *===============================A PAGAR: USA SO OS PONTOS QUE
      *===============================COBREM O RESTANTE (ARREDONDADO
      *===============================PARA CIMA) OU O SALDO TODO.
       0164-RESGATA-PONTOS     SECTION.
           MOVE WRK-ID-CLIENTE TO WRK-FDL-ID-CLIENTE.
           PERFORM 0641-CONSULTA-PONTOS.

           IF WRK-FDL-SALDO-ATUAL NOT LESS WRK-FDL-MINIMO-RESGATE
                   AND WRK-FDL-SALDO-ATUAL GREATER ZEROS
                   AND WRK-FDL-VALOR-PONTO GREATER ZEROS
               COMPUTE WRK-VALOR-PONTOS-SALDO =
                       WRK-FDL-SALDO-ATUAL * WRK-FDL-VALOR-PONTO
               DISPLAY "CLIENTE TEM " WRK-FDL-SALDO-ATUAL
                       " PONTOS DE FIDELIDADE (R$ "
                       WRK-VALOR-PONTOS-SALDO ")"
               DISPLAY "RESGATAR PONTOS NESTA VENDA (S/N) "
               ACCEPT WRK-USA-PONTOS

               IF WRK-USA-PONTOS EQUAL "S"
                   IF WRK-VALOR-PONTOS-SALDO GREATER WRK-VALOR-RESTANTE
                       COMPUTE WRK-FDL-PONTOS-MOV =
                               WRK-VALOR-RESTANTE / WRK-FDL-VALOR-PONTO
                       IF WRK-FDL-PONTOS-MOV * WRK-FDL-VALOR-PONTO
                               LESS WRK-VALOR-RESTANTE
                           ADD 1 TO WRK-FDL-PONTOS-MOV
                       END-IF
                       MOVE WRK-VALOR-RESTANTE TO WRK-VALOR-PONTOS-USADO
                   ELSE
                       MOVE WRK-FDL-SALDO-ATUAL TO WRK-FDL-PONTOS-MOV
                       MOVE WRK-VALOR-PONTOS-SALDO
                         TO WRK-VALOR-PONTOS-USADO
                   END-IF

                   MOVE "R"              TO WRK-FDL-TIPO-MOV
                   MOVE WRK-TICKET-ATUAL TO WRK-FDL-TICKET-MOV
                   PERFORM 0642-MOVIMENTA-PONTOS

                   SUBTRACT WRK-VALOR-PONTOS-USADO
                       FROM WRK-VALOR-RESTANTE

                   DISPLAY "PONTOS RESGATADOS " WRK-FDL-PONTOS-EFETIVOS
                           " (R$ " WRK-VALOR-PONTOS-USADO
                           ") - RESTANTE A PAGAR " WRK-VALOR-RESTANTE
                   IF WRK-VALOR-RESTANTE EQUAL ZEROS
                       DISPLAY "VENDA INTEIRAMENTE PAGA COM PONTOS "
                   END-IF
               END-IF
           END-IF.

      *===============================CHEQUE DEVOLVIDO AINDA NAO
      *===============================LIBERADO PELO SUPERVISOR NO
      *===============================CHEQ001 BLOQUEIA A VENDA A PRAZO
      *===============================DO CLIENTE.
       0169-VERIFICA-CHEQUE-DEVOLVIDO SECTION.
           MOVE "N" TO WRK-CHEQUE-DEVOLVIDO.

           OPEN INPUT CHEQUES.
           IF FS-CHEQUES EQUAL 00
               MOVE ZEROS TO CHQ-NUMERO
               START CHEQUES KEY IS NOT LESS CHQ-NUMERO
               IF FS-CHEQUES EQUAL 00
                   READ CHEQUES NEXT RECORD
                   PERFORM UNTIL FS-CHEQUES NOT EQUAL 00
                       IF CHQ-ID-CLIENTE EQUAL WRK-ID-CLIENTE
                               AND CHQ-BLOQUEIA-PRAZO
                           MOVE "S" TO WRK-CHEQUE-DEVOLVIDO
                       END-IF
                       READ CHEQUES NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE CHEQUES
           END-IF.

       0200-PROCESSAR       SECTION.
           COMPUTE WRK-VENDAS-ACUM = WRK-VENDAS-ACUM + WRK-VALOR
           ADD 1 TO WRK-PROD-ACUM.
           MOVE "V"            TO VND-TIPO-TRANS.
           MOVE ZEROS          TO VND-TICKET-REF.
           MOVE WRK-ID-VENDEDOR TO VND-VENDEDOR.
           MOVE WRK-PARCELAS-CARTAO TO VND-PARCELAS.
           WRITE REG-VENDA.

           IF VND-TIPO-PGTO EQUAL "P"
           END-IF.

           PERFORM 0180-ATUALIZA-ESTOQUE.
           IF WRK-SERIE-VENDA NOT EQUAL SPACES
               PERFORM 0107-VENDE-SERIE
           END-IF.

           DISPLAY "DESEJA REGISTRAR OUTRA VENDA (S/N) "
           ACCEPT WRK-CONTINUA.
               END-IF
           END-PERFORM.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY CLIPATHPD.
           COPY PARCELAPD.
           COPY DESCONTOPD.
           COPY CREDLOJAPD.
           COPY GARANTPD.
           COPY ESTMOVPD.
           COPY EANPD.
           COPY SERIALPD.
           COPY RESERVAPD.
           COPY PINPD.
           COPY MARGEMPD.
           COPY FIDELPD.
