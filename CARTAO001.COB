       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAO001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: CONCILIACAO DAS VENDAS EM CARTAO COM A LIQUIDACAO DA
      *          ADQUIRENTE - CARREGA DE VENDAS.DAT OS TICKETS DO
      *          PERIODO PAGOS COM CARTAO (VND-TIPO-PGTO "D"=DEBITO,
      *          "C"=CREDITO, COM VND-PARCELAS), LE O ARQUIVO DE
      *          LIQUIDACAO DA ADQUIRENTE (ADQUIRENTE.RET) E CASA CADA
      *          TRANSACAO COM O TICKET PELA DATA E PELO VALOR. O
      *          RELATORIO CARTAO.LST LISTA AS VENDAS CONCILIADAS COM A
      *          TAXA (MDR) RETIDA CONTRA A TAXA CONTRATADA EM
      *          TAXACARTAO.CFG (SEM O ARQUIVO VALEM 1,50% DEBITO, 2,80%
      *          CREDITO A VISTA E 3,50% CREDITO PARCELADO), A DATA
      *          PREVISTA DE CREDITO DE CADA LIQUIDACAO, AS LIQUIDACOES
      *          SEM VENDA CORRESPONDENTE E AS VENDAS QUE A ADQUIRENTE
      *          NUNCA PAGOU. O VALOR DO TICKET CASADO COM A ADQUIRENTE
      *          E O QUE FOI DE FATO PASSADO NO CARTAO: O TOTAL DAS
      *          LINHAS DE VENDAS.DAT MENOS O CREDITO DE LOJA USADO NO
      *          TICKET (LINHA "U" DE CREDLOJA.MOV) E OS PONTOS DE
      *          FIDELIDADE RESGATADOS NELE (LINHA "R" DE
      *          FIDELIDADE.MOV, AO VALOR DO PONTO DE FIDELIDADE.CFG).
      *          EM PAGAMENTO DIVIDIDO O ABATIMENTO E RATEADO ENTRE AS
      *          FORMAS DE PAGAMENTO NA PROPORCAO DO VALOR DE CADA UMA
      *          NO TOTAL DO TICKET (DINHEIRO E CHEQUE ENTRAM NO TOTAL),
      *          E CADA ENTRADA DE CARTAO PERDE SO A SUA PARTE.
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

           SELECT LIQUIDACAO ASSIGN TO "ADQUIRENTE.RET"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQUIDACAO.

           SELECT CREDMOV ASSIGN TO "CREDLOJA.MOV"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CREDMOV.

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

           SELECT TAXACFG ASSIGN TO "TAXACARTAO.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TAXACFG.

           SELECT RELATORIO ASSIGN TO "CARTAO.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
           COPY VENDAREG.

       FD  LIQUIDACAO.
       01  REG-LIQUIDACAO.
           05 LIQ-NSU           PIC 9(09).
           05 LIQ-DATA-VENDA    PIC 9(08).
           05 LIQ-TIPO          PIC X(01).
           05 LIQ-PARCELAS      PIC 9(02).
           05 LIQ-VALOR-BRUTO   PIC 9(07)V99.
           05 LIQ-VALOR-TAXA    PIC 9(05)V99.
           05 LIQ-VALOR-LIQUIDO PIC 9(07)V99.
           05 LIQ-DATA-CREDITO  PIC 9(08).

       FD  CREDMOV.
           COPY CREDMOVREG.

       FD  FIDELIDADE.
           COPY FIDELREG.

       FD  FIDMOV.
           COPY FIDMOVREG.

       FD  FIDCFG.
           COPY FIDCFGREG.

       FD  TAXACFG.
       01  REG-TAXACFG.
           05 CFG-TAXA-DEBITO    PIC 9(02)V99.
           05 CFG-TAXA-CREDITO   PIC 9(02)V99.
           05 CFG-TAXA-PARCELADO PIC 9(02)V99.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
           COPY FIDELWS.
       77  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       77  FS-CREDMOV      PIC 9(02) VALUE ZEROS.
       77  FS-LIQUIDACAO   PIC 9(02) VALUE ZEROS.
       77  FS-TAXACFG      PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-TAXA-DEBITO    PIC 9(02)V99 VALUE 1,50.
       77  WRK-TAXA-CREDITO   PIC 9(02)V99 VALUE 2,80.
       77  WRK-TAXA-PARCELADO PIC 9(02)V99 VALUE 3,50.

       77  WRK-ANOMES-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-QTDE-TICKETS PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-TICKETS PIC 9(04) VALUE 2000.
       77  WRK-SUB-TICKET  PIC 9(04) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(04) VALUE ZEROS.
       77  WRK-TABELA-CHEIA PIC X(01) VALUE "N".
       77  WRK-TICKET-ABATE PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-ABATE  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PARTE-ABATE  PIC 9(07)V99 VALUE ZEROS.

       77  WRK-TAXA-CONTRATADA PIC 9(02)V99 VALUE ZEROS.
       77  WRK-TAXA-EFETIVA PIC 9(03)V99 VALUE ZEROS.
       77  WRK-TAXA-ESPERADA PIC 9(05)V99 VALUE ZEROS.

       77  WRK-QTDE-CONCILIADAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-TAXA-ACIMA PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-SEM-VENDA PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-NAO-PAGAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-FORA-PERIODO PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-BRUTO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-RETIDO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-CONTRATADO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-SEM-VENDA PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-NAO-PAGO PIC 9(09)V99 VALUE ZEROS.

       01  WRK-DATA-VENDA-X.
           05 WRK-DVX-ANOMES PIC 9(06).
           05 FILLER         PIC X(02).

      *===============================UMA ENTRADA POR TICKET E TIPO DE
      *===============================CARTAO - A ADQUIRENTE LIQUIDA A
      *===============================TRANSACAO INTEIRA, NAO A LINHA
      *===============================DE PRODUTO.
       01  TABELA-TICKETS-CARTAO.
           05 TAB-TICKET-CARTAO OCCURS 2000 TIMES.
               10 TTC-TICKET     PIC 9(06).
               10 TTC-DATA       PIC 9(08).
               10 TTC-TIPO       PIC X(01).
               10 TTC-PARCELAS   PIC 9(02).
               10 TTC-VALOR      PIC 9(07)V99.
               10 TTC-CONCILIADO PIC X(01).
               10 TTC-VALOR-ORIG PIC 9(07)V99.
               10 TTC-TOTAL-TICKET PIC 9(07)V99.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(16) VALUE SPACES.
           05 FILLER       PIC X(48) VALUE
               "CONCILIACAO DE VENDAS EM CARTAO X ADQUIRENTE".

       01  WRK-LINHA-PERIODO.
           05 FILLER       PIC X(17) VALUE "PERIODO (AAAAMM) ".
           05 WRK-LPE-ANOMES PIC 9(06).

       01  WRK-LINHA-TAXAS.
           05 FILLER       PIC X(26) VALUE "TAXAS CONTRATADAS - DEB. ".
           05 WRK-LTX-DEBITO PIC Z9,99.
           05 FILLER       PIC X(11) VALUE "%  CRED.   ".
           05 WRK-LTX-CREDITO PIC Z9,99.
           05 FILLER       PIC X(11) VALUE "%  PARCEL. ".
           05 WRK-LTX-PARCELADO PIC Z9,99.
           05 FILLER       PIC X(01) VALUE "%".

       01  WRK-LINHA-SECAO-LIQ.
           05 FILLER       PIC X(40) VALUE
               "LIQUIDACOES DA ADQUIRENTE NO PERIODO".

       01  WRK-LINHA-CABEC-LIQ.
           05 FILLER       PIC X(41) VALUE
               "NSU       TICKET DATA     T/PC      BRUTO".
           05 FILLER       PIC X(40) VALUE
               "  TAXA RET  %RET/CONTR CREDITO  SITUACAO".

       01  WRK-LINHA-DET.
           05 WRK-LD-NSU       PIC 9(09).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-TICKET    PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DATA      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-TIPO      PIC X(01).
           05 FILLER           PIC X(01) VALUE "/".
           05 WRK-LD-PARCELAS  PIC Z9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-BRUTO     PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-RETIDO    PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-PERC-EFET PIC ZZ9,99.
           05 FILLER           PIC X(01) VALUE "/".
           05 WRK-LD-PERC-CONTR PIC Z9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DATA-CRED PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-SITUACAO  PIC X(15).

       01  WRK-LINHA-SECAO-NAO-PAGAS.
           05 FILLER       PIC X(48) VALUE
               "VENDAS EM CARTAO NAO PAGAS PELA ADQUIRENTE".

       01  WRK-LINHA-NAO-PAGA.
           05 FILLER           PIC X(07) VALUE "TICKET ".
           05 WRK-LNP-TICKET   PIC 9(06).
           05 FILLER           PIC X(07) VALUE "  DATA ".
           05 WRK-LNP-DATA     PIC 9(08).
           05 FILLER           PIC X(08) VALUE "  TIPO  ".
           05 WRK-LNP-TIPO     PIC X(01).
           05 FILLER           PIC X(01) VALUE "/".
           05 WRK-LNP-PARCELAS PIC Z9.
           05 FILLER           PIC X(09) VALUE "  VALOR  ".
           05 WRK-LNP-VALOR    PIC ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-CONC.
           05 FILLER        PIC X(26) VALUE
               "VENDAS CONCILIADAS....... ".
           05 WRK-LTC-QTDE   PIC ZZZZ9.
           05 FILLER        PIC X(09) VALUE "  BRUTO. ".
           05 WRK-LTC-BRUTO  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(11) VALUE "  LIQUIDO. ".
           05 WRK-LTC-LIQUIDO PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-TAXA.
           05 FILLER        PIC X(26) VALUE
               "TAXA RETIDA.............. ".
           05 WRK-LTT-RETIDO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(14) VALUE "  CONTRATADA. ".
           05 WRK-LTT-CONTRATADO PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-ACIMA.
           05 FILLER        PIC X(26) VALUE
               "TAXA ACIMA DA CONTRATADA. ".
           05 WRK-LTA-QTDE   PIC ZZZZ9.

       01  WRK-LINHA-TOT-SEM-VENDA.
           05 FILLER        PIC X(26) VALUE
               "LIQUIDACOES SEM VENDA.... ".
           05 WRK-LTS-QTDE   PIC ZZZZ9.
           05 FILLER        PIC X(09) VALUE "  VALOR. ".
           05 WRK-LTS-VALOR  PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-NAO-PAGAS.
           05 FILLER        PIC X(26) VALUE
               "VENDAS NAO PAGAS......... ".
           05 WRK-LTN-QTDE   PIC ZZZZ9.
           05 FILLER        PIC X(09) VALUE "  VALOR. ".
           05 WRK-LTN-VALOR  PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           PERFORM 0050-CARREGA-CONFIG.

           DISPLAY "PERIODO DA CONCILIACAO (AAAAMM) "
           ACCEPT WRK-ANOMES-PROC.

           PERFORM 0100-CARREGA-VENDAS-CARTAO.

           IF FS-VENDAS EQUAL 00
               PERFORM 0150-ABATE-CREDITO-PONTOS
               PERFORM 0200-CONCILIA-LIQUIDACAO
           END-IF.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0050-CARREGA-CONFIG  SECTION.
           OPEN INPUT TAXACFG.
           IF FS-TAXACFG EQUAL 00
               READ TAXACFG
                   NOT AT END
                       IF CFG-TAXA-DEBITO NUMERIC
                           MOVE CFG-TAXA-DEBITO TO WRK-TAXA-DEBITO
                       END-IF
                       IF CFG-TAXA-CREDITO NUMERIC
                           MOVE CFG-TAXA-CREDITO TO WRK-TAXA-CREDITO
                       END-IF
                       IF CFG-TAXA-PARCELADO NUMERIC
                           MOVE CFG-TAXA-PARCELADO
                             TO WRK-TAXA-PARCELADO
                       END-IF
               END-READ
               CLOSE TAXACFG
           ELSE
               DISPLAY "TAXACARTAO.CFG NAO ENCONTRADO - USANDO "
                       WRK-TAXA-DEBITO "% DEBITO, " WRK-TAXA-CREDITO
                       "% CREDITO E " WRK-TAXA-PARCELADO
                       "% PARCELADO "
           END-IF.

      *===============================SO LINHAS DE VENDA ("V"); A
      *===============================DEVOLUCAO DO ARQ012 VOLTA COMO
      *===============================DINHEIRO E NAO PASSA PELA
      *===============================ADQUIRENTE.
       0100-CARREGA-VENDAS-CARTAO SECTION.
           MOVE ZEROS TO WRK-QTDE-TICKETS.
           MOVE "N"   TO WRK-TABELA-CHEIA.

           OPEN INPUT VENDAS.
           IF FS-VENDAS NOT EQUAL 00
               DISPLAY "VENDAS.DAT NAO ABERTO - STATUS " FS-VENDAS
           ELSE
               READ VENDAS
               PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                   MOVE VND-DATA TO WRK-DATA-VENDA-X
                   IF WRK-DVX-ANOMES EQUAL WRK-ANOMES-PROC
                           AND VND-TIPO-TRANS NOT EQUAL "D"
                           AND (VND-TIPO-PGTO EQUAL "D"
                             OR VND-TIPO-PGTO EQUAL "C")
                       PERFORM 0110-ACUMULA-TICKET
                   END-IF
                   READ VENDAS
               END-PERFORM
               CLOSE VENDAS

               PERFORM 0120-TOTALIZA-TICKETS

               IF WRK-TABELA-CHEIA EQUAL "S"
                   DISPLAY "MAIS DE " WRK-MAX-TICKETS " TICKETS EM "
                           "CARTAO NO PERIODO - EXCEDENTES IGNORADOS "
               END-IF
               DISPLAY WRK-QTDE-TICKETS " TICKET(S) EM CARTAO NO "
                       "PERIODO "
           END-IF.

       0110-ACUMULA-TICKET  SECTION.
           MOVE ZEROS TO WRK-ACHADO-IDX.
           PERFORM VARYING WRK-SUB-TICKET FROM 1 BY 1
                   UNTIL WRK-SUB-TICKET GREATER WRK-QTDE-TICKETS
                      OR WRK-ACHADO-IDX NOT EQUAL ZEROS
               IF TTC-TICKET(WRK-SUB-TICKET) EQUAL VND-TICKET
                       AND TTC-TIPO(WRK-SUB-TICKET) EQUAL VND-TIPO-PGTO
                       AND TTC-PARCELAS(WRK-SUB-TICKET)
                           EQUAL VND-PARCELAS
                   MOVE WRK-SUB-TICKET TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.

           IF WRK-ACHADO-IDX EQUAL ZEROS
               IF WRK-QTDE-TICKETS LESS WRK-MAX-TICKETS
                   ADD 1 TO WRK-QTDE-TICKETS
                   MOVE WRK-QTDE-TICKETS TO WRK-ACHADO-IDX
                   MOVE VND-TICKET    TO TTC-TICKET(WRK-ACHADO-IDX)
                   MOVE VND-DATA      TO TTC-DATA(WRK-ACHADO-IDX)
                   MOVE VND-TIPO-PGTO TO TTC-TIPO(WRK-ACHADO-IDX)
                   MOVE VND-PARCELAS  TO TTC-PARCELAS(WRK-ACHADO-IDX)
                   MOVE ZEROS         TO TTC-VALOR(WRK-ACHADO-IDX)
                   MOVE "N"           TO TTC-CONCILIADO(WRK-ACHADO-IDX)
                   MOVE ZEROS      TO TTC-VALOR-ORIG(WRK-ACHADO-IDX)
                   MOVE ZEROS      TO TTC-TOTAL-TICKET(WRK-ACHADO-IDX)
               ELSE
                   MOVE "S" TO WRK-TABELA-CHEIA
               END-IF
           END-IF.

           IF WRK-ACHADO-IDX NOT EQUAL ZEROS
               ADD VND-VALOR TO TTC-VALOR(WRK-ACHADO-IDX)
               ADD VND-VALOR TO TTC-VALOR-ORIG(WRK-ACHADO-IDX)
           END-IF.

      *===============================SEGUNDA PASSADA EM VENDAS.DAT:
      *===============================TOTAL DO TICKET EM TODAS AS
      *===============================FORMAS DE PAGAMENTO, BASE DO
      *===============================RATEIO DO ABATIMENTO (0160).
       0120-TOTALIZA-TICKETS SECTION.
           OPEN INPUT VENDAS.
           IF FS-VENDAS EQUAL 00
               READ VENDAS
               PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                   MOVE VND-DATA TO WRK-DATA-VENDA-X
                   IF WRK-DVX-ANOMES EQUAL WRK-ANOMES-PROC
                           AND VND-TIPO-TRANS NOT EQUAL "D"
                       PERFORM VARYING WRK-SUB-TICKET FROM 1 BY 1
                           UNTIL WRK-SUB-TICKET GREATER WRK-QTDE-TICKETS
                           IF TTC-TICKET(WRK-SUB-TICKET)
                                   EQUAL VND-TICKET
                               ADD VND-VALOR
                                TO TTC-TOTAL-TICKET(WRK-SUB-TICKET)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ VENDAS
               END-PERFORM
               CLOSE VENDAS
           END-IF.

      *===============================CREDITO DE LOJA ("U") E PONTOS
      *===============================("R") ABATEM O TICKET ANTES DO
      *===============================CARTAO NO CAIXA - A ADQUIRENTE SO
      *===============================RECEBEU O RESTANTE.
       0150-ABATE-CREDITO-PONTOS SECTION.
           PERFORM 0640-CARREGA-CONFIG-FIDEL.

           OPEN INPUT CREDMOV.
           IF FS-CREDMOV EQUAL 00
               READ CREDMOV
               PERFORM UNTIL FS-CREDMOV NOT EQUAL 00
                   IF CRM-USO
                       MOVE CRM-TICKET TO WRK-TICKET-ABATE
                       MOVE CRM-VALOR  TO WRK-VALOR-ABATE
                       PERFORM 0160-ABATE-TICKET
                   END-IF
                   READ CREDMOV
               END-PERFORM
               CLOSE CREDMOV
           END-IF.

           OPEN INPUT FIDMOV.
           IF FS-FIDMOV EQUAL 00
               READ FIDMOV
               PERFORM UNTIL FS-FIDMOV NOT EQUAL 00
                   IF FDM-RESGATE
                       MOVE FDM-TICKET TO WRK-TICKET-ABATE
                       COMPUTE WRK-VALOR-ABATE =
                               FDM-PONTOS * WRK-FDL-VALOR-PONTO
                       PERFORM 0160-ABATE-TICKET
                   END-IF
                   READ FIDMOV
               END-PERFORM
               CLOSE FIDMOV
           END-IF.

      *===============================CADA ENTRADA DE CARTAO DO TICKET
      *===============================PERDE A PARTE DO ABATIMENTO
      *===============================PROPORCIONAL AO SEU VALOR NO
      *===============================TOTAL DO TICKET.
       0160-ABATE-TICKET    SECTION.
           PERFORM VARYING WRK-SUB-TICKET FROM 1 BY 1
                   UNTIL WRK-SUB-TICKET GREATER WRK-QTDE-TICKETS
               IF TTC-TICKET(WRK-SUB-TICKET) EQUAL WRK-TICKET-ABATE
                       AND TTC-TOTAL-TICKET(WRK-SUB-TICKET)
                           GREATER ZEROS
                   COMPUTE WRK-PARTE-ABATE ROUNDED =
                           WRK-VALOR-ABATE
                         * TTC-VALOR-ORIG(WRK-SUB-TICKET)
                         / TTC-TOTAL-TICKET(WRK-SUB-TICKET)
                   IF WRK-PARTE-ABATE GREATER TTC-VALOR(WRK-SUB-TICKET)
                       MOVE ZEROS TO TTC-VALOR(WRK-SUB-TICKET)
                   ELSE
                       SUBTRACT WRK-PARTE-ABATE
                           FROM TTC-VALOR(WRK-SUB-TICKET)
                   END-IF
               END-IF
           END-PERFORM.

       0200-CONCILIA-LIQUIDACAO SECTION.
           MOVE ZEROS TO WRK-QTDE-CONCILIADAS WRK-QTDE-TAXA-ACIMA
                         WRK-QTDE-SEM-VENDA WRK-QTDE-NAO-PAGAS
                         WRK-QTDE-FORA-PERIODO.
           MOVE ZEROS TO WRK-TOTAL-BRUTO WRK-TOTAL-RETIDO
                         WRK-TOTAL-CONTRATADO WRK-TOTAL-LIQUIDO
                         WRK-TOTAL-SEM-VENDA WRK-TOTAL-NAO-PAGO.

           OPEN INPUT LIQUIDACAO.
           IF FS-LIQUIDACAO NOT EQUAL 00
               DISPLAY "ADQUIRENTE.RET NAO ENCONTRADO - COPIE O "
                       "ARQUIVO DE LIQUIDACAO DA ADQUIRENTE ANTES "
           ELSE
               OPEN OUTPUT RELATORIO
               PERFORM 0210-IMPRIME-CABECALHO

               READ LIQUIDACAO
               PERFORM UNTIL FS-LIQUIDACAO NOT EQUAL 00
                   MOVE LIQ-DATA-VENDA TO WRK-DATA-VENDA-X
                   IF WRK-DVX-ANOMES EQUAL WRK-ANOMES-PROC
                       PERFORM 0220-CASA-LIQUIDACAO
                   ELSE
                       ADD 1 TO WRK-QTDE-FORA-PERIODO
                   END-IF
                   READ LIQUIDACAO
               END-PERFORM
               CLOSE LIQUIDACAO

               PERFORM 0300-LISTA-NAO-PAGAS
               PERFORM 0400-IMPRIME-TOTAIS
               CLOSE RELATORIO

               DISPLAY "CONCILIACAO GRAVADA EM CARTAO.LST - "
                       WRK-QTDE-CONCILIADAS " CONCILIADA(S), "
                       WRK-QTDE-SEM-VENDA " SEM VENDA, "
                       WRK-QTDE-NAO-PAGAS " NAO PAGA(S) "
               IF WRK-QTDE-FORA-PERIODO GREATER ZEROS
                   DISPLAY WRK-QTDE-FORA-PERIODO " LIQUIDACAO(OES) "
                           "DE OUTRO PERIODO IGNORADA(S) "
               END-IF
           END-IF.

       0210-IMPRIME-CABECALHO SECTION.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-ANOMES-PROC TO WRK-LPE-ANOMES.
           MOVE WRK-LINHA-PERIODO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TAXA-DEBITO    TO WRK-LTX-DEBITO.
           MOVE WRK-TAXA-CREDITO   TO WRK-LTX-CREDITO.
           MOVE WRK-TAXA-PARCELADO TO WRK-LTX-PARCELADO.
           MOVE WRK-LINHA-TAXAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SECAO-LIQ TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-CABEC-LIQ TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================CASA PELA DATA DA VENDA E PELO
      *===============================VALOR BRUTO COM O PRIMEIRO
      *===============================TICKET AINDA NAO CONCILIADO.
       0220-CASA-LIQUIDACAO SECTION.
           MOVE ZEROS TO WRK-ACHADO-IDX.
           PERFORM VARYING WRK-SUB-TICKET FROM 1 BY 1
                   UNTIL WRK-SUB-TICKET GREATER WRK-QTDE-TICKETS
                      OR WRK-ACHADO-IDX NOT EQUAL ZEROS
               IF TTC-CONCILIADO(WRK-SUB-TICKET) EQUAL "N"
                       AND TTC-DATA(WRK-SUB-TICKET)
                           EQUAL LIQ-DATA-VENDA
                       AND TTC-VALOR(WRK-SUB-TICKET)
                           EQUAL LIQ-VALOR-BRUTO
                   MOVE WRK-SUB-TICKET TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN LIQ-TIPO EQUAL "D"
                   MOVE WRK-TAXA-DEBITO TO WRK-TAXA-CONTRATADA
               WHEN LIQ-PARCELAS GREATER 1
                   MOVE WRK-TAXA-PARCELADO TO WRK-TAXA-CONTRATADA
               WHEN OTHER
                   MOVE WRK-TAXA-CREDITO TO WRK-TAXA-CONTRATADA
           END-EVALUATE.

           MOVE ZEROS TO WRK-TAXA-EFETIVA.
           IF LIQ-VALOR-BRUTO GREATER ZEROS
               COMPUTE WRK-TAXA-EFETIVA ROUNDED =
                       LIQ-VALOR-TAXA * 100 / LIQ-VALOR-BRUTO
           END-IF.
           COMPUTE WRK-TAXA-ESPERADA ROUNDED =
                   LIQ-VALOR-BRUTO * WRK-TAXA-CONTRATADA / 100.

           MOVE LIQ-NSU           TO WRK-LD-NSU.
           MOVE LIQ-DATA-VENDA    TO WRK-LD-DATA.
           MOVE LIQ-TIPO          TO WRK-LD-TIPO.
           MOVE LIQ-PARCELAS      TO WRK-LD-PARCELAS.
           MOVE LIQ-VALOR-BRUTO   TO WRK-LD-BRUTO.
           MOVE LIQ-VALOR-TAXA    TO WRK-LD-RETIDO.
           MOVE WRK-TAXA-EFETIVA  TO WRK-LD-PERC-EFET.
           MOVE WRK-TAXA-CONTRATADA TO WRK-LD-PERC-CONTR.
           MOVE LIQ-DATA-CREDITO  TO WRK-LD-DATA-CRED.

           IF WRK-ACHADO-IDX EQUAL ZEROS
               MOVE ZEROS TO WRK-LD-TICKET
               MOVE "SEM VENDA" TO WRK-LD-SITUACAO
               ADD 1 TO WRK-QTDE-SEM-VENDA
               ADD LIQ-VALOR-BRUTO TO WRK-TOTAL-SEM-VENDA
           ELSE
               MOVE "S" TO TTC-CONCILIADO(WRK-ACHADO-IDX)
               MOVE TTC-TICKET(WRK-ACHADO-IDX) TO WRK-LD-TICKET
               ADD 1 TO WRK-QTDE-CONCILIADAS
               ADD LIQ-VALOR-BRUTO   TO WRK-TOTAL-BRUTO
               ADD LIQ-VALOR-TAXA    TO WRK-TOTAL-RETIDO
               ADD WRK-TAXA-ESPERADA TO WRK-TOTAL-CONTRATADO
               ADD LIQ-VALOR-LIQUIDO TO WRK-TOTAL-LIQUIDO
               IF LIQ-VALOR-TAXA GREATER WRK-TAXA-ESPERADA
                   MOVE "TAXA ACIMA" TO WRK-LD-SITUACAO
                   ADD 1 TO WRK-QTDE-TAXA-ACIMA
               ELSE
                   MOVE "CONCILIADA" TO WRK-LD-SITUACAO
               END-IF
           END-IF.

           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0300-LISTA-NAO-PAGAS SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SECAO-NAO-PAGAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-TICKET FROM 1 BY 1
                   UNTIL WRK-SUB-TICKET GREATER WRK-QTDE-TICKETS
               IF TTC-CONCILIADO(WRK-SUB-TICKET) EQUAL "N"
                   MOVE TTC-TICKET(WRK-SUB-TICKET)   TO WRK-LNP-TICKET
                   MOVE TTC-DATA(WRK-SUB-TICKET)     TO WRK-LNP-DATA
                   MOVE TTC-TIPO(WRK-SUB-TICKET)     TO WRK-LNP-TIPO
                   MOVE TTC-PARCELAS(WRK-SUB-TICKET)
                     TO WRK-LNP-PARCELAS
                   MOVE TTC-VALOR(WRK-SUB-TICKET)    TO WRK-LNP-VALOR
                   MOVE WRK-LINHA-NAO-PAGA TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   ADD 1 TO WRK-QTDE-NAO-PAGAS
                   ADD TTC-VALOR(WRK-SUB-TICKET) TO WRK-TOTAL-NAO-PAGO
               END-IF
           END-PERFORM.

       0400-IMPRIME-TOTAIS  SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE WRK-QTDE-CONCILIADAS TO WRK-LTC-QTDE.
           MOVE WRK-TOTAL-BRUTO      TO WRK-LTC-BRUTO.
           MOVE WRK-TOTAL-LIQUIDO    TO WRK-LTC-LIQUIDO.
           MOVE WRK-LINHA-TOT-CONC TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE WRK-TOTAL-RETIDO     TO WRK-LTT-RETIDO.
           MOVE WRK-TOTAL-CONTRATADO TO WRK-LTT-CONTRATADO.
           MOVE WRK-LINHA-TOT-TAXA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE WRK-QTDE-TAXA-ACIMA TO WRK-LTA-QTDE.
           MOVE WRK-LINHA-TOT-ACIMA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE WRK-QTDE-SEM-VENDA  TO WRK-LTS-QTDE.
           MOVE WRK-TOTAL-SEM-VENDA TO WRK-LTS-VALOR.
           MOVE WRK-LINHA-TOT-SEM-VENDA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE WRK-QTDE-NAO-PAGAS  TO WRK-LTN-QTDE.
           MOVE WRK-TOTAL-NAO-PAGO  TO WRK-LTN-VALOR.
           MOVE WRK-LINHA-TOT-NAO-PAGAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY FIDELPD.
       END PROGRAM CARTAO001.
