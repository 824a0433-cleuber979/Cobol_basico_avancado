       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEG001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: ACORDO DE RENEGOCIACAO DE TITULOS VENCIDOS - SELECIONA
      *          OS TITULOS VENCIDOS DO CLIENTE EM CONTASREC.DAT,
      *          ATUALIZA A DIVIDA COM JUROS PRO-RATA E MULTA DE
      *          JUROS.CFG (MESMA REGRA E MESMOS PADROES DO CREC001),
      *          APLICA O DESCONTO NEGOCIADO (SO COM PIN DE SUPERVISOR)
      *          E TROCA OS TITULOS ANTIGOS PELAS PARCELAS DO ACORDO EM
      *          CONTASREC.DAT (VIA CONTASREC.TMP, MESMO ESQUEMA DO
      *          CREC001). AS PARCELAS SAEM COM UM TICKET NOVO DO
      *          CONTADOR COMPARTILHADO VENDAS.CTL (NAO COLIDEM COM
      *          VENDA NEM FATURA) E SAO BAIXADAS PELO CREC001 COMO
      *          QUALQUER TITULO. O ACORDO NUMERADO (ACORDO.CTL) FICA
      *          EM ACORDO.DAT E OS TITULOS ORIGINAIS FICAM ARQUIVADOS
      *          COMO RENEGOCIADOS EM RENEGTIT.DAT, LIGADOS AO NUMERO
      *          DO ACORDO. O RELATORIO ACORDO.LST MARCA COMO ROMPIDO O
      *          ACORDO COM PARCELA VENCIDA ALEM DA TOLERANCIA E COMO
      *          QUITADO O QUE NAO TEM MAIS PARCELA EM ABERTO.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTASREC.

           SELECT CRECTMP ASSIGN TO "CONTASREC.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CRECTMP.

           SELECT JUROSCFG ASSIGN TO "JUROS.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JUROSCFG.

           SELECT TICKETCTL ASSIGN TO "VENDAS.CTL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-TICKETCTL.

           SELECT ACORDOCTL ASSIGN TO "ACORDO.CTL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ACORDOCTL.

           SELECT ACORDOS ASSIGN TO "ACORDO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACD-NUMERO
           FILE STATUS IS FS-ACORDOS.

           SELECT RENEGTIT ASSIGN TO "RENEGTIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RENEGTIT.

           SELECT RELATORIO ASSIGN TO "ACORDO.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC.
           COPY CONTARECREG.

       FD  CRECTMP.
       01  REG-CRECTMP     PIC X(40).

       FD  JUROSCFG.
       01  REG-JUROSCFG.
           05 CFG-TAXA-MES    PIC 9(02)V99.
           05 CFG-MULTA       PIC 9(05)V99.

       FD  TICKETCTL.
       01  REG-TICKETCTL.
           05 CTL-ULTIMO-TICKET PIC 9(06).

       FD  ACORDOCTL.
       01  REG-ACORDOCTL.
           05 CTL-ULTIMO-ACORDO PIC 9(06).

       FD  ACORDOS.
       01  REG-ACORDO.
           05 ACD-NUMERO       PIC 9(06).
           05 ACD-ID-CLIENTE   PIC 9(04).
           05 ACD-DATA         PIC 9(08).
           05 ACD-TICKET       PIC 9(06).
           05 ACD-QTDE-TITULOS PIC 9(03).
           05 ACD-VALOR-FACE   PIC 9(07)V99.
           05 ACD-JUROS        PIC 9(07)V99.
           05 ACD-MULTA        PIC 9(07)V99.
           05 ACD-DESCONTO     PIC 9(07)V99.
           05 ACD-VALOR-ACORDO PIC 9(07)V99.
           05 ACD-QTDE-PARCELAS PIC 9(02).
           05 ACD-STATUS       PIC X(01).
               88 ACD-ATIVO        VALUE "A".
               88 ACD-QUITADO      VALUE "Q".
               88 ACD-ROMPIDO      VALUE "R".
           05 ACD-DATA-STATUS  PIC 9(08).
           05 ACD-USUARIO      PIC X(08).

      *===============================TITULOS ORIGINAIS SUBSTITUIDOS
      *===============================PELO ACORDO RNT-ACORDO, COM O
      *===============================ACRESCIMO CALCULADO NA DATA.
       FD  RENEGTIT.
       01  REG-RENEGTIT.
           05 RNT-ACORDO       PIC 9(06).
           05 RNT-ID-CLIENTE   PIC 9(04).
           05 RNT-TICKET       PIC 9(06).
           05 RNT-PARCELA      PIC 9(02).
           05 RNT-VALOR-FACE   PIC 9(07)V99.
           05 RNT-DATA-VENDA   PIC 9(08).
           05 RNT-DATA-VENC    PIC 9(08).
           05 RNT-DIAS-ATRASO  PIC 9(05).
           05 RNT-JUROS        PIC 9(07)V99.
           05 RNT-MULTA        PIC 9(05)V99.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
           COPY PINWS.
           COPY PARCELAWS.
       77  FS-CONTASREC    PIC 9(02) VALUE ZEROS.
       77  FS-CRECTMP      PIC 9(02) VALUE ZEROS.
       77  FS-JUROSCFG     PIC 9(02) VALUE ZEROS.
       77  FS-TICKETCTL    PIC 9(02) VALUE ZEROS.
       77  FS-ACORDOCTL    PIC 9(02) VALUE ZEROS.
       77  FS-ACORDOS      PIC 9(02) VALUE ZEROS.
       77  FS-RENEGTIT     PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-ID-PROC     PIC 9(04) VALUE ZEROS.
       77  WRK-NUMERO-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-CONFIRMA    PIC X(01) VALUE "N".
       77  WRK-INCLUI      PIC X(01) VALUE "S".
       77  WRK-ESCOLHA     PIC X(01) VALUE "S".

       77  WRK-TAXA-MES    PIC 9(02)V99 VALUE 2,00.
       77  WRK-MULTA       PIC 9(05)V99 VALUE 5,00.

       77  WRK-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-CALC   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-ATRASO PIC S9(07) VALUE ZEROS.
       77  WRK-DIAS-TOLERANCIA PIC 9(03) VALUE ZEROS.

       77  WRK-QTDE-TIT    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-TIT     PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-SELEC  PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU       PIC X(01) VALUE "N".

       77  WRK-TOTAL-FACE  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOTAL-JUROS PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOTAL-MULTA PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DIVIDA-ATUALIZADA PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DESCONTO    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-ACORDO PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QTDE-PARCELAS PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-PARCELA PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-ULTIMA PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-USUARIO-ACORDO PIC X(08) VALUE SPACES.
       77  WRK-NUMERO-ACORDO PIC 9(06) VALUE ZEROS.
       77  WRK-TICKET-ACORDO PIC 9(06) VALUE ZEROS.

       77  WRK-PARC-ABERTAS PIC 9(02) VALUE ZEROS.
       77  WRK-PARC-VENCIDAS PIC 9(02) VALUE ZEROS.
       77  WRK-MAIOR-ATRASO PIC 9(05) VALUE ZEROS.
       77  WRK-SALDO-ACORDO PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOTAL-ATIVOS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-ROMPIDOS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-QUITADOS PIC 9(05) VALUE ZEROS.
       77  WRK-SALDO-ROMPIDOS PIC 9(09)V99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
           05 WRK-HOJE-MES   PIC 9(02).
           05 WRK-HOJE-DIA   PIC 9(02).
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE PIC 9(08).

       01  WRK-DATA-CALC.
           05 WRK-DC-ANO     PIC 9(04).
           05 WRK-DC-MES     PIC 9(02).
           05 WRK-DC-DIA     PIC 9(02).

      *===============================TITULOS VENCIDOS DO CLIENTE.
       01  TABELA-TITULOS.
           05 TAB-TITULO OCCURS 100 TIMES.
               10 TTT-TICKET      PIC 9(06).
               10 TTT-PARCELA     PIC 9(02).
               10 TTT-VALOR       PIC 9(07)V99.
               10 TTT-DATA-VENDA  PIC 9(08).
               10 TTT-DATA-VENC   PIC 9(08).
               10 TTT-DIAS-ATRASO PIC 9(05).
               10 TTT-JUROS       PIC 9(07)V99.
               10 TTT-MULTA       PIC 9(05)V99.
               10 TTT-SELECIONADO PIC X(01).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "ACORDOS DE RENEGOCIACAO ROMPIDOS".

       01  WRK-LINHA-PARAM.
           05 FILLER       PIC X(14) VALUE "POSICAO DE.. ".
           05 WRK-LPA-DATA PIC 9(08).
           05 FILLER       PIC X(18) VALUE "   TOLERANCIA.... ".
           05 WRK-LPA-TOLERANCIA PIC ZZ9.
           05 FILLER       PIC X(05) VALUE " DIAS".

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(08) VALUE "ACORDO".
           05 FILLER       PIC X(08) VALUE "CLIENTE".
           05 FILLER       PIC X(10) VALUE "DATA".
           05 FILLER       PIC X(08) VALUE "TICKET".
           05 FILLER       PIC X(08) VALUE "PARC.".
           05 FILLER       PIC X(08) VALUE "ABERTAS".
           05 FILLER       PIC X(08) VALUE "VENCID.".
           05 FILLER       PIC X(08) VALUE "ATRASO".
           05 FILLER       PIC X(14) VALUE "  SALDO ABERTO".
           05 FILLER       PIC X(06) VALUE SPACES.

       01  WRK-LINHA-DET.
           05 WRK-LD-ACORDO  PIC 9(06).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-CLIENTE PIC 9(04).
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LD-DATA    PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-TICKET  PIC 9(06).
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LD-PARCELAS PIC Z9.
           05 FILLER         PIC X(06) VALUE SPACES.
           05 WRK-LD-ABERTAS PIC Z9.
           05 FILLER         PIC X(06) VALUE SPACES.
           05 WRK-LD-VENCIDAS PIC Z9.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LD-ATRASO  PIC ZZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-SALDO   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-AVISO   PIC X(05).

       01  WRK-LINHA-TOTAL.
           05 FILLER         PIC X(19) VALUE "ACORDOS ATIVOS.... ".
           05 WRK-LT-ATIVOS  PIC ZZZZ9.
           05 FILLER         PIC X(14) VALUE "   ROMPIDOS.. ".
           05 WRK-LT-ROMPIDOS PIC ZZZZ9.
           05 FILLER         PIC X(14) VALUE "   QUITADOS.. ".
           05 WRK-LT-QUITADOS PIC ZZZZ9.

       01  WRK-LINHA-TOTAL-SALDO.
           05 FILLER         PIC X(30) VALUE
               "SALDO EM ABERTO DOS ROMPIDOS..".
           05 WRK-LTS-SALDO  PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC.
           PERFORM 0910-CALCULA-DIAS.
           MOVE WRK-DIAS-CALC TO WRK-DIAS-HOJE.

           PERFORM 0050-CARREGA-CONFIG.

           OPEN I-O ACORDOS.
           IF FS-ACORDOS EQUAL 35
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           CLOSE ACORDOS.
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

      *===============================MESMOS PADROES DO CREC001 QUANDO
      *===============================NAO HA JUROS.CFG.
       0050-CARREGA-CONFIG  SECTION.
           OPEN INPUT JUROSCFG.
           IF FS-JUROSCFG EQUAL 00
               READ JUROSCFG
                   NOT AT END
                       IF CFG-TAXA-MES NUMERIC
                           MOVE CFG-TAXA-MES TO WRK-TAXA-MES
                       END-IF
                       IF CFG-MULTA NUMERIC
                           MOVE CFG-MULTA TO WRK-MULTA
                       END-IF
               END-READ
               CLOSE JUROSCFG
           ELSE
               DISPLAY "JUROS.CFG NAO ENCONTRADO - USANDO TAXA "
                       WRK-TAXA-MES "% AO MES E MULTA " WRK-MULTA
           END-IF.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  ACORDOS DE RENEGOCIACAO "
           DISPLAY "================================================"
           DISPLAY "1 - NOVO ACORDO "
           DISPLAY "2 - CONSULTAR ACORDO "
           DISPLAY "3 - RELATORIO DE ACORDOS ROMPIDOS "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-NOVO-ACORDO
               WHEN 2
                   PERFORM 0400-CONSULTA-ACORDO
               WHEN 3
                   PERFORM 0500-RELATORIO-ROMPIDOS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

       0300-NOVO-ACORDO     SECTION.
           DISPLAY "ID DO CLIENTE "
           ACCEPT WRK-ID-PROC.

           PERFORM 0310-CARREGA-VENCIDOS.

           IF WRK-QTDE-TIT EQUAL ZEROS
               DISPLAY "CLIENTE SEM TITULO VENCIDO EM CONTASREC.DAT "
           ELSE
               PERFORM 0320-ESCOLHE-TITULOS
               IF WRK-QTDE-SELEC EQUAL ZEROS
                   DISPLAY "NENHUM TITULO ESCOLHIDO - ACORDO CANCELADO "
               ELSE
                   PERFORM 0330-NEGOCIA-CONDICOES
               END-IF
           END-IF.

      *===============================TITULO SEM VENCIMENTO (GRAVADO
      *===============================ANTES DO PARCELAMENTO) VENCE NA
      *===============================DATA DA VENDA. TITULO DESCONTADO
      *===============================NO BANCO (ANTEC001) OU PAGO COM
      *===============================CHEQUE EM CUSTODIA (CHEQ001) NAO
      *===============================ENTRA.
       0310-CARREGA-VENCIDOS SECTION.
           MOVE ZEROS TO WRK-QTDE-TIT.

           OPEN INPUT CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
               DISPLAY "CONTASREC.DAT NAO ABERTO - NENHUM TITULO "
                       "EM ABERTO "
           ELSE
               READ CONTASREC
               PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                   IF CR-ID-CLIENTE EQUAL WRK-ID-PROC
                           AND NOT CR-TRANSFERIDO
                           AND NOT CR-CHEQUE-CUSTODIA
                       PERFORM 0315-AVALIA-TITULO
                   END-IF
                   READ CONTASREC
               END-PERFORM
               CLOSE CONTASREC
           END-IF.

      *===============================JUROS PRO-RATA SOBRE O VALOR DE
      *===============================FACE MAIS MULTA FIXA POR TITULO,
      *===============================COMO NA BAIXA DO CREC001.
       0315-AVALIA-TITULO   SECTION.
           IF CR-DATA-VENC NUMERIC AND CR-DATA-VENC NOT EQUAL ZEROS
               MOVE CR-DATA-VENC  TO WRK-DATA-CALC
           ELSE
               MOVE CR-DATA-VENDA TO WRK-DATA-CALC
           END-IF.
           PERFORM 0910-CALCULA-DIAS.
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-CALC.

           IF WRK-DIAS-ATRASO GREATER ZEROS
               IF WRK-QTDE-TIT LESS 100
                   ADD 1 TO WRK-QTDE-TIT
                   MOVE CR-TICKET     TO TTT-TICKET(WRK-QTDE-TIT)
                   MOVE CR-PARCELA    TO TTT-PARCELA(WRK-QTDE-TIT)
                   MOVE CR-VALOR      TO TTT-VALOR(WRK-QTDE-TIT)
                   MOVE CR-DATA-VENDA TO TTT-DATA-VENDA(WRK-QTDE-TIT)
                   MOVE WRK-DATA-CALC TO TTT-DATA-VENC(WRK-QTDE-TIT)
                   MOVE WRK-DIAS-ATRASO
                     TO TTT-DIAS-ATRASO(WRK-QTDE-TIT)
                   COMPUTE TTT-JUROS(WRK-QTDE-TIT) ROUNDED =
                           CR-VALOR * WRK-TAXA-MES
                           * WRK-DIAS-ATRASO / 30 / 100
                   MOVE WRK-MULTA     TO TTT-MULTA(WRK-QTDE-TIT)
                   MOVE "S"           TO TTT-SELECIONADO(WRK-QTDE-TIT)
               ELSE
                   DISPLAY "LIMITE DE 100 TITULOS - IGNORADO TICKET "
                           CR-TICKET " PARCELA " CR-PARCELA
               END-IF
           END-IF.

       0320-ESCOLHE-TITULOS SECTION.
           DISPLAY "TITULOS VENCIDOS DO CLIENTE " WRK-ID-PROC.
           PERFORM VARYING WRK-SUB-TIT FROM 1 BY 1
                   UNTIL WRK-SUB-TIT GREATER WRK-QTDE-TIT
               DISPLAY WRK-SUB-TIT " - TICKET " TTT-TICKET(WRK-SUB-TIT)
                       "/" TTT-PARCELA(WRK-SUB-TIT)
                       " VENC " TTT-DATA-VENC(WRK-SUB-TIT)
                       " ATRASO " TTT-DIAS-ATRASO(WRK-SUB-TIT)
                       " FACE " TTT-VALOR(WRK-SUB-TIT)
           END-PERFORM.

           DISPLAY "INCLUIR TODOS NO ACORDO (S) OU ESCOLHER UM A UM "
                   "(N) "
           ACCEPT WRK-ESCOLHA.

           MOVE ZEROS TO WRK-QTDE-SELEC.
           MOVE ZEROS TO WRK-TOTAL-FACE.
           MOVE ZEROS TO WRK-TOTAL-JUROS.
           MOVE ZEROS TO WRK-TOTAL-MULTA.

           PERFORM VARYING WRK-SUB-TIT FROM 1 BY 1
                   UNTIL WRK-SUB-TIT GREATER WRK-QTDE-TIT
               IF WRK-ESCOLHA NOT EQUAL "S"
                   DISPLAY "INCLUIR TICKET " TTT-TICKET(WRK-SUB-TIT)
                           "/" TTT-PARCELA(WRK-SUB-TIT) " (S/N) "
                   ACCEPT WRK-INCLUI
                   IF WRK-INCLUI NOT EQUAL "S"
                       MOVE "N" TO TTT-SELECIONADO(WRK-SUB-TIT)
                   END-IF
               END-IF
               IF TTT-SELECIONADO(WRK-SUB-TIT) EQUAL "S"
                   ADD 1 TO WRK-QTDE-SELEC
                   ADD TTT-VALOR(WRK-SUB-TIT) TO WRK-TOTAL-FACE
                   ADD TTT-JUROS(WRK-SUB-TIT) TO WRK-TOTAL-JUROS
                   ADD TTT-MULTA(WRK-SUB-TIT) TO WRK-TOTAL-MULTA
               END-IF
           END-PERFORM.

      *===============================DESCONTO SO COM PIN DE NIVEL 3
      *===============================(SUPERVISOR); O USUARIO FICA
      *===============================GRAVADO NO ACORDO.
       0330-NEGOCIA-CONDICOES SECTION.
           COMPUTE WRK-DIVIDA-ATUALIZADA =
                   WRK-TOTAL-FACE + WRK-TOTAL-JUROS + WRK-TOTAL-MULTA.

           DISPLAY "TITULOS NO ACORDO. " WRK-QTDE-SELEC.
           DISPLAY "VALOR DE FACE..... " WRK-TOTAL-FACE.
           DISPLAY "JUROS............. " WRK-TOTAL-JUROS.
           DISPLAY "MULTA............. " WRK-TOTAL-MULTA.
           MOVE WRK-DIVIDA-ATUALIZADA TO WRK-VALOR-ED.
           DISPLAY "DIVIDA ATUALIZADA. " WRK-VALOR-ED.

           MOVE SPACES TO WRK-USUARIO-ACORDO.
           DISPLAY "DESCONTO NEGOCIADO EM VALOR (0 = SEM DESCONTO) "
           ACCEPT WRK-DESCONTO.

           IF WRK-DESCONTO NOT LESS WRK-DIVIDA-ATUALIZADA
               DISPLAY "DESCONTO NAO PODE ZERAR A DIVIDA - "
                       "DESCONTO DESCONSIDERADO "
               MOVE ZEROS TO WRK-DESCONTO
           END-IF.

           IF WRK-DESCONTO GREATER ZEROS
               MOVE 3 TO WRK-NIVEL-EXIGIDO
               PERFORM 0095-VALIDA-PIN
               IF WRK-PIN-OK EQUAL "S"
                   MOVE WRK-USUARIO-PIN TO WRK-USUARIO-ACORDO
               ELSE
                   DISPLAY "DESCONTO NAO AUTORIZADO - "
                           "DESCONTO DESCONSIDERADO "
                   MOVE ZEROS TO WRK-DESCONTO
               END-IF
           END-IF.

           COMPUTE WRK-VALOR-ACORDO =
                   WRK-DIVIDA-ATUALIZADA - WRK-DESCONTO.

           DISPLAY "QUANTIDADE DE PARCELAS DO ACORDO (01-12) "
           ACCEPT WRK-QTDE-PARCELAS.
           IF WRK-QTDE-PARCELAS EQUAL ZEROS
                   OR WRK-QTDE-PARCELAS GREATER 12
               DISPLAY "QUANTIDADE INVALIDA - ASSUMIDA 1 PARCELA "
               MOVE 1 TO WRK-QTDE-PARCELAS
           END-IF.

           COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   WRK-VALOR-ACORDO / WRK-QTDE-PARCELAS.
           COMPUTE WRK-VALOR-ULTIMA = WRK-VALOR-ACORDO
                   - (WRK-VALOR-PARCELA * (WRK-QTDE-PARCELAS - 1)).

           MOVE WRK-VALOR-ACORDO TO WRK-VALOR-ED.
           DISPLAY "VALOR DO ACORDO... " WRK-VALOR-ED.
           DISPLAY "PARCELAS.......... " WRK-QTDE-PARCELAS
                   " DE " WRK-VALOR-PARCELA
                   " (ULTIMA " WRK-VALOR-ULTIMA ")".
           DISPLAY "CONFIRMA O ACORDO (S/N) "
           ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S"
               PERFORM 0340-GERA-NUMEROS
               PERFORM 0350-ARQUIVA-ORIGINAIS
               PERFORM 0360-SUBSTITUI-TITULOS
               PERFORM 0370-GRAVA-ACORDO
               DISPLAY "ACORDO " WRK-NUMERO-ACORDO " GRAVADO - "
                       "PARCELAS NO TICKET " WRK-TICKET-ACORDO
           ELSE
               DISPLAY "ACORDO CANCELADO "
           END-IF.

       0340-GERA-NUMEROS    SECTION.
           OPEN I-O ACORDOCTL.
           IF FS-ACORDOCTL EQUAL 35
               OPEN OUTPUT ACORDOCTL
               MOVE ZEROS TO CTL-ULTIMO-ACORDO
               WRITE REG-ACORDOCTL
               CLOSE ACORDOCTL
               OPEN I-O ACORDOCTL
           END-IF.

           READ ACORDOCTL NEXT RECORD.
           ADD 1 TO CTL-ULTIMO-ACORDO.
           MOVE CTL-ULTIMO-ACORDO TO WRK-NUMERO-ACORDO.
           REWRITE REG-ACORDOCTL.

           CLOSE ACORDOCTL.

           OPEN I-O TICKETCTL.
           IF FS-TICKETCTL EQUAL 35
               OPEN OUTPUT TICKETCTL
               MOVE ZEROS TO CTL-ULTIMO-TICKET
               WRITE REG-TICKETCTL
               CLOSE TICKETCTL
               OPEN I-O TICKETCTL
           END-IF.

           READ TICKETCTL NEXT RECORD.
           ADD 1 TO CTL-ULTIMO-TICKET.
           MOVE CTL-ULTIMO-TICKET TO WRK-TICKET-ACORDO.
           REWRITE REG-TICKETCTL.

           CLOSE TICKETCTL.

       0350-ARQUIVA-ORIGINAIS SECTION.
           OPEN EXTEND RENEGTIT.
           IF FS-RENEGTIT EQUAL 35
               OPEN OUTPUT RENEGTIT
           END-IF.

           PERFORM VARYING WRK-SUB-TIT FROM 1 BY 1
                   UNTIL WRK-SUB-TIT GREATER WRK-QTDE-TIT
               IF TTT-SELECIONADO(WRK-SUB-TIT) EQUAL "S"
                   MOVE WRK-NUMERO-ACORDO TO RNT-ACORDO
                   MOVE WRK-ID-PROC       TO RNT-ID-CLIENTE
                   MOVE TTT-TICKET(WRK-SUB-TIT)  TO RNT-TICKET
                   MOVE TTT-PARCELA(WRK-SUB-TIT) TO RNT-PARCELA
                   MOVE TTT-VALOR(WRK-SUB-TIT)   TO RNT-VALOR-FACE
                   MOVE TTT-DATA-VENDA(WRK-SUB-TIT) TO RNT-DATA-VENDA
                   MOVE TTT-DATA-VENC(WRK-SUB-TIT)  TO RNT-DATA-VENC
                   MOVE TTT-DIAS-ATRASO(WRK-SUB-TIT)
                     TO RNT-DIAS-ATRASO
                   MOVE TTT-JUROS(WRK-SUB-TIT)   TO RNT-JUROS
                   MOVE TTT-MULTA(WRK-SUB-TIT)   TO RNT-MULTA
                   WRITE REG-RENEGTIT
               END-IF
           END-PERFORM.

           CLOSE RENEGTIT.

      *===============================REGRAVA CONTASREC.DAT SEM OS
      *===============================TITULOS DO ACORDO E COM AS
      *===============================PARCELAS NOVAS NO FINAL, VIA
      *===============================ARQUIVO TEMPORARIO (MESMO
      *===============================ESQUEMA DO CREC001).
       0360-SUBSTITUI-TITULOS SECTION.
           OPEN INPUT CONTASREC.
           OPEN OUTPUT CRECTMP.

           READ CONTASREC.
           PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
               MOVE "N" TO WRK-ACHOU
               IF CR-ID-CLIENTE EQUAL WRK-ID-PROC
                   PERFORM 0900-PROCURA-TITULO
               END-IF
               IF WRK-ACHOU NOT EQUAL "S"
                   MOVE REG-CONTAREC TO REG-CRECTMP
                   WRITE REG-CRECTMP
               END-IF
               READ CONTASREC
           END-PERFORM.

           PERFORM VARYING WRK-SUB-PARC FROM 1 BY 1
                   UNTIL WRK-SUB-PARC GREATER WRK-QTDE-PARCELAS
               PERFORM 0285-CALCULA-VENCIMENTO
               MOVE WRK-ID-PROC       TO CR-ID-CLIENTE
               MOVE WRK-TICKET-ACORDO TO CR-TICKET
               IF WRK-SUB-PARC EQUAL WRK-QTDE-PARCELAS
                   MOVE WRK-VALOR-ULTIMA  TO CR-VALOR
               ELSE
                   MOVE WRK-VALOR-PARCELA TO CR-VALOR
               END-IF
               MOVE WRK-DATA-HOJE-R   TO CR-DATA-VENDA
               MOVE WRK-DATA-VENC     TO CR-DATA-VENC
               MOVE WRK-SUB-PARC      TO CR-PARCELA
               MOVE WRK-QTDE-PARCELAS TO CR-QTDE-PARCELAS
               MOVE SPACES            TO CR-SITUACAO
               MOVE REG-CONTAREC TO REG-CRECTMP
               WRITE REG-CRECTMP
           END-PERFORM.

           CLOSE CONTASREC.
           CLOSE CRECTMP.

           OPEN OUTPUT CONTASREC.
           OPEN INPUT CRECTMP.

           READ CRECTMP.
           PERFORM UNTIL FS-CRECTMP NOT EQUAL 00
               MOVE REG-CRECTMP TO REG-CONTAREC
               WRITE REG-CONTAREC
               READ CRECTMP
           END-PERFORM.

           CLOSE CONTASREC.
           CLOSE CRECTMP.

       0370-GRAVA-ACORDO    SECTION.
           MOVE WRK-NUMERO-ACORDO     TO ACD-NUMERO.
           MOVE WRK-ID-PROC           TO ACD-ID-CLIENTE.
           MOVE WRK-DATA-HOJE-R       TO ACD-DATA.
           MOVE WRK-TICKET-ACORDO     TO ACD-TICKET.
           MOVE WRK-QTDE-SELEC        TO ACD-QTDE-TITULOS.
           MOVE WRK-TOTAL-FACE        TO ACD-VALOR-FACE.
           MOVE WRK-TOTAL-JUROS       TO ACD-JUROS.
           MOVE WRK-TOTAL-MULTA       TO ACD-MULTA.
           MOVE WRK-DESCONTO          TO ACD-DESCONTO.
           MOVE WRK-VALOR-ACORDO      TO ACD-VALOR-ACORDO.
           MOVE WRK-QTDE-PARCELAS     TO ACD-QTDE-PARCELAS.
           MOVE "A"                   TO ACD-STATUS.
           MOVE WRK-DATA-HOJE-R       TO ACD-DATA-STATUS.
           MOVE WRK-USUARIO-ACORDO    TO ACD-USUARIO.

           WRITE REG-ACORDO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ACORDO.DAT - STATUS "
                           FS-ACORDOS
           END-WRITE.

       0400-CONSULTA-ACORDO SECTION.
           DISPLAY "NUMERO DO ACORDO "
           ACCEPT WRK-NUMERO-PROC.

           MOVE WRK-NUMERO-PROC TO ACD-NUMERO.
           READ ACORDOS
               INVALID KEY
                   DISPLAY "ACORDO NAO ENCONTRADO " WRK-NUMERO-PROC
               NOT INVALID KEY
                   PERFORM 0410-EXIBE-ACORDO
           END-READ.

       0410-EXIBE-ACORDO    SECTION.
           DISPLAY "ACORDO............. " ACD-NUMERO.
           DISPLAY "CLIENTE............ " ACD-ID-CLIENTE.
           DISPLAY "DATA............... " ACD-DATA.
           DISPLAY "TICKET DAS PARCELAS " ACD-TICKET.
           DISPLAY "TITULOS ORIGINAIS.. " ACD-QTDE-TITULOS.
           DISPLAY "VALOR DE FACE...... " ACD-VALOR-FACE.
           DISPLAY "JUROS.............. " ACD-JUROS.
           DISPLAY "MULTA.............. " ACD-MULTA.
           DISPLAY "DESCONTO........... " ACD-DESCONTO
                   " AUTORIZADO POR " ACD-USUARIO.
           DISPLAY "VALOR DO ACORDO.... " ACD-VALOR-ACORDO.
           DISPLAY "PARCELAS........... " ACD-QTDE-PARCELAS.
           EVALUATE TRUE
               WHEN ACD-ATIVO
                   DISPLAY "SITUACAO........... ATIVO"
               WHEN ACD-QUITADO
                   DISPLAY "SITUACAO........... QUITADO EM "
                           ACD-DATA-STATUS
               WHEN ACD-ROMPIDO
                   DISPLAY "SITUACAO........... ROMPIDO EM "
                           ACD-DATA-STATUS
           END-EVALUATE.

           DISPLAY "--- TITULOS RENEGOCIADOS ---".
           OPEN INPUT RENEGTIT.
           IF FS-RENEGTIT EQUAL 00
               READ RENEGTIT
               PERFORM UNTIL FS-RENEGTIT NOT EQUAL 00
                   IF RNT-ACORDO EQUAL ACD-NUMERO
                       DISPLAY "TICKET " RNT-TICKET "/" RNT-PARCELA
                               " VENC " RNT-DATA-VENC
                               " FACE " RNT-VALOR-FACE
                               " JUROS " RNT-JUROS
                               " MULTA " RNT-MULTA
                   END-IF
                   READ RENEGTIT
               END-PERFORM
               CLOSE RENEGTIT
           END-IF.

           DISPLAY "--- PARCELAS DO ACORDO EM ABERTO ---".
           OPEN INPUT CONTASREC.
           IF FS-CONTASREC EQUAL 00
               READ CONTASREC
               PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                   IF CR-TICKET EQUAL ACD-TICKET
                           AND CR-ID-CLIENTE EQUAL ACD-ID-CLIENTE
                       DISPLAY "PARCELA " CR-PARCELA "/"
                               CR-QTDE-PARCELAS
                               " VENC " CR-DATA-VENC
                               " VALOR " CR-VALOR
                   END-IF
                   READ CONTASREC
               END-PERFORM
               CLOSE CONTASREC
           END-IF.

      *===============================ACORDO ATIVO COM PARCELA VENCIDA
      *===============================HA MAIS DIAS QUE A TOLERANCIA
      *===============================VIRA ROMPIDO; SEM PARCELA EM
      *===============================ABERTO VIRA QUITADO.
       0500-RELATORIO-ROMPIDOS SECTION.
           DISPLAY "TOLERANCIA EM DIAS APOS O VENCIMENTO DA PARCELA "
                   "(0 = NENHUMA) "
           ACCEPT WRK-DIAS-TOLERANCIA.

           MOVE ZEROS TO WRK-TOTAL-ATIVOS.
           MOVE ZEROS TO WRK-TOTAL-ROMPIDOS.
           MOVE ZEROS TO WRK-TOTAL-QUITADOS.
           MOVE ZEROS TO WRK-SALDO-ROMPIDOS.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-HOJE-R     TO WRK-LPA-DATA.
           MOVE WRK-DIAS-TOLERANCIA TO WRK-LPA-TOLERANCIA.
           MOVE WRK-LINHA-PARAM TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZEROS TO ACD-NUMERO.
           START ACORDOS KEY IS NOT LESS ACD-NUMERO.

           IF FS-ACORDOS EQUAL 00
               READ ACORDOS NEXT RECORD
               PERFORM UNTIL FS-ACORDOS NOT EQUAL 00
                   IF ACD-QUITADO
                       CONTINUE
                   ELSE
                       PERFORM 0510-AVALIA-ACORDO
                   END-IF
                   READ ACORDOS NEXT RECORD
               END-PERFORM
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-ATIVOS   TO WRK-LT-ATIVOS.
           MOVE WRK-TOTAL-ROMPIDOS TO WRK-LT-ROMPIDOS.
           MOVE WRK-TOTAL-QUITADOS TO WRK-LT-QUITADOS.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-SALDO-ROMPIDOS TO WRK-LTS-SALDO.
           MOVE WRK-LINHA-TOTAL-SALDO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.

           DISPLAY "RELATORIO GRAVADO EM ACORDO.LST - "
                   WRK-TOTAL-ROMPIDOS " ACORDO(S) ROMPIDO(S) ".

       0510-AVALIA-ACORDO   SECTION.
           MOVE ZEROS TO WRK-PARC-ABERTAS.
           MOVE ZEROS TO WRK-PARC-VENCIDAS.
           MOVE ZEROS TO WRK-MAIOR-ATRASO.
           MOVE ZEROS TO WRK-SALDO-ACORDO.

           OPEN INPUT CONTASREC.
           IF FS-CONTASREC EQUAL 00
               READ CONTASREC
               PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                   IF CR-TICKET EQUAL ACD-TICKET
                           AND CR-ID-CLIENTE EQUAL ACD-ID-CLIENTE
                       PERFORM 0520-AVALIA-PARCELA
                   END-IF
                   READ CONTASREC
               END-PERFORM
               CLOSE CONTASREC
           END-IF.

           EVALUATE TRUE
               WHEN WRK-PARC-ABERTAS EQUAL ZEROS
                   ADD 1 TO WRK-TOTAL-QUITADOS
                   MOVE "Q"             TO ACD-STATUS
                   MOVE WRK-DATA-HOJE-R TO ACD-DATA-STATUS
                   REWRITE REG-ACORDO
               WHEN ACD-ROMPIDO
                   MOVE SPACES TO WRK-LD-AVISO
                   PERFORM 0530-IMPRIME-ROMPIDO
               WHEN WRK-PARC-VENCIDAS GREATER ZEROS
                   MOVE "R"             TO ACD-STATUS
                   MOVE WRK-DATA-HOJE-R TO ACD-DATA-STATUS
                   REWRITE REG-ACORDO
                   MOVE "NOVO" TO WRK-LD-AVISO
                   PERFORM 0530-IMPRIME-ROMPIDO
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-ATIVOS
           END-EVALUATE.

       0520-AVALIA-PARCELA  SECTION.
           ADD 1 TO WRK-PARC-ABERTAS.
           ADD CR-VALOR TO WRK-SALDO-ACORDO.

           MOVE CR-DATA-VENC TO WRK-DATA-CALC.
           PERFORM 0910-CALCULA-DIAS.
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-CALC.

           IF WRK-DIAS-ATRASO GREATER WRK-DIAS-TOLERANCIA
               ADD 1 TO WRK-PARC-VENCIDAS
               IF WRK-DIAS-ATRASO GREATER WRK-MAIOR-ATRASO
                   MOVE WRK-DIAS-ATRASO TO WRK-MAIOR-ATRASO
               END-IF
           END-IF.

       0530-IMPRIME-ROMPIDO SECTION.
           ADD 1 TO WRK-TOTAL-ROMPIDOS.
           ADD WRK-SALDO-ACORDO TO WRK-SALDO-ROMPIDOS.

           MOVE ACD-NUMERO        TO WRK-LD-ACORDO.
           MOVE ACD-ID-CLIENTE    TO WRK-LD-CLIENTE.
           MOVE ACD-DATA          TO WRK-LD-DATA.
           MOVE ACD-TICKET        TO WRK-LD-TICKET.
           MOVE ACD-QTDE-PARCELAS TO WRK-LD-PARCELAS.
           MOVE WRK-PARC-ABERTAS  TO WRK-LD-ABERTAS.
           MOVE WRK-PARC-VENCIDAS TO WRK-LD-VENCIDAS.
           MOVE WRK-MAIOR-ATRASO  TO WRK-LD-ATRASO.
           MOVE WRK-SALDO-ACORDO  TO WRK-LD-SALDO.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0900-PROCURA-TITULO  SECTION.
           PERFORM VARYING WRK-SUB-TIT FROM 1 BY 1
                   UNTIL WRK-SUB-TIT GREATER WRK-QTDE-TIT
                      OR WRK-ACHOU EQUAL "S"
               IF TTT-SELECIONADO(WRK-SUB-TIT) EQUAL "S"
                       AND TTT-TICKET(WRK-SUB-TIT) EQUAL CR-TICKET
                       AND TTT-PARCELA(WRK-SUB-TIT) EQUAL CR-PARCELA
                   MOVE "S" TO WRK-ACHOU
               END-IF
           END-PERFORM.

      *===============================MESMA APROXIMACAO ANO*360 +
      *===============================MES*30 DO ARQ011/CREC001.
       0910-CALCULA-DIAS    SECTION.
           COMPUTE WRK-DIAS-CALC =
                   (WRK-DC-ANO * 360) + (WRK-DC-MES * 30)
                   + WRK-DC-DIA.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY PINPD.
           COPY PARCELAPD.
       END PROGRAM RENEG001.
