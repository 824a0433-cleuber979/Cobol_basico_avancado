       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTEC001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: ANTECIPACAO DE RECEBIVEIS (DESCONTO DE TITULOS NO
      *          BANCO) - SELECIONA OS TITULOS A VENCER DE
      *          CONTASREC.DAT POR FAIXA DE VENCIMENTO E CLIENTE,
      *          CALCULA O DESCONTO NA TAXA MENSAL DO BANCO PELOS DIAS
      *          ENTRE O CREDITO E O VENCIMENTO E GRAVA O BORDERO
      *          NUMERADO (BORDERO.CTL) EM BORDERO.DAT, IMPRESSO EM
      *          BORDERO.LST. OS TITULOS FICAM EM CONTASREC.DAT COM
      *          CR-SITUACAO "T" (TRANSFERIDO): A COBRANCA DO ARQ032 E
      *          O AGING DO ARQ011 DEIXAM DE CONSIDERA-LOS, O CREC001
      *          NAO OS BAIXA E O ARQ031 PASSA A CONTAR O LIQUIDO NA
      *          DATA DO CREDITO EM VEZ DOS VENCIMENTOS. NO RETORNO DO
      *          BANCO O TITULO LIQUIDADO SAI DE CONTASREC.DAT (VIA
      *          CONTASREC.TMP, MESMO ESQUEMA DO CREC001) E O NAO PAGO
      *          PELO CLIENTE VOLTA PARA A CARTEIRA COMO RECOMPRADO
      *          (CR-SITUACAO "R"), COBRADO NORMALMENTE DAI EM DIANTE.
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

           SELECT BORDEROCTL ASSIGN TO "BORDERO.CTL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BORDEROCTL.

           SELECT BORDEROS ASSIGN TO "BORDERO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BORDEROS.

           SELECT RELATORIO ASSIGN TO "BORDERO.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC.
           COPY CONTARECREG.

       FD  CRECTMP.
       01  REG-CRECTMP     PIC X(40).

       FD  BORDEROCTL.
       01  REG-BORDEROCTL.
           05 CTL-ULTIMO-BORDERO PIC 9(06).

       FD  BORDEROS.
           COPY BORDEROREG.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-CONTASREC    PIC 9(02) VALUE ZEROS.
       77  FS-CRECTMP      PIC 9(02) VALUE ZEROS.
       77  FS-BORDEROCTL   PIC 9(02) VALUE ZEROS.
       77  FS-BORDEROS     PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-ID-PROC     PIC 9(04) VALUE ZEROS.
       77  WRK-NUMERO-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-CONFIRMA    PIC X(01) VALUE "N".
       77  WRK-INCLUI      PIC X(01) VALUE "S".
       77  WRK-ESCOLHA     PIC X(01) VALUE "S".
       77  WRK-ACAO        PIC X(01) VALUE SPACES.

       77  WRK-BANCO       PIC 9(03) VALUE ZEROS.
       77  WRK-TAXA-MES    PIC 9(02)V99 VALUE ZEROS.
       77  WRK-VENC-INICIAL PIC 9(08) VALUE ZEROS.
       77  WRK-VENC-FINAL  PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CREDITO PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO-BORDERO PIC 9(06) VALUE ZEROS.

       77  WRK-DIAS-CALC   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-CREDITO PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-PRAZO  PIC S9(07) VALUE ZEROS.

       77  WRK-QTDE-TIT    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-TIT     PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-SELEC  PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-LIQUIDADOS PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-RECOMPRADOS PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU       PIC X(01) VALUE "N".

       77  WRK-TOTAL-FACE  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-DESCONTO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-RECOMPRA PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
           05 WRK-HOJE-MES   PIC 9(02).
           05 WRK-HOJE-DIA   PIC 9(02).
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE PIC 9(08).

       01  WRK-DATA-CALC.
           05 WRK-DC-ANO     PIC 9(04).
           05 WRK-DC-MES     PIC 9(02).
           05 WRK-DC-DIA     PIC 9(02).

      *===============================TITULOS CANDIDATOS AO BORDERO
      *===============================(OPCAO 1) OU ITENS EM ABERTO NO
      *===============================BANCO DE UM BORDERO (OPCAO 2).
       01  TABELA-TITULOS.
           05 TAB-TITULO OCCURS 200 TIMES.
               10 TTT-ID-CLIENTE  PIC 9(04).
               10 TTT-TICKET      PIC 9(06).
               10 TTT-PARCELA     PIC 9(02).
               10 TTT-VALOR       PIC 9(07)V99.
               10 TTT-DATA-VENC   PIC 9(08).
               10 TTT-DIAS        PIC 9(05).
               10 TTT-DESCONTO    PIC 9(07)V99.
               10 TTT-LIQUIDO     PIC 9(07)V99.
               10 TTT-SELECIONADO PIC X(01).
               10 TTT-ACAO        PIC X(01).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "BORDERO DE DESCONTO DE TITULOS".

       01  WRK-LINHA-PARAM.
           05 FILLER       PIC X(10) VALUE "BORDERO.. ".
           05 WRK-LPA-NUMERO PIC 9(06).
           05 FILLER       PIC X(09) VALUE "  DATA.. ".
           05 WRK-LPA-DATA PIC 9(08).
           05 FILLER       PIC X(10) VALUE "  BANCO.. ".
           05 WRK-LPA-BANCO PIC 9(03).
           05 FILLER       PIC X(17) VALUE "  TAXA MENSAL.. ".
           05 WRK-LPA-TAXA PIC Z9,99.
           05 FILLER       PIC X(01) VALUE "%".

       01  WRK-LINHA-CREDITO.
           05 FILLER       PIC X(20) VALUE "DATA DO CREDITO.... ".
           05 WRK-LCR-DATA PIC 9(08).

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(08) VALUE "CLIENTE".
           05 FILLER       PIC X(12) VALUE "TICKET/PARC".
           05 FILLER       PIC X(10) VALUE "VENCTO".
           05 FILLER       PIC X(06) VALUE " DIAS".
           05 FILLER       PIC X(14) VALUE "  VALOR FACE".
           05 FILLER       PIC X(14) VALUE "      DESCONTO".
           05 FILLER       PIC X(14) VALUE "       LIQUIDO".
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(04) VALUE "SIT.".

       01  WRK-LINHA-DET.
           05 WRK-LD-CLIENTE PIC 9(04).
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LD-TICKET  PIC 9(06).
           05 FILLER         PIC X(01) VALUE "/".
           05 WRK-LD-PARCELA PIC 9(02).
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WRK-LD-VENC    PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-DIAS    PIC ZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-FACE    PIC Z.ZZZ.ZZ9,99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-DESCONTO PIC Z.ZZZ.ZZ9,99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-LIQUIDO PIC Z.ZZZ.ZZ9,99.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WRK-LD-STATUS  PIC X(01).

       01  WRK-LINHA-TOTAL.
           05 FILLER         PIC X(10) VALUE "TITULOS.. ".
           05 WRK-LT-QTDE    PIC ZZ9.
           05 FILLER         PIC X(10) VALUE "   FACE.. ".
           05 WRK-LT-FACE    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(10) VALUE "  DESC.. ".
           05 WRK-LT-DESCONTO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(10) VALUE "  LIQ.. ".
           05 WRK-LT-LIQUIDO PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  ANTECIPACAO DE RECEBIVEIS (DESCONTO NO BANCO) "
           DISPLAY "================================================"
           DISPLAY "1 - NOVO BORDERO DE DESCONTO "
           DISPLAY "2 - RETORNO DO BANCO (LIQUIDACAO / RECOMPRA) "
           DISPLAY "3 - CONSULTAR BORDERO "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-NOVO-BORDERO
               WHEN 2
                   PERFORM 0400-RETORNO-BANCO
               WHEN 3
                   PERFORM 0500-CONSULTA-BORDERO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

       0300-NOVO-BORDERO    SECTION.
           DISPLAY "CODIGO DO BANCO "
           ACCEPT WRK-BANCO.
           DISPLAY "TAXA DE DESCONTO DO BANCO (% AO MES) "
           ACCEPT WRK-TAXA-MES.
           DISPLAY "VENCIMENTO INICIAL (AAAAMMDD, 0 = QUALQUER) "
           ACCEPT WRK-VENC-INICIAL.
           DISPLAY "VENCIMENTO FINAL (AAAAMMDD, 0 = QUALQUER) "
           ACCEPT WRK-VENC-FINAL.
           IF WRK-VENC-FINAL EQUAL ZEROS
               MOVE 99999999 TO WRK-VENC-FINAL
           END-IF.
           DISPLAY "ID DO CLIENTE (0 = TODOS) "
           ACCEPT WRK-ID-PROC.
           DISPLAY "DATA DO CREDITO NA CONTA (AAAAMMDD, 0 = HOJE) "
           ACCEPT WRK-DATA-CREDITO.
           IF WRK-DATA-CREDITO EQUAL ZEROS
               MOVE WRK-DATA-HOJE-R TO WRK-DATA-CREDITO
           END-IF.

           IF WRK-TAXA-MES EQUAL ZEROS
               DISPLAY "TAXA NAO INFORMADA - BORDERO CANCELADO "
           ELSE
               MOVE WRK-DATA-CREDITO TO WRK-DATA-CALC
               PERFORM 0910-CALCULA-DIAS
               MOVE WRK-DIAS-CALC TO WRK-DIAS-CREDITO
               PERFORM 0310-CARREGA-CANDIDATOS
               IF WRK-QTDE-TIT EQUAL ZEROS
                   DISPLAY "NENHUM TITULO EM CARTEIRA A VENCER NA "
                           "SELECAO "
               ELSE
                   PERFORM 0320-ESCOLHE-TITULOS
                   IF WRK-QTDE-SELEC EQUAL ZEROS
                       DISPLAY "NENHUM TITULO ESCOLHIDO - BORDERO "
                               "CANCELADO "
                   ELSE
                       PERFORM 0330-CONFIRMA-BORDERO
                   END-IF
               END-IF
           END-IF.

      *===============================SO ENTRA TITULO EM CARTEIRA
      *===============================(NUNCA DESCONTADO NEM RECOMPRADO)
      *===============================QUE VENCE DEPOIS DO CREDITO.
       0310-CARREGA-CANDIDATOS SECTION.
           MOVE ZEROS TO WRK-QTDE-TIT.

           OPEN INPUT CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
               DISPLAY "CONTASREC.DAT NAO ABERTO - NENHUM TITULO "
                       "EM ABERTO "
           ELSE
               READ CONTASREC
               PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                   IF CR-EM-CARTEIRA
                           AND CR-ID-CLIENTE NOT EQUAL ZEROS
                           AND CR-DATA-VENC NUMERIC
                           AND CR-DATA-VENC NOT LESS WRK-VENC-INICIAL
                           AND CR-DATA-VENC NOT GREATER WRK-VENC-FINAL
                       IF WRK-ID-PROC EQUAL ZEROS
                               OR CR-ID-CLIENTE EQUAL WRK-ID-PROC
                           PERFORM 0315-AVALIA-TITULO
                       END-IF
                   END-IF
                   READ CONTASREC
               END-PERFORM
               CLOSE CONTASREC
           END-IF.

      *===============================DESCONTO SIMPLES PRO-RATA: FACE
      *===============================X TAXA MENSAL X DIAS / 30, NA
      *===============================MESMA APROXIMACAO DE DIAS DO
      *===============================ARQ011.
       0315-AVALIA-TITULO   SECTION.
           MOVE CR-DATA-VENC TO WRK-DATA-CALC.
           PERFORM 0910-CALCULA-DIAS.
           COMPUTE WRK-DIAS-PRAZO = WRK-DIAS-CALC - WRK-DIAS-CREDITO.

           IF WRK-DIAS-PRAZO GREATER ZEROS
               IF WRK-QTDE-TIT LESS 200
                   ADD 1 TO WRK-QTDE-TIT
                   MOVE CR-ID-CLIENTE TO TTT-ID-CLIENTE(WRK-QTDE-TIT)
                   MOVE CR-TICKET     TO TTT-TICKET(WRK-QTDE-TIT)
                   MOVE CR-PARCELA    TO TTT-PARCELA(WRK-QTDE-TIT)
                   MOVE CR-VALOR      TO TTT-VALOR(WRK-QTDE-TIT)
                   MOVE CR-DATA-VENC  TO TTT-DATA-VENC(WRK-QTDE-TIT)
                   MOVE WRK-DIAS-PRAZO TO TTT-DIAS(WRK-QTDE-TIT)
                   COMPUTE TTT-DESCONTO(WRK-QTDE-TIT) ROUNDED =
                           CR-VALOR * WRK-TAXA-MES
                           * WRK-DIAS-PRAZO / 30 / 100
                   IF TTT-DESCONTO(WRK-QTDE-TIT) GREATER CR-VALOR
                       MOVE CR-VALOR TO TTT-DESCONTO(WRK-QTDE-TIT)
                   END-IF
                   COMPUTE TTT-LIQUIDO(WRK-QTDE-TIT) =
                           CR-VALOR - TTT-DESCONTO(WRK-QTDE-TIT)
                   MOVE "S"           TO TTT-SELECIONADO(WRK-QTDE-TIT)
                   MOVE SPACES        TO TTT-ACAO(WRK-QTDE-TIT)
               ELSE
                   DISPLAY "LIMITE DE 200 TITULOS - IGNORADO TICKET "
                           CR-TICKET " PARCELA " CR-PARCELA
               END-IF
           END-IF.

       0320-ESCOLHE-TITULOS SECTION.
           DISPLAY "TITULOS A VENCER DISPONIVEIS PARA DESCONTO ".
           PERFORM VARYING WRK-SUB-TIT FROM 1 BY 1
                   UNTIL WRK-SUB-TIT GREATER WRK-QTDE-TIT
               DISPLAY WRK-SUB-TIT " - CLIENTE "
                       TTT-ID-CLIENTE(WRK-SUB-TIT)
                       " TICKET " TTT-TICKET(WRK-SUB-TIT)
                       "/" TTT-PARCELA(WRK-SUB-TIT)
                       " VENC " TTT-DATA-VENC(WRK-SUB-TIT)
                       " FACE " TTT-VALOR(WRK-SUB-TIT)
                       " LIQ " TTT-LIQUIDO(WRK-SUB-TIT)
           END-PERFORM.

           DISPLAY "LEVAR TODOS AO BANCO (S) OU ESCOLHER UM A UM "
                   "(N) "
           ACCEPT WRK-ESCOLHA.

           MOVE ZEROS TO WRK-QTDE-SELEC.
           MOVE ZEROS TO WRK-TOTAL-FACE.
           MOVE ZEROS TO WRK-TOTAL-DESCONTO.
           MOVE ZEROS TO WRK-TOTAL-LIQUIDO.

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
                   ADD TTT-VALOR(WRK-SUB-TIT)    TO WRK-TOTAL-FACE
                   ADD TTT-DESCONTO(WRK-SUB-TIT) TO WRK-TOTAL-DESCONTO
                   ADD TTT-LIQUIDO(WRK-SUB-TIT)  TO WRK-TOTAL-LIQUIDO
               END-IF
           END-PERFORM.

       0330-CONFIRMA-BORDERO SECTION.
           DISPLAY "TITULOS NO BORDERO " WRK-QTDE-SELEC.
           MOVE WRK-TOTAL-FACE TO WRK-VALOR-ED.
           DISPLAY "VALOR DE FACE..... " WRK-VALOR-ED.
           MOVE WRK-TOTAL-DESCONTO TO WRK-VALOR-ED.
           DISPLAY "DESCONTO DO BANCO. " WRK-VALOR-ED.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY "LIQUIDO A CREDITAR " WRK-VALOR-ED
                   " EM " WRK-DATA-CREDITO.
           DISPLAY "CONFIRMA O BORDERO (S/N) "
           ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S"
               PERFORM 0340-GERA-NUMERO
               PERFORM 0350-GRAVA-BORDERO
               PERFORM 0360-MARCA-TRANSFERIDOS
               PERFORM 0370-IMPRIME-BORDERO
               DISPLAY "BORDERO " WRK-NUMERO-BORDERO " GRAVADO - "
                       "IMPRESSO EM BORDERO.LST "
           ELSE
               DISPLAY "BORDERO CANCELADO "
           END-IF.

       0340-GERA-NUMERO     SECTION.
           OPEN I-O BORDEROCTL.
           IF FS-BORDEROCTL EQUAL 35
               OPEN OUTPUT BORDEROCTL
               MOVE ZEROS TO CTL-ULTIMO-BORDERO
               WRITE REG-BORDEROCTL
               CLOSE BORDEROCTL
               OPEN I-O BORDEROCTL
           END-IF.

           READ BORDEROCTL NEXT RECORD.
           ADD 1 TO CTL-ULTIMO-BORDERO.
           MOVE CTL-ULTIMO-BORDERO TO WRK-NUMERO-BORDERO.
           REWRITE REG-BORDEROCTL.

           CLOSE BORDEROCTL.

       0350-GRAVA-BORDERO   SECTION.
           OPEN EXTEND BORDEROS.
           IF FS-BORDEROS EQUAL 35
               OPEN OUTPUT BORDEROS
           END-IF.

           PERFORM VARYING WRK-SUB-TIT FROM 1 BY 1
                   UNTIL WRK-SUB-TIT GREATER WRK-QTDE-TIT
               IF TTT-SELECIONADO(WRK-SUB-TIT) EQUAL "S"
                   MOVE WRK-NUMERO-BORDERO TO BDR-NUMERO
                   MOVE WRK-DATA-HOJE-R    TO BDR-DATA
                   MOVE WRK-BANCO          TO BDR-BANCO
                   MOVE WRK-TAXA-MES       TO BDR-TAXA-MES
                   MOVE WRK-DATA-CREDITO   TO BDR-DATA-CREDITO
                   MOVE TTT-ID-CLIENTE(WRK-SUB-TIT) TO BDR-ID-CLIENTE
                   MOVE TTT-TICKET(WRK-SUB-TIT)     TO BDR-TICKET
                   MOVE TTT-PARCELA(WRK-SUB-TIT)    TO BDR-PARCELA
                   MOVE TTT-VALOR(WRK-SUB-TIT)      TO BDR-VALOR-FACE
                   MOVE TTT-DATA-VENC(WRK-SUB-TIT)  TO BDR-DATA-VENC
                   MOVE TTT-DIAS(WRK-SUB-TIT)       TO BDR-DIAS
                   MOVE TTT-DESCONTO(WRK-SUB-TIT)   TO BDR-DESCONTO
                   MOVE TTT-LIQUIDO(WRK-SUB-TIT)
                     TO BDR-VALOR-LIQUIDO
                   MOVE "T"                TO BDR-STATUS
                   MOVE WRK-DATA-HOJE-R    TO BDR-DATA-STATUS
                   WRITE REG-BORDERO
               END-IF
           END-PERFORM.

           CLOSE BORDEROS.

      *===============================O TITULO CONTINUA EM CONTASREC.DAT
      *===============================(O CLIENTE AINDA DEVE), SO MUDA A
      *===============================SITUACAO - REGRAVACAO NO LUGAR,
      *===============================COMO NA BAIXA DO CPAG001.
       0360-MARCA-TRANSFERIDOS SECTION.
           OPEN I-O CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
               DISPLAY "CONTASREC.DAT NAO ABERTO - STATUS "
                       FS-CONTASREC
           ELSE
               READ CONTASREC
               PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                   MOVE "N" TO WRK-ACHOU
                   IF CR-EM-CARTEIRA
                       PERFORM 0900-PROCURA-TITULO
                   END-IF
                   IF WRK-ACHOU EQUAL "S"
                       MOVE "T" TO CR-SITUACAO
                       REWRITE REG-CONTAREC
                   END-IF
                   READ CONTASREC
               END-PERFORM
               CLOSE CONTASREC
           END-IF.

       0370-IMPRIME-BORDERO SECTION.
           OPEN OUTPUT RELATORIO.
           PERFORM 0380-IMPRIME-CABECALHO.

           PERFORM VARYING WRK-SUB-TIT FROM 1 BY 1
                   UNTIL WRK-SUB-TIT GREATER WRK-QTDE-TIT
               IF TTT-SELECIONADO(WRK-SUB-TIT) EQUAL "S"
                   MOVE TTT-ID-CLIENTE(WRK-SUB-TIT) TO WRK-LD-CLIENTE
                   MOVE TTT-TICKET(WRK-SUB-TIT)     TO WRK-LD-TICKET
                   MOVE TTT-PARCELA(WRK-SUB-TIT)    TO WRK-LD-PARCELA
                   MOVE TTT-DATA-VENC(WRK-SUB-TIT)  TO WRK-LD-VENC
                   MOVE TTT-DIAS(WRK-SUB-TIT)       TO WRK-LD-DIAS
                   MOVE TTT-VALOR(WRK-SUB-TIT)      TO WRK-LD-FACE
                   MOVE TTT-DESCONTO(WRK-SUB-TIT)   TO WRK-LD-DESCONTO
                   MOVE TTT-LIQUIDO(WRK-SUB-TIT)    TO WRK-LD-LIQUIDO
                   MOVE "T"                         TO WRK-LD-STATUS
                   MOVE WRK-LINHA-DET TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM.

           PERFORM 0390-IMPRIME-TOTAL.
           CLOSE RELATORIO.

       0380-IMPRIME-CABECALHO SECTION.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-NUMERO-BORDERO TO WRK-LPA-NUMERO.
           MOVE WRK-DATA-HOJE-R    TO WRK-LPA-DATA.
           MOVE WRK-BANCO          TO WRK-LPA-BANCO.
           MOVE WRK-TAXA-MES       TO WRK-LPA-TAXA.
           MOVE WRK-LINHA-PARAM TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-CREDITO   TO WRK-LCR-DATA.
           MOVE WRK-LINHA-CREDITO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0390-IMPRIME-TOTAL   SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-QTDE-SELEC     TO WRK-LT-QTDE.
           MOVE WRK-TOTAL-FACE     TO WRK-LT-FACE.
           MOVE WRK-TOTAL-DESCONTO TO WRK-LT-DESCONTO.
           MOVE WRK-TOTAL-LIQUIDO  TO WRK-LT-LIQUIDO.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================RETORNO DO BANCO: CADA ITEM AINDA
      *===============================NO BANCO PODE SER LIQUIDADO
      *===============================(CLIENTE PAGOU AO BANCO - O
      *===============================TITULO SAI DE CONTASREC.DAT) OU
      *===============================RECOMPRADO (CLIENTE NAO PAGOU -
      *===============================O BANCO DEBITA O VALOR DE FACE E
      *===============================O TITULO VOLTA PARA A CARTEIRA).
       0400-RETORNO-BANCO   SECTION.
           DISPLAY "NUMERO DO BORDERO "
           ACCEPT WRK-NUMERO-PROC.

           PERFORM 0410-CARREGA-ITENS.

           IF WRK-QTDE-TIT EQUAL ZEROS
               DISPLAY "BORDERO SEM ITEM AINDA NO BANCO "
                       WRK-NUMERO-PROC
           ELSE
               PERFORM 0420-INFORMA-RETORNO
               IF WRK-QTDE-SELEC EQUAL ZEROS
                   DISPLAY "NENHUM ITEM ALTERADO "
               ELSE
                   DISPLAY "LIQUIDADOS " WRK-QTDE-LIQUIDADOS
                           " RECOMPRADOS " WRK-QTDE-RECOMPRADOS
                   MOVE WRK-TOTAL-RECOMPRA TO WRK-VALOR-ED
                   DISPLAY "VALOR DA RECOMPRA (DEBITO DO BANCO) "
                           WRK-VALOR-ED
                   DISPLAY "CONFIRMA O RETORNO (S/N) "
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA EQUAL "S"
                       PERFORM 0430-ATUALIZA-BORDERO
                       PERFORM 0440-ATUALIZA-CARTEIRA
                       DISPLAY "RETORNO DO BORDERO " WRK-NUMERO-PROC
                               " GRAVADO "
                   ELSE
                       DISPLAY "RETORNO CANCELADO "
                   END-IF
               END-IF
           END-IF.

       0410-CARREGA-ITENS   SECTION.
           MOVE ZEROS TO WRK-QTDE-TIT.

           OPEN INPUT BORDEROS.
           IF FS-BORDEROS NOT EQUAL 00
               DISPLAY "BORDERO.DAT NAO ENCONTRADO "
           ELSE
               READ BORDEROS
               PERFORM UNTIL FS-BORDEROS NOT EQUAL 00
                   IF BDR-NUMERO EQUAL WRK-NUMERO-PROC
                           AND BDR-NO-BANCO
                           AND WRK-QTDE-TIT LESS 200
                       ADD 1 TO WRK-QTDE-TIT
                       MOVE BDR-ID-CLIENTE
                         TO TTT-ID-CLIENTE(WRK-QTDE-TIT)
                       MOVE BDR-TICKET     TO TTT-TICKET(WRK-QTDE-TIT)
                       MOVE BDR-PARCELA    TO TTT-PARCELA(WRK-QTDE-TIT)
                       MOVE BDR-VALOR-FACE TO TTT-VALOR(WRK-QTDE-TIT)
                       MOVE BDR-DATA-VENC
                         TO TTT-DATA-VENC(WRK-QTDE-TIT)
                       MOVE "N"    TO TTT-SELECIONADO(WRK-QTDE-TIT)
                       MOVE SPACES TO TTT-ACAO(WRK-QTDE-TIT)
                   END-IF
                   READ BORDEROS
               END-PERFORM
               CLOSE BORDEROS
           END-IF.

       0420-INFORMA-RETORNO SECTION.
           MOVE ZEROS TO WRK-QTDE-SELEC.
           MOVE ZEROS TO WRK-QTDE-LIQUIDADOS.
           MOVE ZEROS TO WRK-QTDE-RECOMPRADOS.
           MOVE ZEROS TO WRK-TOTAL-RECOMPRA.

           DISPLAY "PARA CADA ITEM: L = LIQUIDADO PELO CLIENTE, "
                   "R = RECOMPRA, BRANCO = CONTINUA NO BANCO ".
           PERFORM VARYING WRK-SUB-TIT FROM 1 BY 1
                   UNTIL WRK-SUB-TIT GREATER WRK-QTDE-TIT
               DISPLAY "CLIENTE " TTT-ID-CLIENTE(WRK-SUB-TIT)
                       " TICKET " TTT-TICKET(WRK-SUB-TIT)
                       "/" TTT-PARCELA(WRK-SUB-TIT)
                       " VENC " TTT-DATA-VENC(WRK-SUB-TIT)
                       " FACE " TTT-VALOR(WRK-SUB-TIT)
               MOVE SPACES TO WRK-ACAO
               ACCEPT WRK-ACAO
               EVALUATE WRK-ACAO
                   WHEN "L"
                       MOVE "S" TO TTT-SELECIONADO(WRK-SUB-TIT)
                       MOVE "L" TO TTT-ACAO(WRK-SUB-TIT)
                       ADD 1 TO WRK-QTDE-SELEC
                       ADD 1 TO WRK-QTDE-LIQUIDADOS
                   WHEN "R"
                       MOVE "S" TO TTT-SELECIONADO(WRK-SUB-TIT)
                       MOVE "R" TO TTT-ACAO(WRK-SUB-TIT)
                       ADD 1 TO WRK-QTDE-SELEC
                       ADD 1 TO WRK-QTDE-RECOMPRADOS
                       ADD TTT-VALOR(WRK-SUB-TIT) TO WRK-TOTAL-RECOMPRA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       0430-ATUALIZA-BORDERO SECTION.
           OPEN I-O BORDEROS.
           IF FS-BORDEROS NOT EQUAL 00
               DISPLAY "BORDERO.DAT NAO ABERTO - STATUS "
                       FS-BORDEROS
           ELSE
               READ BORDEROS
               PERFORM UNTIL FS-BORDEROS NOT EQUAL 00
                   IF BDR-NUMERO EQUAL WRK-NUMERO-PROC
                           AND BDR-NO-BANCO
                       MOVE BDR-ID-CLIENTE TO CR-ID-CLIENTE
                       MOVE BDR-TICKET     TO CR-TICKET
                       MOVE BDR-PARCELA    TO CR-PARCELA
                       MOVE "N" TO WRK-ACHOU
                       PERFORM 0900-PROCURA-TITULO
                       IF WRK-ACHOU EQUAL "S"
                           MOVE TTT-ACAO(WRK-SUB-TIT) TO BDR-STATUS
                           MOVE WRK-DATA-HOJE-R TO BDR-DATA-STATUS
                           REWRITE REG-BORDERO
                       END-IF
                   END-IF
                   READ BORDEROS
               END-PERFORM
               CLOSE BORDEROS
           END-IF.

      *===============================LIQUIDADO SAI DE CONTASREC.DAT;
      *===============================RECOMPRADO VOLTA COM SITUACAO "R".
      *===============================REGRAVACAO VIA ARQUIVO
      *===============================TEMPORARIO (MESMO ESQUEMA DO
      *===============================CREC001).
       0440-ATUALIZA-CARTEIRA SECTION.
           OPEN INPUT CONTASREC.
           OPEN OUTPUT CRECTMP.

           READ CONTASREC.
           PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
               MOVE "N" TO WRK-ACHOU
               IF CR-TRANSFERIDO
                   PERFORM 0900-PROCURA-TITULO
               END-IF
               IF WRK-ACHOU EQUAL "S"
                   IF TTT-ACAO(WRK-SUB-TIT) EQUAL "R"
                       MOVE "R" TO CR-SITUACAO
                       MOVE REG-CONTAREC TO REG-CRECTMP
                       WRITE REG-CRECTMP
                   END-IF
               ELSE
                   MOVE REG-CONTAREC TO REG-CRECTMP
                   WRITE REG-CRECTMP
               END-IF
               READ CONTASREC
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

       0500-CONSULTA-BORDERO SECTION.
           DISPLAY "NUMERO DO BORDERO "
           ACCEPT WRK-NUMERO-PROC.

           MOVE ZEROS TO WRK-QTDE-SELEC.
           MOVE ZEROS TO WRK-TOTAL-FACE.
           MOVE ZEROS TO WRK-TOTAL-DESCONTO.
           MOVE ZEROS TO WRK-TOTAL-LIQUIDO.

           OPEN INPUT BORDEROS.
           IF FS-BORDEROS NOT EQUAL 00
               DISPLAY "BORDERO.DAT NAO ENCONTRADO "
           ELSE
               READ BORDEROS
               PERFORM UNTIL FS-BORDEROS NOT EQUAL 00
                   IF BDR-NUMERO EQUAL WRK-NUMERO-PROC
                       PERFORM 0510-EXIBE-ITEM
                   END-IF
                   READ BORDEROS
               END-PERFORM
               CLOSE BORDEROS
           END-IF.

           IF WRK-QTDE-SELEC EQUAL ZEROS
               DISPLAY "BORDERO NAO ENCONTRADO " WRK-NUMERO-PROC
           ELSE
               DISPLAY "TITULOS.......... " WRK-QTDE-SELEC
               MOVE WRK-TOTAL-FACE TO WRK-VALOR-ED
               DISPLAY "VALOR DE FACE.... " WRK-VALOR-ED
               MOVE WRK-TOTAL-DESCONTO TO WRK-VALOR-ED
               DISPLAY "DESCONTO......... " WRK-VALOR-ED
               MOVE WRK-TOTAL-LIQUIDO TO WRK-VALOR-ED
               DISPLAY "LIQUIDO CREDITADO " WRK-VALOR-ED
           END-IF.

       0510-EXIBE-ITEM      SECTION.
           IF WRK-QTDE-SELEC EQUAL ZEROS
               DISPLAY "BORDERO.......... " BDR-NUMERO
               DISPLAY "DATA............. " BDR-DATA
               DISPLAY "BANCO............ " BDR-BANCO
               DISPLAY "TAXA MENSAL...... " BDR-TAXA-MES
               DISPLAY "DATA DO CREDITO.. " BDR-DATA-CREDITO
           END-IF.

           ADD 1 TO WRK-QTDE-SELEC.
           ADD BDR-VALOR-FACE    TO WRK-TOTAL-FACE.
           ADD BDR-DESCONTO      TO WRK-TOTAL-DESCONTO.
           ADD BDR-VALOR-LIQUIDO TO WRK-TOTAL-LIQUIDO.

           EVALUATE TRUE
               WHEN BDR-NO-BANCO
                   DISPLAY "CLIENTE " BDR-ID-CLIENTE
                           " TICKET " BDR-TICKET "/" BDR-PARCELA
                           " VENC " BDR-DATA-VENC
                           " FACE " BDR-VALOR-FACE
                           " NO BANCO"
               WHEN BDR-LIQUIDADO
                   DISPLAY "CLIENTE " BDR-ID-CLIENTE
                           " TICKET " BDR-TICKET "/" BDR-PARCELA
                           " VENC " BDR-DATA-VENC
                           " FACE " BDR-VALOR-FACE
                           " LIQUIDADO EM " BDR-DATA-STATUS
               WHEN BDR-RECOMPRADO
                   DISPLAY "CLIENTE " BDR-ID-CLIENTE
                           " TICKET " BDR-TICKET "/" BDR-PARCELA
                           " VENC " BDR-DATA-VENC
                           " FACE " BDR-VALOR-FACE
                           " RECOMPRADO EM " BDR-DATA-STATUS
           END-EVALUATE.

      *===============================PROCURA O TITULO CORRENTE DE
      *===============================REG-CONTAREC ENTRE OS MARCADOS
      *===============================DA TABELA; DEIXA WRK-SUB-TIT NO
      *===============================ITEM ACHADO.
       0900-PROCURA-TITULO  SECTION.
           MOVE ZEROS TO WRK-SUB-TIT.
           PERFORM UNTIL WRK-SUB-TIT NOT LESS WRK-QTDE-TIT
                      OR WRK-ACHOU EQUAL "S"
               ADD 1 TO WRK-SUB-TIT
               IF TTT-SELECIONADO(WRK-SUB-TIT) EQUAL "S"
                       AND TTT-ID-CLIENTE(WRK-SUB-TIT)
                           EQUAL CR-ID-CLIENTE
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
       END PROGRAM ANTEC001.
