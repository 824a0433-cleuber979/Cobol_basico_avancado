       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: CONCILIACAO BANCARIA - IMPORTA O EXTRATO DA CONTA
      *          (EXTRATO.TXT) E CASA CADA CREDITO COM UM RECEBIMENTO
      *          BAIXADO EM CONTASREC.PGO (CRP-VALOR-PAGO NA
      *          CRP-DATA-PGTO, VER CREC001) E CADA DEBITO COM UM
      *          TITULO PAGO DE CONTASPAG.DAT (CP-VALOR NA
      *          CP-DATA-PGTO, VER CPAG001), ACEITANDO DIFERENCA DE
      *          DATA ATE A TOLERANCIA DE CONCBANC.CFG (SEM O ARQUIVO
      *          VALEM 3 DIAS; CONTA DE DIAS NA APROXIMACAO ANO*360 DO
      *          ARQ011). O RELATORIO CONCBANC.LST LISTA O QUE CASOU, OS
      *          LANCAMENTOS DO EXTRATO SEM REGISTRO NOS NOSSOS LIVROS E
      *          O QUE LANCAMOS E NAO APARECEU NO EXTRATO, TERMINANDO
      *          COM O SALDO DO LIVRO AJUSTADO CONTRA O SALDO DO BANCO
      *          AJUSTADO. O SALDO INICIAL DO LIVRO E O SALDO INICIAL
      *          DO EXTRATO (MES ANTERIOR JA CONCILIADO). O ESTORNO
      *          DE CHEQUE DEVOLVIDO (CRP-ACRESCIMO "E", VER CHEQ001)
      *          ENTRA COMO DEBITO, CASANDO COM O DEBITO DA DEVOLUCAO
      *          NO EXTRATO.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO ASSIGN TO "EXTRATO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXTRATO.

           SELECT CRECPAGOS ASSIGN TO "CONTASREC.PGO"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CRECPAGOS.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTASPAG.

           SELECT CONCCFG ASSIGN TO "CONCBANC.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONCCFG.

           SELECT RELATORIO ASSIGN TO "CONCBANC.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *===============================EXT-TIPO: "I"=SALDO INICIAL,
      *==============================="C"=CREDITO, "D"=DEBITO,
      *==============================="F"=SALDO FINAL DO EXTRATO;
      *===============================EXT-SINAL "-" SO EM SALDO
      *===============================NEGATIVO.
       FD  EXTRATO.
       01  REG-EXTRATO.
           05 EXT-DATA       PIC 9(08).
           05 EXT-TIPO       PIC X(01).
           05 EXT-VALOR      PIC 9(09)V99.
           05 EXT-SINAL      PIC X(01).
           05 EXT-HISTORICO  PIC X(30).

       FD  CRECPAGOS.
           COPY CRECPAGREG.

       FD  CONTASPAG.
           COPY CONTAPAGREG.

       FD  CONCCFG.
       01  REG-CONCCFG.
           05 CFG-TOLERANCIA-DIAS PIC 9(02).

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-EXTRATO      PIC 9(02) VALUE ZEROS.
       77  FS-CRECPAGOS    PIC 9(02) VALUE ZEROS.
       77  FS-CONTASPAG    PIC 9(02) VALUE ZEROS.
       77  FS-CONCCFG      PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-TOLERANCIA-DIAS PIC 9(02) VALUE 3.
       77  WRK-ANOMES-PROC PIC 9(06) VALUE ZEROS.

       77  WRK-QTDE-LIVRO  PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-LIVRO   PIC 9(04) VALUE 2000.
       77  WRK-SUB-LIVRO   PIC 9(04) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(04) VALUE ZEROS.
       77  WRK-TABELA-CHEIA PIC X(01) VALUE "N".
       77  WRK-TIPO-PROC   PIC X(01) VALUE SPACES.
       77  WRK-DIAS-EXTRATO PIC 9(07) VALUE ZEROS.
       77  WRK-DIF-DIAS    PIC S9(07) VALUE ZEROS.
       77  WRK-MENOR-DIF   PIC 9(07) VALUE ZEROS.

       77  WRK-TEM-SALDO-FINAL PIC X(01) VALUE "N".
       77  WRK-SALDO-INICIAL PIC S9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-BANCO PIC S9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-BANCO-CALC PIC S9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-LIVRO PIC S9(09)V99 VALUE ZEROS.
       77  WRK-LIVRO-AJUSTADO PIC S9(09)V99 VALUE ZEROS.
       77  WRK-BANCO-AJUSTADO PIC S9(09)V99 VALUE ZEROS.
       77  WRK-DIFERENCA   PIC S9(09)V99 VALUE ZEROS.

       77  WRK-QTDE-CASADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-SO-EXTRATO PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-SO-LIVRO PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-RECEB-LIVRO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-PAGTO-LIVRO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-EXT-CRED-SEM-LIVRO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-EXT-DEB-SEM-LIVRO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LIVRO-CRED-PENDENTE PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LIVRO-DEB-PENDENTE PIC 9(09)V99 VALUE ZEROS.

       01  WRK-DATA-X.
           05 WRK-DX-ANO     PIC 9(04).
           05 WRK-DX-MES     PIC 9(02).
           05 WRK-DX-DIA     PIC 9(02).
       01  WRK-DATA-X-R REDEFINES WRK-DATA-X.
           05 WRK-DX-ANOMES  PIC 9(06).
           05 FILLER         PIC X(02).

       01  WRK-DESCR-RECEB.
           05 WRK-DRC-TIPO   PIC X(08) VALUE "RECEB. ".
           05 WRK-DRC-CLIENTE PIC 9(04).
           05 FILLER         PIC X(08) VALUE " TICKET ".
           05 WRK-DRC-TICKET PIC 9(06).
           05 FILLER         PIC X(01) VALUE "/".
           05 WRK-DRC-PARCELA PIC 9(02).

       01  WRK-DESCR-PAGTO.
           05 WRK-DPG-CREDOR PIC X(19).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-DPG-DOCUMENTO PIC X(10).

      *===============================LANCAMENTOS DO LIVRO NO PERIODO:
      *===============================TLV-TIPO "C" (RECEBIMENTO) OU
      *==============================="D" (PAGAMENTO).
       01  TABELA-LIVRO.
           05 TAB-LIVRO OCCURS 2000 TIMES.
               10 TLV-TIPO       PIC X(01).
               10 TLV-DATA       PIC 9(08).
               10 TLV-DIAS       PIC 9(07).
               10 TLV-VALOR      PIC 9(07)V99.
               10 TLV-DESCR      PIC X(30).
               10 TLV-CONCILIADO PIC X(01).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(27) VALUE SPACES.
           05 FILLER       PIC X(22) VALUE "CONCILIACAO BANCARIA".

       01  WRK-LINHA-PERIODO.
           05 FILLER       PIC X(17) VALUE "PERIODO (AAAAMM) ".
           05 WRK-LPE-ANOMES PIC 9(06).
           05 FILLER       PIC X(24) VALUE
               "  TOLERANCIA DE DATA.. ".
           05 WRK-LPE-TOLERANCIA PIC Z9.
           05 FILLER       PIC X(05) VALUE " DIAS".

       01  WRK-LINHA-SECAO.
           05 WRK-LSC-TEXTO PIC X(60).

       01  WRK-LINHA-DET.
           05 WRK-LD-DATA-EXT  PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-TIPO      PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-HISTORICO PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DATA-LIVRO PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DESCR     PIC X(30).

       01  WRK-LINHA-SALDO.
           05 WRK-LSD-TEXTO    PIC X(40).
           05 WRK-LSD-VALOR    PIC -ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-QTDE.
           05 WRK-LQT-TEXTO    PIC X(40).
           05 WRK-LQT-QTDE     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           PERFORM 0050-CARREGA-CONFIG.

           DISPLAY "PERIODO DA CONCILIACAO (AAAAMM) "
           ACCEPT WRK-ANOMES-PROC.

           PERFORM 0100-CARREGA-LIVRO.
           PERFORM 0200-CONCILIA-EXTRATO.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0050-CARREGA-CONFIG  SECTION.
           OPEN INPUT CONCCFG.
           IF FS-CONCCFG EQUAL 00
               READ CONCCFG
                   NOT AT END
                       IF CFG-TOLERANCIA-DIAS NUMERIC
                           MOVE CFG-TOLERANCIA-DIAS
                             TO WRK-TOLERANCIA-DIAS
                       END-IF
               END-READ
               CLOSE CONCCFG
           ELSE
               DISPLAY "CONCBANC.CFG NAO ENCONTRADO - USANDO "
                       "TOLERANCIA DE " WRK-TOLERANCIA-DIAS " DIAS "
           END-IF.

       0100-CARREGA-LIVRO   SECTION.
           MOVE ZEROS TO WRK-QTDE-LIVRO.
           MOVE ZEROS TO WRK-TOTAL-RECEB-LIVRO.
           MOVE ZEROS TO WRK-TOTAL-PAGTO-LIVRO.
           MOVE "N"   TO WRK-TABELA-CHEIA.

           OPEN INPUT CRECPAGOS.
           IF FS-CRECPAGOS EQUAL 00
               READ CRECPAGOS
               PERFORM UNTIL FS-CRECPAGOS NOT EQUAL 00
                   MOVE CRP-DATA-PGTO TO WRK-DATA-X
                   IF WRK-DX-ANOMES EQUAL WRK-ANOMES-PROC
                       MOVE CRP-ID-CLIENTE TO WRK-DRC-CLIENTE
                       MOVE CRP-TICKET     TO WRK-DRC-TICKET
                       MOVE CRP-PARCELA    TO WRK-DRC-PARCELA
                       IF CRP-ESTORNO-CHEQUE
                           MOVE "ESTORNO " TO WRK-DRC-TIPO
                           MOVE "D" TO WRK-TIPO-PROC
                       ELSE
                           MOVE "RECEB. "  TO WRK-DRC-TIPO
                           MOVE "C" TO WRK-TIPO-PROC
                       END-IF
                       PERFORM 0110-INCLUI-LANCAMENTO
                       IF WRK-ACHADO-IDX NOT EQUAL ZEROS
                           MOVE CRP-VALOR-PAGO
                             TO TLV-VALOR(WRK-ACHADO-IDX)
                           MOVE WRK-DESCR-RECEB
                             TO TLV-DESCR(WRK-ACHADO-IDX)
                           IF CRP-ESTORNO-CHEQUE
                               ADD CRP-VALOR-PAGO
                                 TO WRK-TOTAL-PAGTO-LIVRO
                           ELSE
                               ADD CRP-VALOR-PAGO
                                 TO WRK-TOTAL-RECEB-LIVRO
                           END-IF
                       END-IF
                   END-IF
                   READ CRECPAGOS
               END-PERFORM
               CLOSE CRECPAGOS
           ELSE
               DISPLAY "CONTASREC.PGO NAO ENCONTRADO - NENHUM "
                       "RECEBIMENTO NO LIVRO "
           END-IF.

           OPEN INPUT CONTASPAG.
           IF FS-CONTASPAG EQUAL 00
               READ CONTASPAG
               PERFORM UNTIL FS-CONTASPAG NOT EQUAL 00
                   MOVE CP-DATA-PGTO TO WRK-DATA-X
                   IF CP-PAGO
                           AND WRK-DX-ANOMES EQUAL WRK-ANOMES-PROC
                       MOVE CP-CREDOR    TO WRK-DPG-CREDOR
                       MOVE CP-DOCUMENTO TO WRK-DPG-DOCUMENTO
                       MOVE "D" TO WRK-TIPO-PROC
                       PERFORM 0110-INCLUI-LANCAMENTO
                       IF WRK-ACHADO-IDX NOT EQUAL ZEROS
                           MOVE CP-VALOR TO TLV-VALOR(WRK-ACHADO-IDX)
                           MOVE WRK-DESCR-PAGTO
                             TO TLV-DESCR(WRK-ACHADO-IDX)
                           ADD CP-VALOR TO WRK-TOTAL-PAGTO-LIVRO
                       END-IF
                   END-IF
                   READ CONTASPAG
               END-PERFORM
               CLOSE CONTASPAG
           ELSE
               DISPLAY "CONTASPAG.DAT NAO ENCONTRADO - NENHUM "
                       "PAGAMENTO NO LIVRO "
           END-IF.

           IF WRK-TABELA-CHEIA EQUAL "S"
               DISPLAY "MAIS DE " WRK-MAX-LIVRO " LANCAMENTOS NO "
                       "PERIODO - EXCEDENTES IGNORADOS "
           END-IF.

      *===============================WRK-DATA-X JA TRAZ A DATA DO
      *===============================LANCAMENTO; DEVOLVE O INDICE EM
      *===============================WRK-ACHADO-IDX (ZERO SE A TABELA
      *===============================ENCHEU).
       0110-INCLUI-LANCAMENTO SECTION.
           MOVE ZEROS TO WRK-ACHADO-IDX.
           IF WRK-QTDE-LIVRO LESS WRK-MAX-LIVRO
               ADD 1 TO WRK-QTDE-LIVRO
               MOVE WRK-QTDE-LIVRO TO WRK-ACHADO-IDX
               MOVE WRK-TIPO-PROC TO TLV-TIPO(WRK-ACHADO-IDX)
               MOVE WRK-DATA-X    TO TLV-DATA(WRK-ACHADO-IDX)
               COMPUTE TLV-DIAS(WRK-ACHADO-IDX) =
                       (WRK-DX-ANO * 360) + (WRK-DX-MES * 30)
                       + WRK-DX-DIA
               MOVE "N" TO TLV-CONCILIADO(WRK-ACHADO-IDX)
           ELSE
               MOVE "S" TO WRK-TABELA-CHEIA
           END-IF.

       0200-CONCILIA-EXTRATO SECTION.
           MOVE ZEROS TO WRK-QTDE-CASADOS WRK-QTDE-SO-EXTRATO
                         WRK-QTDE-SO-LIVRO.
           MOVE ZEROS TO WRK-EXT-CRED-SEM-LIVRO WRK-EXT-DEB-SEM-LIVRO
                         WRK-LIVRO-CRED-PENDENTE WRK-LIVRO-DEB-PENDENTE.
           MOVE ZEROS TO WRK-SALDO-INICIAL WRK-SALDO-BANCO-CALC.
           MOVE "N"   TO WRK-TEM-SALDO-FINAL.

           OPEN INPUT EXTRATO.
           IF FS-EXTRATO NOT EQUAL 00
               DISPLAY "EXTRATO.TXT NAO ENCONTRADO - COPIE O EXTRATO "
                       "DO BANCO ANTES "
           ELSE
               OPEN OUTPUT RELATORIO
               MOVE WRK-LINHA-TITULO TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-ANOMES-PROC     TO WRK-LPE-ANOMES
               MOVE WRK-TOLERANCIA-DIAS TO WRK-LPE-TOLERANCIA
               MOVE WRK-LINHA-PERIODO TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE "LANCAMENTOS DO EXTRATO (CASADOS E SEM REGISTRO)"
                 TO WRK-LSC-TEXTO
               PERFORM 0290-IMPRIME-SECAO

               READ EXTRATO
               PERFORM UNTIL FS-EXTRATO NOT EQUAL 00
                   EVALUATE EXT-TIPO
                       WHEN "I"
                           MOVE EXT-VALOR TO WRK-SALDO-INICIAL
                           IF EXT-SINAL EQUAL "-"
                               COMPUTE WRK-SALDO-INICIAL =
                                       WRK-SALDO-INICIAL * -1
                           END-IF
                       WHEN "F"
                           MOVE EXT-VALOR TO WRK-SALDO-BANCO
                           IF EXT-SINAL EQUAL "-"
                               COMPUTE WRK-SALDO-BANCO =
                                       WRK-SALDO-BANCO * -1
                           END-IF
                           MOVE "S" TO WRK-TEM-SALDO-FINAL
                       WHEN "C"
                           ADD EXT-VALOR TO WRK-SALDO-BANCO-CALC
                           PERFORM 0210-CASA-LANCAMENTO
                       WHEN "D"
                           SUBTRACT EXT-VALOR FROM WRK-SALDO-BANCO-CALC
                           PERFORM 0210-CASA-LANCAMENTO
                       WHEN OTHER
                           DISPLAY "LINHA DO EXTRATO COM TIPO INVALIDO "
                                   EXT-TIPO " - IGNORADA "
                   END-EVALUATE
                   READ EXTRATO
               END-PERFORM
               CLOSE EXTRATO

               PERFORM 0300-LISTA-SO-LIVRO
               PERFORM 0400-IMPRIME-SALDOS
               CLOSE RELATORIO

               DISPLAY "CONCILIACAO GRAVADA EM CONCBANC.LST - "
                       WRK-QTDE-CASADOS " CASADO(S), "
                       WRK-QTDE-SO-EXTRATO " SO NO EXTRATO, "
                       WRK-QTDE-SO-LIVRO " SO NO LIVRO "
           END-IF.

      *===============================PROCURA, ENTRE OS LANCAMENTOS DO
      *===============================MESMO SENTIDO E VALOR AINDA NAO
      *===============================CASADOS, O DE DATA MAIS PROXIMA
      *===============================DENTRO DA TOLERANCIA.
       0210-CASA-LANCAMENTO SECTION.
           MOVE EXT-DATA TO WRK-DATA-X.
           COMPUTE WRK-DIAS-EXTRATO =
                   (WRK-DX-ANO * 360) + (WRK-DX-MES * 30) + WRK-DX-DIA.

           MOVE ZEROS TO WRK-ACHADO-IDX.
           MOVE 9999999 TO WRK-MENOR-DIF.
           PERFORM VARYING WRK-SUB-LIVRO FROM 1 BY 1
                   UNTIL WRK-SUB-LIVRO GREATER WRK-QTDE-LIVRO
               IF TLV-CONCILIADO(WRK-SUB-LIVRO) EQUAL "N"
                       AND TLV-TIPO(WRK-SUB-LIVRO) EQUAL EXT-TIPO
                       AND TLV-VALOR(WRK-SUB-LIVRO) EQUAL EXT-VALOR
                   COMPUTE WRK-DIF-DIAS =
                           WRK-DIAS-EXTRATO - TLV-DIAS(WRK-SUB-LIVRO)
                   IF WRK-DIF-DIAS LESS ZEROS
                       COMPUTE WRK-DIF-DIAS = WRK-DIF-DIAS * -1
                   END-IF
                   IF WRK-DIF-DIAS NOT GREATER WRK-TOLERANCIA-DIAS
                           AND WRK-DIF-DIAS LESS WRK-MENOR-DIF
                       MOVE WRK-DIF-DIAS   TO WRK-MENOR-DIF
                       MOVE WRK-SUB-LIVRO  TO WRK-ACHADO-IDX
                   END-IF
               END-IF
           END-PERFORM.

           MOVE EXT-DATA      TO WRK-LD-DATA-EXT.
           MOVE EXT-TIPO      TO WRK-LD-TIPO.
           MOVE EXT-VALOR     TO WRK-LD-VALOR.
           MOVE EXT-HISTORICO TO WRK-LD-HISTORICO.

           IF WRK-ACHADO-IDX EQUAL ZEROS
               MOVE ZEROS TO WRK-LD-DATA-LIVRO
               MOVE "*** SEM REGISTRO NO LIVRO" TO WRK-LD-DESCR
               ADD 1 TO WRK-QTDE-SO-EXTRATO
               IF EXT-TIPO EQUAL "C"
                   ADD EXT-VALOR TO WRK-EXT-CRED-SEM-LIVRO
               ELSE
                   ADD EXT-VALOR TO WRK-EXT-DEB-SEM-LIVRO
               END-IF
           ELSE
               MOVE "S" TO TLV-CONCILIADO(WRK-ACHADO-IDX)
               MOVE TLV-DATA(WRK-ACHADO-IDX)  TO WRK-LD-DATA-LIVRO
               MOVE TLV-DESCR(WRK-ACHADO-IDX) TO WRK-LD-DESCR
               ADD 1 TO WRK-QTDE-CASADOS
           END-IF.

           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0290-IMPRIME-SECAO   SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SECAO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0300-LISTA-SO-LIVRO  SECTION.
           MOVE "LANCADOS NO LIVRO E NAO APARECERAM NO EXTRATO"
             TO WRK-LSC-TEXTO.
           PERFORM 0290-IMPRIME-SECAO.

           PERFORM VARYING WRK-SUB-LIVRO FROM 1 BY 1
                   UNTIL WRK-SUB-LIVRO GREATER WRK-QTDE-LIVRO
               IF TLV-CONCILIADO(WRK-SUB-LIVRO) EQUAL "N"
                   MOVE ZEROS                      TO WRK-LD-DATA-EXT
                   MOVE TLV-TIPO(WRK-SUB-LIVRO)    TO WRK-LD-TIPO
                   MOVE TLV-VALOR(WRK-SUB-LIVRO)   TO WRK-LD-VALOR
                   MOVE "*** FORA DO EXTRATO"      TO WRK-LD-HISTORICO
                   MOVE TLV-DATA(WRK-SUB-LIVRO)    TO WRK-LD-DATA-LIVRO
                   MOVE TLV-DESCR(WRK-SUB-LIVRO)   TO WRK-LD-DESCR
                   MOVE WRK-LINHA-DET TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   ADD 1 TO WRK-QTDE-SO-LIVRO
                   IF TLV-TIPO(WRK-SUB-LIVRO) EQUAL "C"
                       ADD TLV-VALOR(WRK-SUB-LIVRO)
                        TO WRK-LIVRO-CRED-PENDENTE
                   ELSE
                       ADD TLV-VALOR(WRK-SUB-LIVRO)
                        TO WRK-LIVRO-DEB-PENDENTE
                   END-IF
               END-IF
           END-PERFORM.

      *===============================LIVRO AJUSTADO = LIVRO + CREDITOS
      *===============================SO DO EXTRATO - DEBITOS SO DO
      *===============================EXTRATO; BANCO AJUSTADO = BANCO +
      *===============================RECEBIMENTOS PENDENTES -
      *===============================PAGAMENTOS PENDENTES.
       0400-IMPRIME-SALDOS  SECTION.
           ADD WRK-SALDO-INICIAL TO WRK-SALDO-BANCO-CALC.
           IF WRK-TEM-SALDO-FINAL EQUAL "N"
               MOVE WRK-SALDO-BANCO-CALC TO WRK-SALDO-BANCO
           END-IF.

           COMPUTE WRK-SALDO-LIVRO = WRK-SALDO-INICIAL
                   + WRK-TOTAL-RECEB-LIVRO - WRK-TOTAL-PAGTO-LIVRO.
           COMPUTE WRK-LIVRO-AJUSTADO = WRK-SALDO-LIVRO
                   + WRK-EXT-CRED-SEM-LIVRO - WRK-EXT-DEB-SEM-LIVRO.
           COMPUTE WRK-BANCO-AJUSTADO = WRK-SALDO-BANCO
                   + WRK-LIVRO-CRED-PENDENTE - WRK-LIVRO-DEB-PENDENTE.
           COMPUTE WRK-DIFERENCA =
                   WRK-LIVRO-AJUSTADO - WRK-BANCO-AJUSTADO.

           MOVE "RESUMO" TO WRK-LSC-TEXTO.
           PERFORM 0290-IMPRIME-SECAO.

           MOVE "LANCAMENTOS CASADOS.................... "
             TO WRK-LQT-TEXTO.
           MOVE WRK-QTDE-CASADOS TO WRK-LQT-QTDE.
           MOVE WRK-LINHA-QTDE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "SO NO EXTRATO.......................... "
             TO WRK-LQT-TEXTO.
           MOVE WRK-QTDE-SO-EXTRATO TO WRK-LQT-QTDE.
           MOVE WRK-LINHA-QTDE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "SO NO LIVRO............................ "
             TO WRK-LQT-TEXTO.
           MOVE WRK-QTDE-SO-LIVRO TO WRK-LQT-QTDE.
           MOVE WRK-LINHA-QTDE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "SALDO INICIAL.......................... "
             TO WRK-LSD-TEXTO.
           MOVE WRK-SALDO-INICIAL TO WRK-LSD-VALOR.
           PERFORM 0410-IMPRIME-SALDO.
           MOVE "SALDO DO LIVRO......................... "
             TO WRK-LSD-TEXTO.
           MOVE WRK-SALDO-LIVRO TO WRK-LSD-VALOR.
           PERFORM 0410-IMPRIME-SALDO.
           MOVE "  (+) CREDITOS SO NO EXTRATO........... "
             TO WRK-LSD-TEXTO.
           MOVE WRK-EXT-CRED-SEM-LIVRO TO WRK-LSD-VALOR.
           PERFORM 0410-IMPRIME-SALDO.
           MOVE "  (-) DEBITOS SO NO EXTRATO............ "
             TO WRK-LSD-TEXTO.
           MOVE WRK-EXT-DEB-SEM-LIVRO TO WRK-LSD-VALOR.
           PERFORM 0410-IMPRIME-SALDO.
           MOVE "SALDO DO LIVRO AJUSTADO................ "
             TO WRK-LSD-TEXTO.
           MOVE WRK-LIVRO-AJUSTADO TO WRK-LSD-VALOR.
           PERFORM 0410-IMPRIME-SALDO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "SALDO DO BANCO......................... "
             TO WRK-LSD-TEXTO.
           MOVE WRK-SALDO-BANCO TO WRK-LSD-VALOR.
           PERFORM 0410-IMPRIME-SALDO.
           MOVE "  (+) RECEBIMENTOS FORA DO EXTRATO..... "
             TO WRK-LSD-TEXTO.
           MOVE WRK-LIVRO-CRED-PENDENTE TO WRK-LSD-VALOR.
           PERFORM 0410-IMPRIME-SALDO.
           MOVE "  (-) PAGAMENTOS FORA DO EXTRATO....... "
             TO WRK-LSD-TEXTO.
           MOVE WRK-LIVRO-DEB-PENDENTE TO WRK-LSD-VALOR.
           PERFORM 0410-IMPRIME-SALDO.
           MOVE "SALDO DO BANCO AJUSTADO................ "
             TO WRK-LSD-TEXTO.
           MOVE WRK-BANCO-AJUSTADO TO WRK-LSD-VALOR.
           PERFORM 0410-IMPRIME-SALDO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF WRK-DIFERENCA EQUAL ZEROS
               MOVE "CONTA CONCILIADA - SEM DIFERENCA....... "
                 TO WRK-LSD-TEXTO
           ELSE
               MOVE "*** DIFERENCA NAO EXPLICADA............ "
                 TO WRK-LSD-TEXTO
           END-IF.
           MOVE WRK-DIFERENCA TO WRK-LSD-VALOR.
           PERFORM 0410-IMPRIME-SALDO.

           IF WRK-TEM-SALDO-FINAL EQUAL "S"
                   AND WRK-SALDO-BANCO NOT EQUAL WRK-SALDO-BANCO-CALC
               DISPLAY "ATENCAO - SALDO FINAL DO EXTRATO NAO BATE COM "
                       "SALDO INICIAL + CREDITOS - DEBITOS "
           END-IF.

       0410-IMPRIME-SALDO   SECTION.
           MOVE WRK-LINHA-SALDO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       END PROGRAM BANCO001.
