       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPAG002.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: REMESSA BANCARIA DE PAGAMENTO A FORNECEDORES - O
      *          MESMO ESQUEMA DO FOLHA004 PARA O CONTAS A PAGAR:
      *          SELECIONA OS TITULOS EM ABERTO DE CONTASPAG.DAT COM
      *          VENCIMENTO ATE A DATA INFORMADA, O TESOUREIRO INCLUI OU
      *          PULA CADA UM, E GRAVA FORNECEDORES.REM (UMA LINHA POR
      *          PAGAMENTO COM OS DADOS BANCARIOS DO CREDOR EM
      *          FORNECEDORES.DAT, MAIS A LINHA DE TOTAL DE CONTROLE)
      *          COM O CONTROLE IMPRESSO EM REMPAG.LST. O RETORNO DO
      *          BANCO FORNECEDORES.RET (MESMO LEIAUTE MAIS O STATUS
      *          "OK"/"RJ" E O MOTIVO) BAIXA COMO PAGO (CP-STATUS "P"
      *          COM CP-DATA-PGTO) O QUE FOI ACEITO E DEIXA EM ABERTO O
      *          QUE VOLTOU, COM O MOTIVO DO BANCO EM RETPAG.LST. ATE
      *          AQUI CADA BOLETO ERA PAGO NO SITE DO BANCO E O "P"
      *          MARCADO NA MAO DEPOIS. NAO GERA NOVA REMESSA ENQUANTO
      *          FORNECEDORES.REM TIVER A ANTERIOR SEM RETORNO
      *          PROCESSADO, PARA O MESMO TITULO NAO IR DUAS VEZES AO
      *          BANCO; O PROCESSAMENTO DO RETORNO ESVAZIA O ARQUIVO.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTASPAG.

           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-ID
           FILE STATUS IS FS-FORNECEDORES.

           SELECT REMESSA ASSIGN TO "FORNECEDORES.REM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REMESSA.

           SELECT RETORNO ASSIGN TO "FORNECEDORES.RET"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETORNO.

           SELECT CONTROLE ASSIGN TO "REMPAG.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLE.

           SELECT RELRETORNO ASSIGN TO "RETPAG.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELRETORNO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTASPAG.
           COPY CONTAPAGREG.

       FD  FORNECEDORES.
           COPY FORNREG.

      *===============================REM-TIPO "1" = PAGAMENTO,
      *==============================="9" = TOTAL DE CONTROLE.
       FD  REMESSA.
       01  REG-REMESSA.
           05 REM-TIPO       PIC X(01).
           05 REM-CREDOR     PIC X(30).
           05 REM-DOCUMENTO  PIC X(10).
           05 REM-BANCO      PIC 9(03).
           05 REM-AGENCIA    PIC 9(04).
           05 REM-CONTA      PIC 9(08).
           05 REM-VALOR      PIC 9(07)V99.
           05 REM-DATA-VENC  PIC 9(08).
           05 REM-DATA-PGTO  PIC 9(08).
       01  REG-REMESSA-TOTAL.
           05 RTT-TIPO       PIC X(01).
           05 RTT-QTDE       PIC 9(05).
           05 RTT-VALOR      PIC 9(11)V99.

       FD  RETORNO.
       01  REG-RETORNO.
           05 RET-TIPO       PIC X(01).
           05 RET-CREDOR     PIC X(30).
           05 RET-DOCUMENTO  PIC X(10).
           05 RET-BANCO      PIC 9(03).
           05 RET-AGENCIA    PIC 9(04).
           05 RET-CONTA      PIC 9(08).
           05 RET-VALOR      PIC 9(07)V99.
           05 RET-DATA-VENC  PIC 9(08).
           05 RET-DATA-PGTO  PIC 9(08).
           05 RET-STATUS     PIC X(02).
           05 RET-MOTIVO     PIC X(30).

       FD  CONTROLE.
       01  REG-CONTROLE   PIC X(80).

       FD  RELRETORNO.
       01  REG-RELRETORNO PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-CONTASPAG    PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-REMESSA      PIC 9(02) VALUE ZEROS.
       77  FS-RETORNO      PIC 9(02) VALUE ZEROS.
       77  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  FS-RELRETORNO   PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PGTO   PIC 9(08) VALUE ZEROS.
       77  WRK-INCLUI      PIC X(01) VALUE "N".
       77  WRK-REM-PENDENTE PIC X(01) VALUE "N".

       77  WRK-QTDE-FORN   PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-FORN    PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO-FORN PIC 9(03) VALUE ZEROS.

       77  WRK-QTDE-RET    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-RET     PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO-RET  PIC 9(03) VALUE ZEROS.

       77  WRK-TOTAL-REGISTROS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-VALOR PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-SELECIONADOS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-PULADOS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CONTA PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-OK    PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-REJEITADOS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-NAO-ACHADOS PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-PAGO  PIC 9(11)V99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
           05 WRK-HOJE-MES   PIC 9(02).
           05 WRK-HOJE-DIA   PIC 9(02).
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE PIC 9(08).

      *===============================FORNECEDORES COM DADOS BANCARIOS,
      *===============================PROCURADOS PELO NOME (CP-CREDOR).
       01  TABELA-FORNECEDORES.
           05 TAB-FORN OCCURS 500 TIMES.
               10 TFN-NOME       PIC X(30).
               10 TFN-BANCO      PIC 9(03).
               10 TFN-AGENCIA    PIC 9(04).
               10 TFN-CONTA      PIC 9(08).

       01  TABELA-RETORNO.
           05 TAB-RET OCCURS 500 TIMES.
               10 TRT-CREDOR     PIC X(30).
               10 TRT-DOCUMENTO  PIC X(10).
               10 TRT-VALOR      PIC 9(07)V99.
               10 TRT-DATA-PGTO  PIC 9(08).
               10 TRT-STATUS     PIC X(02).
               10 TRT-MOTIVO     PIC X(30).
               10 TRT-BAIXADO    PIC X(01).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(12) VALUE SPACES.
           05 FILLER       PIC X(52) VALUE
               "CONTROLE DA REMESSA DE PAGAMENTO A FORNECEDORES".

       01  WRK-LINHA-PARAMETROS.
           05 FILLER       PIC X(20) VALUE "VENCIMENTO ATE..... ".
           05 WRK-LPA-LIMITE PIC 9(08).
           05 FILLER       PIC X(20) VALUE "   DATA DE PAGTO... ".
           05 WRK-LPA-PGTO  PIC 9(08).

       01  WRK-LINHA-TOTAL.
           05 FILLER       PIC X(22) VALUE "REGISTROS NA REMESSA. ".
           05 WRK-LT-REGISTROS PIC ZZZZ9.
           05 FILLER       PIC X(16) VALUE "  VALOR TOTAL.. ".
           05 WRK-LT-VALOR  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-CONTAGEM.
           05 WRK-LCT-TEXTO PIC X(34).
           05 WRK-LCT-QTDE  PIC ZZZZ9.

       01  WRK-LINHA-TITULO-RET.
           05 FILLER       PIC X(14) VALUE SPACES.
           05 FILLER       PIC X(50) VALUE
               "RETORNO DA REMESSA DE PAGAMENTO A FORNECEDORES".

       01  WRK-LINHA-DET-RET.
           05 WRK-LDR-CREDOR    PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDR-DOCUMENTO PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDR-VALOR     PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDR-SITUACAO  PIC X(11).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LDR-MOTIVO    PIC X(30).

       01  WRK-LINHA-TOTAL-RET.
           05 FILLER        PIC X(16) VALUE "PAGOS.......... ".
           05 WRK-LTR-OK     PIC ZZZZ9.
           05 FILLER        PIC X(09) VALUE "  VALOR. ".
           05 WRK-LTR-VALOR  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(13) VALUE "  REJEITADOS ".
           05 WRK-LTR-RJ     PIC ZZZZ9.
           05 FILLER        PIC X(17) VALUE "  NAO ENCONTRADOS".
           05 WRK-LTR-NAO-ACHADOS PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  REMESSA DE PAGAMENTO A FORNECEDORES "
           DISPLAY "================================================"
           DISPLAY "1 - GERAR REMESSA DOS TITULOS A VENCER "
           DISPLAY "2 - PROCESSAR RETORNO DO BANCO "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0390-CONFERE-PENDENTE
                   IF WRK-REM-PENDENTE EQUAL "S"
                       DISPLAY "FORNECEDORES.REM TEM REMESSA AINDA SEM "
                               "RETORNO - PROCESSE O RETORNO (OPCAO 2) "
                               "ANTES DE GERAR OUTRA "
                   ELSE
                       PERFORM 0400-GERA-REMESSA
                   END-IF
               WHEN 2
                   PERFORM 0600-PROCESSA-RETORNO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

       0300-CARREGA-FORNECEDORES SECTION.
           MOVE ZEROS TO WRK-QTDE-FORN.

           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT EQUAL 00
               DISPLAY "FORNECEDORES.DAT NAO ABERTO - RODE O FORN001 "
                       "ANTES "
           ELSE
               MOVE ZEROS TO FORN-ID
               START FORNECEDORES KEY IS NOT LESS FORN-ID
               IF FS-FORNECEDORES EQUAL 00
                   READ FORNECEDORES NEXT RECORD
               END-IF
               PERFORM UNTIL FS-FORNECEDORES NOT EQUAL 00
                   IF FORN-BANCO NUMERIC
                           AND FORN-BANCO NOT EQUAL ZEROS
                           AND WRK-QTDE-FORN LESS 500
                       ADD 1 TO WRK-QTDE-FORN
                       MOVE FORN-NOME    TO TFN-NOME(WRK-QTDE-FORN)
                       MOVE FORN-BANCO   TO TFN-BANCO(WRK-QTDE-FORN)
                       MOVE FORN-AGENCIA TO TFN-AGENCIA(WRK-QTDE-FORN)
                       MOVE FORN-CONTA   TO TFN-CONTA(WRK-QTDE-FORN)
                   END-IF
                   READ FORNECEDORES NEXT RECORD
               END-PERFORM
               CLOSE FORNECEDORES
           END-IF.

       0310-PROCURA-FORNECEDOR SECTION.
           MOVE ZEROS TO WRK-ACHADO-FORN.
           PERFORM VARYING WRK-SUB-FORN FROM 1 BY 1
                   UNTIL WRK-SUB-FORN GREATER WRK-QTDE-FORN
                      OR WRK-ACHADO-FORN NOT EQUAL ZEROS
               IF TFN-NOME(WRK-SUB-FORN) EQUAL CP-CREDOR
                   MOVE WRK-SUB-FORN TO WRK-ACHADO-FORN
               END-IF
           END-PERFORM.

      *===============================UMA REMESSA SO E GERADA DEPOIS
      *===============================QUE O RETORNO DA ANTERIOR FOR
      *===============================PROCESSADO - O 0600 ESVAZIA
      *===============================FORNECEDORES.REM NO FIM, ENTAO
      *===============================ARQUIVO COM LINHAS AQUI E
      *===============================PAGAMENTO JA ENVIADO AO BANCO.
       0390-CONFERE-PENDENTE SECTION.
           MOVE "N" TO WRK-REM-PENDENTE.

           OPEN INPUT REMESSA.
           IF FS-REMESSA EQUAL 00
               READ REMESSA
               IF FS-REMESSA EQUAL 00
                   MOVE "S" TO WRK-REM-PENDENTE
               END-IF
               CLOSE REMESSA
           END-IF.

       0400-GERA-REMESSA    SECTION.
           DISPLAY "PAGAR TITULOS COM VENCIMENTO ATE (AAAAMMDD) "
           ACCEPT WRK-DATA-LIMITE.
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD, 0 = HOJE) "
           ACCEPT WRK-DATA-PGTO.
           IF WRK-DATA-PGTO EQUAL ZEROS
               MOVE WRK-DATA-HOJE-R TO WRK-DATA-PGTO
           END-IF.

           MOVE ZEROS TO WRK-TOTAL-REGISTROS WRK-TOTAL-VALOR
                         WRK-TOTAL-SELECIONADOS WRK-TOTAL-PULADOS
                         WRK-TOTAL-SEM-CONTA.

           PERFORM 0300-CARREGA-FORNECEDORES.

           OPEN INPUT CONTASPAG.
           IF FS-CONTASPAG NOT EQUAL 00
               DISPLAY "CONTASPAG.DAT NAO ABERTO - NENHUM TITULO "
                       "LANCADO "
           ELSE
               OPEN OUTPUT REMESSA

               READ CONTASPAG
               PERFORM UNTIL FS-CONTASPAG NOT EQUAL 00
                   IF CP-ABERTO
                           AND CP-DATA-VENC NOT GREATER WRK-DATA-LIMITE
                       PERFORM 0410-SELECIONA-TITULO
                   END-IF
                   READ CONTASPAG
               END-PERFORM
               CLOSE CONTASPAG

               MOVE "9"                 TO RTT-TIPO
               MOVE WRK-TOTAL-REGISTROS TO RTT-QTDE
               MOVE WRK-TOTAL-VALOR     TO RTT-VALOR
               WRITE REG-REMESSA-TOTAL
               CLOSE REMESSA

               PERFORM 0500-IMPRIME-CONTROLE
           END-IF.

       0410-SELECIONA-TITULO SECTION.
           ADD 1 TO WRK-TOTAL-SELECIONADOS.
           DISPLAY "------------------------------------------------"
           DISPLAY "CREDOR......... " CP-CREDOR
           DISPLAY "DOCUMENTO...... " CP-DOCUMENTO
           DISPLAY "VALOR.......... " CP-VALOR
           DISPLAY "VENCIMENTO..... " CP-DATA-VENC

           PERFORM 0310-PROCURA-FORNECEDOR.
           IF WRK-ACHADO-FORN EQUAL ZEROS
               ADD 1 TO WRK-TOTAL-SEM-CONTA
               DISPLAY "CREDOR SEM DADOS BANCARIOS NO FORN001 - FORA "
                       "DA REMESSA "
           ELSE
               DISPLAY "INCLUIR NA REMESSA (S/N) "
               ACCEPT WRK-INCLUI
               IF WRK-INCLUI EQUAL "S"
                   MOVE "1"           TO REM-TIPO
                   MOVE CP-CREDOR     TO REM-CREDOR
                   MOVE CP-DOCUMENTO  TO REM-DOCUMENTO
                   MOVE TFN-BANCO(WRK-ACHADO-FORN)   TO REM-BANCO
                   MOVE TFN-AGENCIA(WRK-ACHADO-FORN) TO REM-AGENCIA
                   MOVE TFN-CONTA(WRK-ACHADO-FORN)   TO REM-CONTA
                   MOVE CP-VALOR      TO REM-VALOR
                   MOVE CP-DATA-VENC  TO REM-DATA-VENC
                   MOVE WRK-DATA-PGTO TO REM-DATA-PGTO
                   WRITE REG-REMESSA

                   ADD 1 TO WRK-TOTAL-REGISTROS
                   ADD CP-VALOR TO WRK-TOTAL-VALOR
               ELSE
                   ADD 1 TO WRK-TOTAL-PULADOS
               END-IF
           END-IF.

       0500-IMPRIME-CONTROLE SECTION.
           OPEN OUTPUT CONTROLE.

           MOVE WRK-LINHA-TITULO TO REG-CONTROLE.
           WRITE REG-CONTROLE.
           MOVE WRK-DATA-LIMITE TO WRK-LPA-LIMITE.
           MOVE WRK-DATA-PGTO   TO WRK-LPA-PGTO.
           MOVE WRK-LINHA-PARAMETROS TO REG-CONTROLE.
           WRITE REG-CONTROLE.
           MOVE SPACES TO REG-CONTROLE.
           WRITE REG-CONTROLE.

           MOVE WRK-TOTAL-REGISTROS TO WRK-LT-REGISTROS.
           MOVE WRK-TOTAL-VALOR     TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-CONTROLE.
           WRITE REG-CONTROLE.

           MOVE "TITULOS A VENCER SELECIONADOS..... " TO WRK-LCT-TEXTO.
           MOVE WRK-TOTAL-SELECIONADOS TO WRK-LCT-QTDE.
           MOVE WRK-LINHA-CONTAGEM TO REG-CONTROLE.
           WRITE REG-CONTROLE.
           MOVE "PULADOS PELO TESOUREIRO........... " TO WRK-LCT-TEXTO.
           MOVE WRK-TOTAL-PULADOS TO WRK-LCT-QTDE.
           MOVE WRK-LINHA-CONTAGEM TO REG-CONTROLE.
           WRITE REG-CONTROLE.
           MOVE "CREDOR SEM DADOS BANCARIOS........ " TO WRK-LCT-TEXTO.
           MOVE WRK-TOTAL-SEM-CONTA TO WRK-LCT-QTDE.
           MOVE WRK-LINHA-CONTAGEM TO REG-CONTROLE.
           WRITE REG-CONTROLE.

           CLOSE CONTROLE.

           DISPLAY "REMESSA GRAVADA EM FORNECEDORES.REM - "
                   WRK-TOTAL-REGISTROS " PAGAMENTO(S), CONTROLE EM "
                   "REMPAG.LST ".

      *===============================CARREGA O RETORNO E BAIXA EM UMA
      *===============================SO PASSADA POR CONTASPAG.DAT;
      *===============================CADA LINHA "OK" BAIXA O PRIMEIRO
      *===============================TITULO EM ABERTO DO MESMO
      *===============================CREDOR/DOCUMENTO.
       0600-PROCESSA-RETORNO SECTION.
           MOVE ZEROS TO WRK-QTDE-RET WRK-TOTAL-OK WRK-TOTAL-REJEITADOS
                         WRK-TOTAL-NAO-ACHADOS WRK-VALOR-PAGO.

           OPEN INPUT RETORNO.
           IF FS-RETORNO NOT EQUAL 00
               DISPLAY "FORNECEDORES.RET NAO ENCONTRADO - COPIE O "
                       "RETORNO DO BANCO ANTES "
           ELSE
               READ RETORNO
               PERFORM UNTIL FS-RETORNO NOT EQUAL 00
                   IF RET-TIPO EQUAL "1"
                       PERFORM 0610-GUARDA-RETORNO
                   END-IF
                   READ RETORNO
               END-PERFORM
               CLOSE RETORNO

               PERFORM 0620-BAIXA-TITULOS
               PERFORM 0640-IMPRIME-RETORNO

               OPEN OUTPUT REMESSA
               CLOSE REMESSA

               DISPLAY "RETORNO PROCESSADO - " WRK-TOTAL-OK
                       " PAGO(S), " WRK-TOTAL-REJEITADOS
                       " REJEITADO(S), RELATORIO EM RETPAG.LST "
           END-IF.

       0610-GUARDA-RETORNO  SECTION.
           IF WRK-QTDE-RET LESS 500
               ADD 1 TO WRK-QTDE-RET
               MOVE RET-CREDOR    TO TRT-CREDOR(WRK-QTDE-RET)
               MOVE RET-DOCUMENTO TO TRT-DOCUMENTO(WRK-QTDE-RET)
               MOVE RET-VALOR     TO TRT-VALOR(WRK-QTDE-RET)
               MOVE RET-DATA-PGTO TO TRT-DATA-PGTO(WRK-QTDE-RET)
               MOVE RET-STATUS    TO TRT-STATUS(WRK-QTDE-RET)
               MOVE RET-MOTIVO    TO TRT-MOTIVO(WRK-QTDE-RET)
               MOVE "N"           TO TRT-BAIXADO(WRK-QTDE-RET)
           ELSE
               DISPLAY "RETORNO COM MAIS DE 500 LINHAS - "
                       RET-CREDOR " " RET-DOCUMENTO " IGNORADO "
           END-IF.

       0620-BAIXA-TITULOS   SECTION.
           OPEN I-O CONTASPAG.
           IF FS-CONTASPAG NOT EQUAL 00
               DISPLAY "CONTASPAG.DAT NAO ABERTO - STATUS "
                       FS-CONTASPAG
           ELSE
               READ CONTASPAG
               PERFORM UNTIL FS-CONTASPAG NOT EQUAL 00
                   IF CP-ABERTO
                       PERFORM 0630-PROCURA-RETORNO
                       IF WRK-ACHADO-RET NOT EQUAL ZEROS
                           MOVE "S" TO TRT-BAIXADO(WRK-ACHADO-RET)
                           MOVE "P" TO CP-STATUS
                           MOVE TRT-DATA-PGTO(WRK-ACHADO-RET)
                             TO CP-DATA-PGTO
                           REWRITE REG-CONTAPAG
                       END-IF
                   END-IF
                   READ CONTASPAG
               END-PERFORM
               CLOSE CONTASPAG
           END-IF.

       0630-PROCURA-RETORNO SECTION.
           MOVE ZEROS TO WRK-ACHADO-RET.
           PERFORM VARYING WRK-SUB-RET FROM 1 BY 1
                   UNTIL WRK-SUB-RET GREATER WRK-QTDE-RET
                      OR WRK-ACHADO-RET NOT EQUAL ZEROS
               IF TRT-STATUS(WRK-SUB-RET) EQUAL "OK"
                       AND TRT-BAIXADO(WRK-SUB-RET) EQUAL "N"
                       AND TRT-CREDOR(WRK-SUB-RET) EQUAL CP-CREDOR
                       AND TRT-DOCUMENTO(WRK-SUB-RET)
                           EQUAL CP-DOCUMENTO
                   MOVE WRK-SUB-RET TO WRK-ACHADO-RET
               END-IF
           END-PERFORM.

       0640-IMPRIME-RETORNO SECTION.
           OPEN OUTPUT RELRETORNO.
           MOVE WRK-LINHA-TITULO-RET TO REG-RELRETORNO.
           WRITE REG-RELRETORNO.
           MOVE SPACES TO REG-RELRETORNO.
           WRITE REG-RELRETORNO.

           PERFORM VARYING WRK-SUB-RET FROM 1 BY 1
                   UNTIL WRK-SUB-RET GREATER WRK-QTDE-RET
               MOVE TRT-CREDOR(WRK-SUB-RET)    TO WRK-LDR-CREDOR
               MOVE TRT-DOCUMENTO(WRK-SUB-RET) TO WRK-LDR-DOCUMENTO
               MOVE TRT-VALOR(WRK-SUB-RET)     TO WRK-LDR-VALOR
               MOVE SPACES TO WRK-LDR-MOTIVO
               EVALUATE TRUE
                   WHEN TRT-STATUS(WRK-SUB-RET) NOT EQUAL "OK"
                       MOVE "REJEITADO" TO WRK-LDR-SITUACAO
                       MOVE TRT-MOTIVO(WRK-SUB-RET) TO WRK-LDR-MOTIVO
                       ADD 1 TO WRK-TOTAL-REJEITADOS
                   WHEN TRT-BAIXADO(WRK-SUB-RET) EQUAL "S"
                       MOVE "PAGO" TO WRK-LDR-SITUACAO
                       ADD 1 TO WRK-TOTAL-OK
                       ADD TRT-VALOR(WRK-SUB-RET) TO WRK-VALOR-PAGO
                   WHEN OTHER
                       MOVE "NAO ACHADO" TO WRK-LDR-SITUACAO
                       MOVE "TITULO EM ABERTO NAO ENCONTRADO"
                         TO WRK-LDR-MOTIVO
                       ADD 1 TO WRK-TOTAL-NAO-ACHADOS
               END-EVALUATE
               MOVE WRK-LINHA-DET-RET TO REG-RELRETORNO
               WRITE REG-RELRETORNO
           END-PERFORM.

           MOVE SPACES TO REG-RELRETORNO.
           WRITE REG-RELRETORNO.
           MOVE WRK-TOTAL-OK          TO WRK-LTR-OK.
           MOVE WRK-VALOR-PAGO        TO WRK-LTR-VALOR.
           MOVE WRK-TOTAL-REJEITADOS  TO WRK-LTR-RJ.
           MOVE WRK-TOTAL-NAO-ACHADOS TO WRK-LTR-NAO-ACHADOS.
           MOVE WRK-LINHA-TOTAL-RET TO REG-RELRETORNO.
           WRITE REG-RELRETORNO.

           CLOSE RELRETORNO.
       END PROGRAM CPAG002.
