       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQ001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: ETIQUETAS DE GONDOLA - IMPRIME EM ETIQUETAS.LST AS
      *          ETIQUETAS DE PRATELEIRA DOS PRODUTOS DE ESTOQUE.DAT
      *          (NOME, CODIGO DE BARRAS ESTQ-EAN, PRECO DE VENDA
      *          ESTQ-PRECO-VENDA E ENDERECO ESTQ-LOCALIZACAO), DUAS
      *          POR LINHA E SEIS LINHAS POR FOLHA. OPCAO 1 IMPRIME
      *          TODOS OS PRODUTOS DE UMA FAIXA DE ENDERECOS; OPCAO 2
      *          SO OS PRODUTOS CUJO PRECO OU ENDERECO MUDOU DESDE A
      *          ULTIMA ETIQUETA IMPRESSA (OU QUE NUNCA TIVERAM
      *          ETIQUETA). O QUE FOI IMPRESSO FICA GUARDADO POR
      *          PRODUTO NO ARQUIVO DE CONTROLE ETIQUETA.CTL. PRODUTO
      *          SEM PRECO DE VENDA CADASTRADO NAO SAI.
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

           SELECT ETIQCTL ASSIGN TO "ETIQUETA.CTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ETQ-PRODUTO
           FILE STATUS IS FS-ETIQCTL.

           SELECT ETIQUETAS ASSIGN TO "ETIQUETAS.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ETIQUETAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
           COPY ESTOQUEREG.

      *===============================ULTIMA ETIQUETA IMPRESSA DE CADA
      *===============================PRODUTO: PRECO E ENDERECO QUE
      *===============================ESTAO NA GONDOLA.
       FD  ETIQCTL.
       01  REG-ETIQCTL.
           05 ETQ-PRODUTO      PIC X(30).
           05 ETQ-PRECO        PIC 9(05)V99.
           05 ETQ-LOCALIZACAO  PIC X(08).
           05 ETQ-DATA         PIC 9(08).

       FD  ETIQUETAS.
       01  REG-ETIQUETAS   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY DATEFMTWS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-ETIQCTL      PIC 9(02) VALUE ZEROS.
       77  FS-ETIQUETAS    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-LOCAL-INI   PIC X(08) VALUE SPACES.
       77  WRK-LOCAL-FIM   PIC X(08) VALUE SPACES.
       77  WRK-IMPRIME     PIC X(01) VALUE "N".
       77  WRK-TEM-CTL     PIC X(01) VALUE "N".
       77  WRK-SLOT        PIC 9(01) VALUE ZEROS.
       77  WRK-LINHA-FOLHA PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-LINHAS  PIC 9(02) VALUE 6.
       77  WRK-FOLHA       PIC 9(03) VALUE ZEROS.
       77  WRK-TOTAL-ETIQ  PIC 9(05) VALUE ZEROS.
       77  WRK-SEM-PRECO   PIC 9(05) VALUE ZEROS.

      *===============================UMA LINHA DE ETIQUETAS: DUAS
      *===============================ETIQUETAS LADO A LADO, CADA UMA
      *===============================COM CINCO LINHAS DE TEXTO.
       01  WRK-ETQ-L1.
           05 WRK-E1-ESQ.
               10 FILLER         PIC X(01) VALUE "|".
               10 WRK-E1-NOME-E  PIC X(30).
               10 FILLER         PIC X(07) VALUE SPACES.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-E1-DIR.
               10 FILLER         PIC X(01) VALUE "|".
               10 WRK-E1-NOME-D  PIC X(30).
               10 FILLER         PIC X(07) VALUE SPACES.

       01  WRK-ETQ-L2.
           05 WRK-E2-ESQ.
               10 FILLER         PIC X(01) VALUE "|".
               10 FILLER         PIC X(09) VALUE "   R$    ".
               10 WRK-E2-PRECO-E PIC ZZ.ZZ9,99.
               10 FILLER         PIC X(19) VALUE SPACES.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-E2-DIR.
               10 FILLER         PIC X(01) VALUE "|".
               10 FILLER         PIC X(09) VALUE "   R$    ".
               10 WRK-E2-PRECO-D PIC ZZ.ZZ9,99.
               10 FILLER         PIC X(19) VALUE SPACES.

       01  WRK-ETQ-L3.
           05 WRK-E3-ESQ.
               10 FILLER         PIC X(05) VALUE "|EAN ".
               10 WRK-E3-EAN-E   PIC X(13).
               10 FILLER         PIC X(20) VALUE SPACES.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-E3-DIR.
               10 FILLER         PIC X(05) VALUE "|EAN ".
               10 WRK-E3-EAN-D   PIC X(13).
               10 FILLER         PIC X(20) VALUE SPACES.

       01  WRK-ETQ-L4.
           05 WRK-E4-ESQ.
               10 FILLER         PIC X(07) VALUE "|LOCAL ".
               10 WRK-E4-LOCAL-E PIC X(08).
               10 FILLER         PIC X(05) VALUE SPACES.
               10 WRK-E4-DATA-E  PIC X(10).
               10 FILLER         PIC X(08) VALUE SPACES.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-E4-DIR.
               10 FILLER         PIC X(07) VALUE "|LOCAL ".
               10 WRK-E4-LOCAL-D PIC X(08).
               10 FILLER         PIC X(05) VALUE SPACES.
               10 WRK-E4-DATA-D  PIC X(10).
               10 FILLER         PIC X(08) VALUE SPACES.

       01  WRK-ETQ-BORDA.
           05 FILLER             PIC X(38) VALUE ALL "-".
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(38) VALUE ALL "-".

       01  WRK-LINHA-FOLHA-CAB.
           05 FILLER       PIC X(32) VALUE
               "ETIQUETAS DE GONDOLA - FOLHA ".
           05 WRK-LF-FOLHA PIC ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-AAAAMMDD.
           PERFORM 0095-REFORMATA-DATA.

           DISPLAY "1 - ETIQUETAS DE UMA FAIXA DE ENDERECOS ".
           DISPLAY "2 - SO OS PRODUTOS COM PRECO OU ENDERECO ALTERADO ".
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO NOT EQUAL 1 AND WRK-OPCAO NOT EQUAL 2
               DISPLAY "OPCAO INVALIDA "
           ELSE
               IF WRK-OPCAO EQUAL 1
                   DISPLAY "DIGITE O ENDERECO INICIAL (EX. A01-P01) "
                   ACCEPT WRK-LOCAL-INI
                   DISPLAY "DIGITE O ENDERECO FINAL (EX. A09-P99) "
                   ACCEPT WRK-LOCAL-FIM
               END-IF
               PERFORM 0100-IMPRIME-ETIQUETAS
           END-IF.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-IMPRIME-ETIQUETAS SECTION.
           MOVE ZEROS TO WRK-TOTAL-ETIQ.
           MOVE ZEROS TO WRK-SEM-PRECO.
           MOVE ZEROS TO WRK-SLOT.
           MOVE ZEROS TO WRK-FOLHA.
           MOVE WRK-MAX-LINHAS TO WRK-LINHA-FOLHA.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
               DISPLAY "ESTOQUE.DAT NAO ABERTO - NENHUMA ETIQUETA "
           ELSE
               OPEN I-O ETIQCTL
               IF FS-ETIQCTL EQUAL 35
                   OPEN OUTPUT ETIQCTL
                   CLOSE ETIQCTL
                   OPEN I-O ETIQCTL
               END-IF
               IF FS-ETIQCTL NOT EQUAL 00
                   DISPLAY "ERRO " FS-ETIQCTL " AO ABRIR ETIQUETA.CTL "
                           "- NENHUMA ETIQUETA "
               ELSE
                   PERFORM 0110-GERA-ETIQUETAS
                   CLOSE ETIQCTL
               END-IF
               CLOSE ESTOQUE
           END-IF.

      *===============================SEM ETIQUETAS.LST NADA E
      *===============================GRAVADO NO CONTROLE, SENAO A
      *===============================OPCAO 2 PULARIA O PRODUTO NA
      *===============================PROXIMA VEZ.
       0110-GERA-ETIQUETAS  SECTION.
           OPEN OUTPUT ETIQUETAS.
           IF FS-ETIQUETAS NOT EQUAL 00
               DISPLAY "ERRO " FS-ETIQUETAS " AO ABRIR ETIQUETAS.LST "
                       "- NENHUMA ETIQUETA "
           ELSE
               MOVE SPACES TO ESTQ-PRODUTO
               START ESTOQUE KEY IS NOT LESS ESTQ-PRODUTO
               IF FS-ESTOQUE EQUAL 00
                   READ ESTOQUE NEXT RECORD
               END-IF
               PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
                   PERFORM 0200-SELECIONA-PRODUTO
                   IF WRK-IMPRIME EQUAL "S"
                       PERFORM 0300-MONTA-ETIQUETA
                       PERFORM 0400-GRAVA-CONTROLE
                   END-IF
                   READ ESTOQUE NEXT RECORD
               END-PERFORM

               IF WRK-SLOT EQUAL 1
                   MOVE SPACES TO WRK-E1-DIR WRK-E2-DIR
                                  WRK-E3-DIR WRK-E4-DIR
                   PERFORM 0350-GRAVA-LINHA-ETIQ
               END-IF

               CLOSE ETIQUETAS

               DISPLAY WRK-TOTAL-ETIQ " ETIQUETA(S) EM ETIQUETAS.LST "
               IF WRK-SEM-PRECO GREATER ZEROS
                   DISPLAY WRK-SEM-PRECO " PRODUTO(S) SEM PRECO DE "
                           "VENDA - SEM ETIQUETA (VER ESTQ001) "
               END-IF
           END-IF.

      *===============================OPCAO 1: ENDERECO DENTRO DA
      *===============================FAIXA. OPCAO 2: PRECO OU ENDERECO
      *===============================DIFERENTE DA ULTIMA ETIQUETA.
       0200-SELECIONA-PRODUTO SECTION.
           MOVE "N" TO WRK-IMPRIME.

           MOVE ESTQ-PRODUTO TO ETQ-PRODUTO.
           READ ETIQCTL
               INVALID KEY
                   MOVE "N" TO WRK-TEM-CTL
               NOT INVALID KEY
                   MOVE "S" TO WRK-TEM-CTL
           END-READ.

           IF WRK-OPCAO EQUAL 1
               IF ESTQ-LOCALIZACAO NOT LESS WRK-LOCAL-INI
                       AND ESTQ-LOCALIZACAO NOT GREATER WRK-LOCAL-FIM
                   MOVE "S" TO WRK-IMPRIME
               END-IF
           ELSE
               IF WRK-TEM-CTL EQUAL "N"
                   MOVE "S" TO WRK-IMPRIME
               ELSE
                   IF ETQ-PRECO NOT EQUAL ESTQ-PRECO-VENDA
                           OR ETQ-LOCALIZACAO NOT EQUAL
                              ESTQ-LOCALIZACAO
                       MOVE "S" TO WRK-IMPRIME
                   END-IF
               END-IF
           END-IF.

           IF WRK-IMPRIME EQUAL "S"
                   AND ESTQ-PRECO-VENDA EQUAL ZEROS
               MOVE "N" TO WRK-IMPRIME
               ADD 1 TO WRK-SEM-PRECO
           END-IF.

       0300-MONTA-ETIQUETA  SECTION.
           ADD 1 TO WRK-SLOT.
           ADD 1 TO WRK-TOTAL-ETIQ.

           IF WRK-SLOT EQUAL 1
               MOVE ESTQ-PRODUTO      TO WRK-E1-NOME-E
               MOVE ESTQ-PRECO-VENDA  TO WRK-E2-PRECO-E
               MOVE ESTQ-EAN          TO WRK-E3-EAN-E
               MOVE ESTQ-LOCALIZACAO  TO WRK-E4-LOCAL-E
               MOVE WRK-DATA-DDMMAAAA TO WRK-E4-DATA-E
           ELSE
               MOVE ESTQ-PRODUTO      TO WRK-E1-NOME-D
               MOVE ESTQ-PRECO-VENDA  TO WRK-E2-PRECO-D
               MOVE ESTQ-EAN          TO WRK-E3-EAN-D
               MOVE ESTQ-LOCALIZACAO  TO WRK-E4-LOCAL-D
               MOVE WRK-DATA-DDMMAAAA TO WRK-E4-DATA-D
               PERFORM 0350-GRAVA-LINHA-ETIQ
           END-IF.

       0350-GRAVA-LINHA-ETIQ SECTION.
           IF WRK-LINHA-FOLHA NOT LESS WRK-MAX-LINHAS
               ADD 1 TO WRK-FOLHA
               MOVE WRK-FOLHA TO WRK-LF-FOLHA
               MOVE WRK-LINHA-FOLHA-CAB TO REG-ETIQUETAS
               WRITE REG-ETIQUETAS
               MOVE ZEROS TO WRK-LINHA-FOLHA
           END-IF.

           MOVE WRK-ETQ-BORDA TO REG-ETIQUETAS.
           WRITE REG-ETIQUETAS.
           MOVE WRK-ETQ-L1 TO REG-ETIQUETAS.
           WRITE REG-ETIQUETAS.
           MOVE WRK-ETQ-L2 TO REG-ETIQUETAS.
           WRITE REG-ETIQUETAS.
           MOVE WRK-ETQ-L3 TO REG-ETIQUETAS.
           WRITE REG-ETIQUETAS.
           MOVE WRK-ETQ-L4 TO REG-ETIQUETAS.
           WRITE REG-ETIQUETAS.
           MOVE WRK-ETQ-BORDA TO REG-ETIQUETAS.
           WRITE REG-ETIQUETAS.

           ADD 1 TO WRK-LINHA-FOLHA.
           MOVE ZEROS TO WRK-SLOT.

       0400-GRAVA-CONTROLE  SECTION.
           MOVE ESTQ-PRODUTO     TO ETQ-PRODUTO.
           MOVE ESTQ-PRECO-VENDA TO ETQ-PRECO.
           MOVE ESTQ-LOCALIZACAO TO ETQ-LOCALIZACAO.
           MOVE WRK-DATA-HOJE    TO ETQ-DATA.

           IF WRK-TEM-CTL EQUAL "S"
               REWRITE REG-ETIQCTL
           ELSE
               WRITE REG-ETIQCTL
           END-IF.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NO PARAGRAFO DA
      *===============================COPY ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY DATEFMTPD.
