      *          O BALCAO SABER ANTES DE DIGITAR A DEVOLUCAO NO
      *          ARQ012, QUE ATE AQUI ACEITAVA OU RECUSAVA NO FEELING.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==CONSULTA POR NUMERO DE SERIE (OPCAO 3), COM A SITUACAO
      *==DA UNIDADE EM SERIAIS.DAT E A SERIE DE CADA GARANTIA
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

       DATA DIVISION.
       FILE SECTION.
       FD  GARANTIAS.
           COPY GARANTREG.

       FD  SERIAIS.
           COPY SERIALREG.

       WORKING-STORAGE SECTION.
           COPY SERIALWS.
       77  FS-GARANTIAS    PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-TICKET-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ACHADOS PIC 9(05) VALUE ZEROS.
       77  WRK-SITUACAO    PIC X(08) VALUE SPACES.
       77  WRK-IMPRIME     PIC X(01) VALUE "N".
       77  WRK-SERIE-PROC  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "CONSULTAR POR (1-TICKET / 2-CLIENTE / 3-SERIE) "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 2
                   DISPLAY "DIGITE O ID DO CLIENTE "
                   ACCEPT WRK-ID-PROC
               WHEN 3
                   DISPLAY "DIGITE O NUMERO DE SERIE "
                   ACCEPT WRK-SERIE-PROC
                   PERFORM 0100-SITUACAO-SERIE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
                   STOP RUN

           STOP RUN.

      * SITUACAO ATUAL DA UNIDADE NO CADASTRO DE SERIES (SERIAIS.DAT)
       0100-SITUACAO-SERIE  SECTION.
           MOVE WRK-SERIE-PROC TO WRK-SER-NUMERO.
           MOVE "C" TO WRK-SER-ACAO.
           PERFORM 0182-MOVIMENTA-SERIE.

           IF WRK-SER-OK NOT EQUAL "S"
               DISPLAY "SERIE NAO CADASTRADA EM SERIAIS.DAT "
           ELSE
               EVALUATE TRUE
                   WHEN SER-EM-ESTOQUE
                       MOVE "ESTOQUE " TO WRK-SITUACAO
                   WHEN SER-VENDIDO
                       MOVE "VENDIDA " TO WRK-SITUACAO
                   WHEN SER-DEVOLVIDO
                       MOVE "DEVOLVID" TO WRK-SITUACAO
                   WHEN OTHER
                       MOVE "BAIXADA " TO WRK-SITUACAO
               END-EVALUATE
               DISPLAY "SERIE " SER-NUMERO " " SER-PRODUTO
               DISPLAY "SITUACAO " WRK-SITUACAO " DESDE "
                       SER-DATA-STATUS " ENTRADA " SER-DATA-ENTRADA
                       " DOC " SER-DOC-ENTRADA
               IF SER-TICKET NOT EQUAL ZEROS
                   DISPLAY "ULTIMA VENDA TICKET " SER-TICKET
                           " CLIENTE " SER-ID-CLIENTE
                           " EM " SER-DATA-VENDA
               END-IF
           END-IF.

       0200-VARRE-GARANTIAS SECTION.
           OPEN INPUT GARANTIAS.
           IF FS-GARANTIAS NOT EQUAL 00
                           AND GAR-ID-CLIENTE EQUAL WRK-ID-PROC
                       MOVE "S" TO WRK-IMPRIME
                   END-IF
                   IF WRK-OPCAO EQUAL 3
                           AND GAR-SERIE EQUAL WRK-SERIE-PROC
                       MOVE "S" TO WRK-IMPRIME
                   END-IF

                   IF WRK-IMPRIME EQUAL "S"
                       PERFORM 0210-MOSTRA-GARANTIA
           DISPLAY "TICKET " GAR-TICKET " CLIENTE " GAR-ID-CLIENTE
                   " " GAR-PRODUTO " VENDA " GAR-DATA-VENDA
                   " ATE " GAR-DATA-FIM " " WRK-SITUACAO.
           IF GAR-SERIE NOT EQUAL SPACES
               DISPLAY "       SERIE " GAR-SERIE
           END-IF.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NO PARAGRAFO DA
      *===============================COPY ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY SERIALPD.
       END PROGRAM GARANT001.
