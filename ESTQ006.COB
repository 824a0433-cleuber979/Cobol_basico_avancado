       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTQ006.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: CONFERENCIA DOS NOMES DE PRODUTO DO HISTORICO CONTRA O
      *          CADASTRO - RODADA UMA VEZ NA ENTRADA DO CODIGO DE
      *          BARRAS (ESTQ-EAN): ANTES DELE O PRODUTO ERA DIGITADO
      *          NO BALCAO E "CANETA AZUL" E "CANETA  AZUL" VIRAVAM
      *          DOIS PRODUTOS. LISTA CADA NOME DE VENDAS.DAT E DE
      *          ESTOQMOV.DAT QUE NAO EXISTE EM ESTOQUE.DAT, COM
      *          QUANTAS LINHAS TEM EM CADA ARQUIVO E, QUANDO HA, O
      *          PRODUTO CADASTRADO QUE FICA IGUAL TIRANDO OS BRANCOS
      *          (PROVAVEL ERRO DE DIGITACAO), PARA A LIMPEZA DO
      *          HISTORICO. RELATORIO EM NOMESCONF.LST.
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

           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-VENDAS.

           SELECT ESTMOV ASSIGN TO "ESTOQMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ESTMOV.

           SELECT RELATORIO ASSIGN TO "NOMESCONF.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
           COPY ESTOQUEREG.

       FD  VENDAS.
           COPY VENDAREG.

       FD  ESTMOV.
           COPY ESTMOVREG.

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       77  FS-ESTMOV       PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-QTDE-CAD    PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-NOMES  PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-CAD     PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-NOME    PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-CAR     PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-DEST    PIC 9(02) VALUE ZEROS.
       77  WRK-ORIGEM      PIC X(01) VALUE SPACES.
       77  WRK-NOME-PROC   PIC X(30) VALUE SPACES.
       77  WRK-TOTAL-VENDAS PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-MOV    PIC 9(07) VALUE ZEROS.

      *===============================NOME SEM OS BRANCOS, PARA ACHAR
      *===============================O PRODUTO CADASTRADO QUE DIFERE
      *===============================SO NO ESPACAMENTO.
       01  WRK-NOME-ORIGINAL PIC X(30) VALUE SPACES.
       01  WRK-NOME-ORIGINAL-R REDEFINES WRK-NOME-ORIGINAL.
           05 WRK-NO-CAR     PIC X(01) OCCURS 30 TIMES.
       01  WRK-NOME-COMPACTO PIC X(30) VALUE SPACES.
       01  WRK-NOME-COMPACTO-R REDEFINES WRK-NOME-COMPACTO.
           05 WRK-NC-CAR     PIC X(01) OCCURS 30 TIMES.

       01  TABELA-CADASTRO.
           05 TAB-CADASTRO OCCURS 500 TIMES.
               10 TCD-PRODUTO  PIC X(30).
               10 TCD-COMPACTO PIC X(30).

      *===============================NOMES DO HISTORICO QUE NAO ESTAO
      *===============================NO CADASTRO, COM AS LINHAS EM
      *===============================CADA ARQUIVO.
       01  TABELA-NOMES.
           05 TAB-NOME OCCURS 500 TIMES.
               10 TNM-PRODUTO  PIC X(30).
               10 TNM-VENDAS   PIC 9(05).
               10 TNM-MOV      PIC 9(05).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(15) VALUE SPACES.
           05 FILLER       PIC X(50) VALUE
               "PRODUTOS DO HISTORICO FORA DO CADASTRO DE ESTOQUE".

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(32) VALUE "NOME NO HISTORICO".
           05 FILLER       PIC X(08) VALUE "  VENDAS".
           05 FILLER       PIC X(08) VALUE "  KARDEX".
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(30) VALUE
               "PROVAVEL PRODUTO CADASTRADO".

       01  WRK-LINHA-DET.
           05 WRK-LD-PRODUTO PIC X(30).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-VENDAS  PIC ZZ.ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-MOV     PIC ZZ.ZZ9.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LD-SUGESTAO PIC X(30).

       01  WRK-LINHA-TOTAL.
           05 FILLER         PIC X(30) VALUE
               "NOMES FORA DO CADASTRO".
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LT-NOMES   PIC ZZ9.
           05 FILLER         PIC X(10) VALUE "  LINHAS ".
           05 WRK-LT-VENDAS  PIC Z.ZZZ.ZZ9.
           05 FILLER         PIC X(03) VALUE " / ".
           05 WRK-LT-MOV     PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONFERE-VENDAS.
           PERFORM 0300-CONFERE-MOVIMENTOS.
           PERFORM 0400-IMPRIME-NOMES.
           PERFORM 0900-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR     SECTION.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
               DISPLAY "ESTOQUE.DAT NAO ABERTO - SEM CADASTRO PARA "
                       "CONFERIR "
               STOP RUN
           END-IF.

           MOVE SPACES TO ESTQ-PRODUTO.
           START ESTOQUE KEY IS NOT LESS ESTQ-PRODUTO.
           READ ESTOQUE NEXT RECORD.
           PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
               IF WRK-QTDE-CAD LESS 500
                   ADD 1 TO WRK-QTDE-CAD
                   MOVE ESTQ-PRODUTO TO TCD-PRODUTO(WRK-QTDE-CAD)
                   MOVE ESTQ-PRODUTO TO WRK-NOME-ORIGINAL
                   PERFORM 0500-COMPACTA-NOME
                   MOVE WRK-NOME-COMPACTO
                     TO TCD-COMPACTO(WRK-QTDE-CAD)
               END-IF
               READ ESTOQUE NEXT RECORD
           END-PERFORM.

       0200-CONFERE-VENDAS  SECTION.
           OPEN INPUT VENDAS.
           IF FS-VENDAS NOT EQUAL 00
               DISPLAY "VENDAS.DAT NAO ABERTO - VENDAS NAO CONFERIDAS "
           ELSE
               MOVE "V" TO WRK-ORIGEM
               READ VENDAS
               PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                   MOVE VND-PRODUTO TO WRK-NOME-PROC
                   PERFORM 0250-CONFERE-NOME
                   READ VENDAS
               END-PERFORM
               CLOSE VENDAS
           END-IF.

      *===============================O NOME E PROCURADO DIRETO PELA
      *===============================CHAVE DE ESTOQUE.DAT; O QUE NAO
      *===============================ACHA ENTRA (OU SOMA) NA TABELA.
       0250-CONFERE-NOME    SECTION.
           MOVE WRK-NOME-PROC TO ESTQ-PRODUTO.
           READ ESTOQUE
               INVALID KEY
                   PERFORM 0260-ACUMULA-NOME
           END-READ.

       0260-ACUMULA-NOME    SECTION.
           MOVE ZEROS TO WRK-ACHADO-IDX.
           PERFORM VARYING WRK-SUB-NOME FROM 1 BY 1
                   UNTIL WRK-SUB-NOME GREATER WRK-QTDE-NOMES
                      OR WRK-ACHADO-IDX NOT EQUAL ZEROS
               IF TNM-PRODUTO(WRK-SUB-NOME) EQUAL WRK-NOME-PROC
                   MOVE WRK-SUB-NOME TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.

           IF WRK-ACHADO-IDX EQUAL ZEROS
               IF WRK-QTDE-NOMES LESS 500
                   ADD 1 TO WRK-QTDE-NOMES
                   MOVE WRK-QTDE-NOMES TO WRK-ACHADO-IDX
                   MOVE WRK-NOME-PROC TO TNM-PRODUTO(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TNM-VENDAS(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TNM-MOV(WRK-ACHADO-IDX)
               ELSE
                   DISPLAY "TABELA DE NOMES CHEIA (500) - NOME FORA "
                           "DO RELATORIO " WRK-NOME-PROC
               END-IF
           END-IF.

           IF WRK-ACHADO-IDX NOT EQUAL ZEROS
               IF WRK-ORIGEM EQUAL "V"
                   ADD 1 TO TNM-VENDAS(WRK-ACHADO-IDX)
                   ADD 1 TO WRK-TOTAL-VENDAS
               ELSE
                   ADD 1 TO TNM-MOV(WRK-ACHADO-IDX)
                   ADD 1 TO WRK-TOTAL-MOV
               END-IF
           END-IF.

       0300-CONFERE-MOVIMENTOS SECTION.
           OPEN INPUT ESTMOV.
           IF FS-ESTMOV NOT EQUAL 00
               DISPLAY "ESTOQMOV.DAT NAO ABERTO - KARDEX NAO CONFERIDO "
           ELSE
               MOVE "M" TO WRK-ORIGEM
               READ ESTMOV
               PERFORM UNTIL FS-ESTMOV NOT EQUAL 00
                   MOVE EM-PRODUTO TO WRK-NOME-PROC
                   PERFORM 0250-CONFERE-NOME
                   READ ESTMOV
               END-PERFORM
               CLOSE ESTMOV
           END-IF.

       0400-IMPRIME-NOMES   SECTION.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-NOME FROM 1 BY 1
                   UNTIL WRK-SUB-NOME GREATER WRK-QTDE-NOMES
               PERFORM 0410-IMPRIME-NOME
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-QTDE-NOMES   TO WRK-LT-NOMES.
           MOVE WRK-TOTAL-VENDAS TO WRK-LT-VENDAS.
           MOVE WRK-TOTAL-MOV    TO WRK-LT-MOV.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0410-IMPRIME-NOME    SECTION.
           MOVE TNM-PRODUTO(WRK-SUB-NOME) TO WRK-NOME-ORIGINAL.
           PERFORM 0500-COMPACTA-NOME.

           MOVE SPACES TO WRK-LD-SUGESTAO.
           PERFORM VARYING WRK-SUB-CAD FROM 1 BY 1
                   UNTIL WRK-SUB-CAD GREATER WRK-QTDE-CAD
                      OR WRK-LD-SUGESTAO NOT EQUAL SPACES
               IF TCD-COMPACTO(WRK-SUB-CAD) EQUAL WRK-NOME-COMPACTO
                       AND WRK-NOME-COMPACTO NOT EQUAL SPACES
                   MOVE TCD-PRODUTO(WRK-SUB-CAD) TO WRK-LD-SUGESTAO
               END-IF
           END-PERFORM.

           MOVE TNM-PRODUTO(WRK-SUB-NOME) TO WRK-LD-PRODUTO.
           MOVE TNM-VENDAS(WRK-SUB-NOME)  TO WRK-LD-VENDAS.
           MOVE TNM-MOV(WRK-SUB-NOME)     TO WRK-LD-MOV.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0500-COMPACTA-NOME   SECTION.
           MOVE SPACES TO WRK-NOME-COMPACTO.
           MOVE ZEROS  TO WRK-SUB-DEST.
           PERFORM VARYING WRK-SUB-CAR FROM 1 BY 1
                   UNTIL WRK-SUB-CAR GREATER 30
               IF WRK-NO-CAR(WRK-SUB-CAR) NOT EQUAL SPACE
                   ADD 1 TO WRK-SUB-DEST
                   MOVE WRK-NO-CAR(WRK-SUB-CAR)
                     TO WRK-NC-CAR(WRK-SUB-DEST)
               END-IF
           END-PERFORM.

       0900-FINALIZAR       SECTION.
           CLOSE RELATORIO.
           CLOSE ESTOQUE.

           DISPLAY "NOMES FORA DO CADASTRO... " WRK-QTDE-NOMES.
           DISPLAY "RELATORIO EM NOMESCONF.LST ".
       END PROGRAM ESTQ006.
