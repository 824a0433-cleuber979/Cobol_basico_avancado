       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABCOR001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: CORRECAO DAS FOLHAS DE EXERCICIO DE TABUADA - CADA
      *          HANDOUT DE EXERCICIO DO PROGRAMA14TABUADA SAI COM UM
      *          NUMERO DE FOLHA REGISTRADO EM FOLHASTAB.DAT (ALUNO,
      *          TABUADA E FAIXA). O PROFESSOR DIGITA (OU O SCANNER
      *          GERA) RESPTAB.TXT, UMA LINHA POR FOLHA DEVOLVIDA: O
      *          NUMERO DA FOLHA (6 DIGITOS) E AS RESPOSTAS NA ORDEM DA
      *          FOLHA, 4 DIGITOS CADA (0056), ATE 30; RESPOSTA EM
      *          BRANCO OU NAO NUMERICA CONTA COMO ERRO. A OPCAO 1
      *          CORRIGE O ARQUIVO, GRAVA ACERTOS, ERROS E PERCENTUAL
      *          DE CADA FOLHA EM TABPROG.DAT E MARCA A FOLHA COMO
      *          CORRIGIDA (NAO CORRIGE DUAS VEZES). A OPCAO 2 LISTA EM
      *          TABPROG.LST O PROGRESSO DE CADA ALUNO, FOLHA A FOLHA,
      *          COM AS CONTAS ERRADAS E UM RESUMO POR TABUADA: ULTIMO
      *          PERCENTUAL E "FRACA" ABAIXO DE 80%. O PROXIMO HANDOUT
      *          DO ALUNO PODE SER FOCADO NA TABUADA MAIS FRACA.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPOSTAS ASSIGN TO "RESPTAB.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPOSTAS.

           SELECT FOLHASTAB ASSIGN TO "FOLHASTAB.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FOLHASTAB.

           SELECT TABPROG ASSIGN TO "TABPROG.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-TABPROG.

           SELECT RELATORIO ASSIGN TO "TABPROG.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPOSTAS.
       01  REG-RESPOSTAS.
           05 RT-FOLHA         PIC X(06).
           05 RT-FOLHA-N REDEFINES RT-FOLHA PIC 9(06).
           05 RT-RESPOSTA      PIC X(04) OCCURS 30 TIMES.

       FD  FOLHASTAB.
           COPY FOLHATABREG.

       FD  TABPROG.
           COPY TABPROGREG.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(200).

       WORKING-STORAGE SECTION.
       77  FS-RESPOSTAS    PIC 9(02) VALUE ZEROS.
       77  FS-FOLHASTAB    PIC 9(02) VALUE ZEROS.
       77  FS-TABPROG      PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-PERC-DOMINIO PIC 9(03) VALUE 80.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-ACHOU       PIC X(01) VALUE "N".
       77  WRK-SUB-RESP    PIC 9(02) VALUE ZEROS.
       77  WRK-MULTIPLICADOR PIC 9(02) VALUE ZEROS.
       77  WRK-PRODUTO     PIC 9(04) VALUE ZEROS.
       77  WRK-RESPOSTA-N  PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-LIDAS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-CORRIGIDAS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-REJEITADAS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-ALUNOS PIC 9(05) VALUE ZEROS.
       77  WRK-PONTEIRO    PIC 9(03) VALUE ZEROS.
       77  WRK-ALUNO-PROC  PIC X(30) VALUE SPACES.

      *===============================FOLHAS CORRIGIDAS (TABPROG.DAT)
      *===============================PARA O RELATORIO POR ALUNO.
       77  WRK-QTDE-PROG   PIC 9(04) VALUE ZEROS.
       77  WRK-SUB-PROG    PIC 9(04) VALUE ZEROS.
       77  WRK-SUB-PROG2   PIC 9(04) VALUE ZEROS.
       01  TABELA-PROGRESSO.
           05 TAB-PROG OCCURS 1000 TIMES.
               10 TPR-REGISTRO  PIC X(89).
               10 TPR-IMPRESSO  PIC X(01).

      *===============================RESUMO DO ALUNO POR TABUADA.
       77  WRK-SUB-TAB     PIC 9(03) VALUE ZEROS.
       01  TABELA-RESUMO.
           05 TAB-RESUMO OCCURS 99 TIMES.
               10 TRS-FOLHAS    PIC 9(03).
               10 TRS-PRIMEIRO  PIC 9(03).
               10 TRS-ULTIMO    PIC 9(03).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(10) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "PROGRESSO NA TABUADA POR ALUNO - EM ".
           05 WRK-LT-DATA  PIC 9999/99/99.

       01  WRK-LINHA-ALUNO.
           05 FILLER       PIC X(07) VALUE "ALUNO: ".
           05 WRK-LA-ALUNO PIC X(30).

       01  WRK-LINHA-CAB.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 FILLER       PIC X(08) VALUE "FOLHA".
           05 FILLER       PIC X(11) VALUE "DATA".
           05 FILLER       PIC X(09) VALUE "TABUADA".
           05 FILLER       PIC X(09) VALUE "FAIXA".
           05 FILLER       PIC X(09) VALUE "ACERTOS".
           05 FILLER       PIC X(06) VALUE "PERC".
           05 FILLER       PIC X(06) VALUE "ERROS".

       01  WRK-LINHA-DET.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LD-FOLHA   PIC 9(06).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-DATA    PIC 9999/99/99.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LD-NUMERO  PIC Z9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WRK-LD-INICIO  PIC Z9.
           05 FILLER         PIC X(01) VALUE "-".
           05 WRK-LD-FIM     PIC Z9.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LD-ACERTOS PIC Z9.
           05 FILLER         PIC X(01) VALUE "/".
           05 WRK-LD-QTDE    PIC Z9.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LD-PERC    PIC ZZ9.
           05 FILLER         PIC X(02) VALUE "% ".
           05 WRK-LD-ERROS   PIC X(130).

       01  WRK-LINHA-CAB-RESUMO.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 FILLER       PIC X(09) VALUE "TABUADA".
           05 FILLER       PIC X(08) VALUE "FOLHAS".
           05 FILLER       PIC X(10) VALUE "PRIMEIRA".
           05 FILLER       PIC X(09) VALUE "ULTIMA".
           05 FILLER       PIC X(10) VALUE "SITUACAO".

       01  WRK-LINHA-RESUMO.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LR-NUMERO  PIC Z9.
           05 FILLER         PIC X(08) VALUE SPACES.
           05 WRK-LR-FOLHAS  PIC ZZ9.
           05 FILLER         PIC X(06) VALUE SPACES.
           05 WRK-LR-PRIMEIRO PIC ZZ9.
           05 FILLER         PIC X(01) VALUE "%".
           05 FILLER         PIC X(05) VALUE SPACES.
           05 WRK-LR-ULTIMO  PIC ZZ9.
           05 FILLER         PIC X(01) VALUE "%".
           05 FILLER         PIC X(05) VALUE SPACES.
           05 WRK-LR-SITUACAO PIC X(10).

       01  WRK-CONTA-ERRADA.
           05 WRK-CE-NUMERO  PIC Z9.
           05 FILLER         PIC X(01) VALUE "X".
           05 WRK-CE-MULT    PIC 99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  CORRECAO DA TABUADA "
           DISPLAY "================================================"
           DISPLAY "1 - CORRIGIR FOLHAS DEVOLVIDAS (RESPTAB.TXT) "
           DISPLAY "2 - RELATORIO DE PROGRESSO POR ALUNO "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-CORRIGE-FOLHAS
               WHEN 2
                   PERFORM 0300-RELATORIO-PROGRESSO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

       0200-CORRIGE-FOLHAS  SECTION.
           MOVE ZEROS TO WRK-TOTAL-LIDAS WRK-TOTAL-CORRIGIDAS
                         WRK-TOTAL-REJEITADAS.

           OPEN INPUT RESPOSTAS.
           IF FS-RESPOSTAS NOT EQUAL 00
               DISPLAY "RESPTAB.TXT NAO ENCONTRADO - NADA A CORRIGIR "
           ELSE
               OPEN EXTEND TABPROG
               IF FS-TABPROG EQUAL 35
                   OPEN OUTPUT TABPROG
               END-IF
               READ RESPOSTAS
               PERFORM UNTIL FS-RESPOSTAS NOT EQUAL 00
                   ADD 1 TO WRK-TOTAL-LIDAS
                   PERFORM 0210-CORRIGE-UMA-FOLHA
                   READ RESPOSTAS
               END-PERFORM
               CLOSE TABPROG
               CLOSE RESPOSTAS
               DISPLAY "FOLHAS LIDAS       " WRK-TOTAL-LIDAS
               DISPLAY "FOLHAS CORRIGIDAS  " WRK-TOTAL-CORRIGIDAS
               DISPLAY "FOLHAS REJEITADAS  " WRK-TOTAL-REJEITADAS
           END-IF.

      *===============================LOCALIZA A FOLHA EM FOLHASTAB.DAT
      *===============================(ABERTO I-O PARA MARCAR COMO
      *===============================CORRIGIDA NO PROPRIO REGISTRO).
       0210-CORRIGE-UMA-FOLHA SECTION.
           IF RT-FOLHA NOT NUMERIC
               DISPLAY "NUMERO DE FOLHA INVALIDO: " RT-FOLHA
               ADD 1 TO WRK-TOTAL-REJEITADAS
           ELSE
               MOVE "N" TO WRK-ACHOU
               OPEN I-O FOLHASTAB
               IF FS-FOLHASTAB EQUAL 00
                   READ FOLHASTAB
                   PERFORM UNTIL FS-FOLHASTAB NOT EQUAL 00
                           OR WRK-ACHOU EQUAL "S"
                       IF FTB-FOLHA EQUAL RT-FOLHA-N
                           MOVE "S" TO WRK-ACHOU
                       ELSE
                           READ FOLHASTAB
                       END-IF
                   END-PERFORM
                   IF WRK-ACHOU EQUAL "N"
                       DISPLAY "FOLHA " RT-FOLHA " NAO EMITIDA "
                       ADD 1 TO WRK-TOTAL-REJEITADAS
                   ELSE
                       IF FTB-CORRIGIDA
                           DISPLAY "FOLHA " RT-FOLHA
                                   " JA CORRIGIDA - IGNORADA "
                           ADD 1 TO WRK-TOTAL-REJEITADAS
                       ELSE
                           PERFORM 0220-CONFERE-RESPOSTAS
                           MOVE "C" TO FTB-STATUS
                           REWRITE REG-FOLHATAB
                           ADD 1 TO WRK-TOTAL-CORRIGIDAS
                       END-IF
                   END-IF
                   CLOSE FOLHASTAB
               ELSE
                   DISPLAY "FOLHASTAB.DAT NAO ENCONTRADO "
                   ADD 1 TO WRK-TOTAL-REJEITADAS
               END-IF
           END-IF.

      *===============================RESPOSTA N DA LINHA = TABUADA X
      *===============================(INICIO + N - 1).
       0220-CONFERE-RESPOSTAS SECTION.
           MOVE FTB-ALUNO      TO TP-ALUNO.
           MOVE FTB-FOLHA      TO TP-FOLHA.
           MOVE WRK-DATA-HOJE TO TP-DATA.
           MOVE FTB-NUMERO     TO TP-NUMERO.
           MOVE FTB-INICIO     TO TP-INICIO.
           MOVE FTB-FIM        TO TP-FIM.
           COMPUTE TP-QTDE = FTB-FIM - FTB-INICIO + 1.
           MOVE ZEROS         TO TP-ACERTOS TP-ERROS.
           PERFORM VARYING WRK-SUB-RESP FROM 1 BY 1
                   UNTIL WRK-SUB-RESP GREATER 30
               MOVE SPACES TO TP-ERRADA(WRK-SUB-RESP)
           END-PERFORM.

           PERFORM VARYING WRK-SUB-RESP FROM 1 BY 1
                   UNTIL WRK-SUB-RESP GREATER TP-QTDE
               COMPUTE WRK-MULTIPLICADOR = FTB-INICIO + WRK-SUB-RESP - 1
               COMPUTE WRK-PRODUTO = FTB-NUMERO * WRK-MULTIPLICADOR
               MOVE "X" TO TP-ERRADA(WRK-SUB-RESP)
               IF RT-RESPOSTA(WRK-SUB-RESP) NUMERIC
                   MOVE RT-RESPOSTA(WRK-SUB-RESP) TO WRK-RESPOSTA-N
                   IF WRK-RESPOSTA-N EQUAL WRK-PRODUTO
                       MOVE SPACES TO TP-ERRADA(WRK-SUB-RESP)
                   END-IF
               END-IF
               IF TP-ERRADA(WRK-SUB-RESP) EQUAL "X"
                   ADD 1 TO TP-ERROS
               ELSE
                   ADD 1 TO TP-ACERTOS
               END-IF
           END-PERFORM.

           COMPUTE TP-PERC ROUNDED = TP-ACERTOS * 100 / TP-QTDE.
           WRITE REG-TABPROG.

           DISPLAY "FOLHA " FTB-FOLHA " " FTB-ALUNO
                   " TABUADA DO " FTB-NUMERO ": " TP-ACERTOS "/"
                   TP-QTDE " (" TP-PERC "%)".

       0300-RELATORIO-PROGRESSO SECTION.
           MOVE ZEROS TO WRK-QTDE-PROG WRK-TOTAL-ALUNOS.
           OPEN INPUT TABPROG.
           IF FS-TABPROG NOT EQUAL 00
               DISPLAY "TABPROG.DAT NAO ENCONTRADO - NENHUMA FOLHA "
                       "CORRIGIDA "
           ELSE
               READ TABPROG
               PERFORM UNTIL FS-TABPROG NOT EQUAL 00
                   IF WRK-QTDE-PROG LESS 1000
                       ADD 1 TO WRK-QTDE-PROG
                       MOVE REG-TABPROG
                            TO TPR-REGISTRO(WRK-QTDE-PROG)
                       MOVE "N" TO TPR-IMPRESSO(WRK-QTDE-PROG)
                   END-IF
                   READ TABPROG
               END-PERFORM
               CLOSE TABPROG

               OPEN OUTPUT RELATORIO
               MOVE WRK-DATA-HOJE TO WRK-LT-DATA
               MOVE WRK-LINHA-TITULO TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM VARYING WRK-SUB-PROG FROM 1 BY 1
                       UNTIL WRK-SUB-PROG GREATER WRK-QTDE-PROG
                   IF TPR-IMPRESSO(WRK-SUB-PROG) EQUAL "N"
                       PERFORM 0310-IMPRIME-ALUNO
                   END-IF
               END-PERFORM
               CLOSE RELATORIO
               DISPLAY "PROGRESSO GRAVADO EM TABPROG.LST - "
                       WRK-TOTAL-ALUNOS " ALUNO(S) "
           END-IF.

      *===============================TODAS AS FOLHAS DO ALUNO, NA ORDEM
      *===============================DA CORRECAO, E O RESUMO POR
      *===============================TABUADA (PRIMEIRA E ULTIMA NOTA).
       0310-IMPRIME-ALUNO   SECTION.
           MOVE TPR-REGISTRO(WRK-SUB-PROG) TO REG-TABPROG.
           MOVE TP-ALUNO TO WRK-ALUNO-PROC.
           ADD 1 TO WRK-TOTAL-ALUNOS.
           PERFORM VARYING WRK-SUB-TAB FROM 1 BY 1
                   UNTIL WRK-SUB-TAB GREATER 99
               MOVE ZEROS TO TRS-FOLHAS(WRK-SUB-TAB)
                             TRS-PRIMEIRO(WRK-SUB-TAB)
                             TRS-ULTIMO(WRK-SUB-TAB)
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-ALUNO-PROC TO WRK-LA-ALUNO.
           MOVE WRK-LINHA-ALUNO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-CAB TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-PROG2 FROM WRK-SUB-PROG BY 1
                   UNTIL WRK-SUB-PROG2 GREATER WRK-QTDE-PROG
               MOVE TPR-REGISTRO(WRK-SUB-PROG2) TO REG-TABPROG
               IF TP-ALUNO EQUAL WRK-ALUNO-PROC
                   MOVE "S" TO TPR-IMPRESSO(WRK-SUB-PROG2)
                   PERFORM 0320-IMPRIME-FOLHA
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-CAB-RESUMO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-SUB-TAB FROM 1 BY 1
                   UNTIL WRK-SUB-TAB GREATER 99
               IF TRS-FOLHAS(WRK-SUB-TAB) GREATER ZEROS
                   MOVE WRK-SUB-TAB TO WRK-LR-NUMERO
                   MOVE TRS-FOLHAS(WRK-SUB-TAB) TO WRK-LR-FOLHAS
                   MOVE TRS-PRIMEIRO(WRK-SUB-TAB) TO WRK-LR-PRIMEIRO
                   MOVE TRS-ULTIMO(WRK-SUB-TAB) TO WRK-LR-ULTIMO
                   IF TRS-ULTIMO(WRK-SUB-TAB) LESS WRK-PERC-DOMINIO
                       MOVE "FRACA" TO WRK-LR-SITUACAO
                   ELSE
                       MOVE "DOMINADA" TO WRK-LR-SITUACAO
                   END-IF
                   MOVE WRK-LINHA-RESUMO TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM.

       0320-IMPRIME-FOLHA   SECTION.
           MOVE TP-FOLHA   TO WRK-LD-FOLHA.
           MOVE TP-DATA    TO WRK-LD-DATA.
           MOVE TP-NUMERO  TO WRK-LD-NUMERO.
           MOVE TP-INICIO  TO WRK-LD-INICIO.
           MOVE TP-FIM     TO WRK-LD-FIM.
           MOVE TP-ACERTOS TO WRK-LD-ACERTOS.
           MOVE TP-QTDE    TO WRK-LD-QTDE.
           MOVE TP-PERC    TO WRK-LD-PERC.
           MOVE SPACES     TO WRK-LD-ERROS.
           MOVE 1          TO WRK-PONTEIRO.
           PERFORM VARYING WRK-SUB-RESP FROM 1 BY 1
                   UNTIL WRK-SUB-RESP GREATER TP-QTDE
               IF TP-ERRADA(WRK-SUB-RESP) EQUAL "X"
                   MOVE TP-NUMERO TO WRK-CE-NUMERO
                   COMPUTE WRK-CE-MULT = TP-INICIO + WRK-SUB-RESP - 1
                   STRING WRK-CONTA-ERRADA DELIMITED BY SIZE
                          " "              DELIMITED BY SIZE
                          INTO WRK-LD-ERROS
                          WITH POINTER WRK-PONTEIRO
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF TP-NUMERO GREATER ZEROS
               ADD 1 TO TRS-FOLHAS(TP-NUMERO)
               IF TRS-FOLHAS(TP-NUMERO) EQUAL 1
                   MOVE TP-PERC TO TRS-PRIMEIRO(TP-NUMERO)
               END-IF
               MOVE TP-PERC TO TRS-ULTIMO(TP-NUMERO)
           END-IF.
       END PROGRAM TABCOR001.
