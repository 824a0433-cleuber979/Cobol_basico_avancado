      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO PROGRESSO NA TABUADA (FD TABPROG,
      *          TABPROG.DAT) - UMA LINHA POR FOLHA CORRIGIDA PELO
      *          TABCOR001, NA ORDEM DA CORRECAO: ALUNO, FOLHA, DATA,
      *          TABUADA E FAIXA, ACERTOS E ERROS, PERCENTUAL E QUAIS
      *          MULTIPLICADORES ERROU ("X" NA POSICAO, A PARTIR DO
      *          INICIO DA FAIXA). O PROGRAMA14TABUADA LE O ULTIMO
      *          PERCENTUAL DE CADA TABUADA DO ALUNO PARA FOCAR O
      *          PROXIMO HANDOUT NA MAIS FRACA. FILE SECTION.
      ******************************************************************
       01  REG-TABPROG.
           05 TP-ALUNO         PIC X(30).
           05 TP-FOLHA         PIC 9(06).
           05 TP-DATA          PIC 9(08).
           05 TP-NUMERO        PIC 9(02).
           05 TP-INICIO        PIC 9(02).
           05 TP-FIM           PIC 9(02).
           05 TP-QTDE          PIC 9(02).
           05 TP-ACERTOS       PIC 9(02).
           05 TP-ERROS         PIC 9(02).
           05 TP-PERC          PIC 9(03).
           05 TP-ERRADA        PIC X(01) OCCURS 30 TIMES.
