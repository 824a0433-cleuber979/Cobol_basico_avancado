      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DA FOLHA DE EXERCICIO DE TABUADA EMITIDA (FD
      *          FOLHASTAB, FOLHASTAB.DAT) - UMA LINHA POR HANDOUT DE
      *          EXERCICIO DO PROGRAMA14TABUADA: NUMERO DA FOLHA
      *          (IMPRESSO NO HANDOUT), ALUNO, TABUADA E FAIXA DE
      *          MULTIPLICADORES. O TABCOR001 ACHA A FOLHA PELO NUMERO
      *          PARA CORRIGIR AS RESPOSTAS E A MARCA COMO CORRIGIDA.
      *          FILE SECTION.
      ******************************************************************
       01  REG-FOLHATAB.
           05 FTB-FOLHA         PIC 9(06).
           05 FTB-ALUNO         PIC X(30).
           05 FTB-NUMERO        PIC 9(02).
           05 FTB-INICIO        PIC 9(02).
           05 FTB-FIM           PIC 9(02).
           05 FTB-DATA          PIC 9(08).
           05 FTB-STATUS        PIC X(01).
               88 FTB-EMITIDA       VALUE "E".
               88 FTB-CORRIGIDA     VALUE "C".
