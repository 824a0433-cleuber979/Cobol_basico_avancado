      *==DE RODAR O PROGRAMA UMA VEZ POR ALUNO; O FLUXO GANHOU UM
      *==0000-PRINCIPAL EXPLICITO PARA COMPORTAR OS DOIS MODOS
      *==DATA:22/08/2024
      *==EXERCICIO (SEM RESPOSTA) GANHA NUMERO DE FOLHA GRAVADO EM
      *==FOLHASTAB.DAT PARA CORRECAO NO TABCOR001, FAIXA LIMITADA A
      *==30 CONTAS E OPCAO DE FOCAR CADA ALUNO NA TABUADA MAIS FRACA
      *==(MENOR PERCENTUAL ABAIXO DE 80 NO TABPROG.DAT).
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TURMA.

           SELECT FOLHASTAB ASSIGN TO "FOLHASTAB.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FOLHASTAB.

           SELECT TABPROG ASSIGN TO "TABPROG.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-TABPROG.

       DATA DIVISION.
       FILE SECTION.
       FD  HANDOUT.
       FD  TURMA.
       01  REG-TURMA      PIC X(30).

       FD  FOLHASTAB.
           COPY FOLHATABREG.

       FD  TABPROG.
           COPY TABPROGREG.

       WORKING-STORAGE SECTION.
       77 WRK-NUMERO     PIC 9(02) VALUE ZEROS.
       77 WRK-CONTADOR   PIC 9(02) VALUE 1.
       77 WRK-MODO-TURMA   PIC X(01) VALUE "N".
       77 FS-TURMA         PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-ALUNOS  PIC 9(03) VALUE ZEROS.
       77 FS-FOLHASTAB     PIC 9(02) VALUE ZEROS.
       77 FS-TABPROG       PIC 9(02) VALUE ZEROS.
       77 WRK-NUMERO-FOLHA PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMA-FOLHA PIC 9(06) VALUE ZEROS.
       77 WRK-FOCO-FRACAS  PIC X(01) VALUE "N".
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MAX-RESPOSTAS PIC 9(02) VALUE 30.
       77 WRK-PERC-DOMINIO PIC 9(03) VALUE 80.
       77 WRK-MENOR-PERC   PIC 9(03) VALUE ZEROS.
       77 WRK-SUB-TAB      PIC 9(03) VALUE ZEROS.

      *===============================ULTIMO PERCENTUAL DO ALUNO EM
      *===============================CADA TABUADA (999 = NUNCA FEZ).
       01  TABELA-PERC-TABUADA.
           05 TPT-PERC         PIC 9(03) OCCURS 99 TIMES.

       01  WRK-LINHA-FOLHA.
           05 FILLER           PIC X(06) VALUE "FOLHA ".
           05 WRK-LF-FOLHA     PIC 9(06).
           05 FILLER           PIC X(03) VALUE " - ".
           05 WRK-LF-NUM1      PIC Z9.
           05 FILLER           PIC X(03) VALUE " X ".
           05 WRK-LF-INICIO    PIC Z9.
           05 FILLER           PIC X(03) VALUE " A ".
           05 WRK-LF-NUM2      PIC Z9.
           05 FILLER           PIC X(03) VALUE " X ".
           05 WRK-LF-FIM       PIC Z9.

       01  WRK-LINHA-TITULO.
           05 FILLER           PIC X(11) VALUE "TABUADA DE ".
               MOVE "S" TO WRK-COM-RESPOSTA
           END-IF.

      *===============================EXERCICIO LEVA NUMERO DE FOLHA E
      *===============================E REGISTRADO EM FOLHASTAB.DAT
      *===============================PARA A CORRECAO (TABCOR001), QUE
      *===============================LE NO MAXIMO 30 RESPOSTAS.
           IF WRK-COM-RESPOSTA EQUAL "N"
               IF WRK-FIM GREATER WRK-INICIO + WRK-MAX-RESPOSTAS - 1
                   COMPUTE WRK-FIM = WRK-INICIO + WRK-MAX-RESPOSTAS - 1
                   DISPLAY "FAIXA DO EXERCICIO LIMITADA A "
                           WRK-MAX-RESPOSTAS " CONTAS - FIM " WRK-FIM
               END-IF
               DISPLAY"FOCAR CADA ALUNO NA TABUADA MAIS FRACA? (S/N)"
               ACCEPT WRK-FOCO-FRACAS
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM 0110-ULTIMA-FOLHA
           END-IF.

           DISPLAY"GERAR PARA A TURMA INTEIRA (ALUNOS.TXT)? (S/N)"
           ACCEPT WRK-MODO-TURMA.
           IF WRK-MODO-TURMA NOT EQUAL "S"

           OPEN OUTPUT HANDOUT.

           IF WRK-COM-RESPOSTA EQUAL "N"
               OPEN EXTEND FOLHASTAB
               IF FS-FOLHASTAB EQUAL 35
                   OPEN OUTPUT FOLHASTAB
               END-IF
           END-IF.

       0110-ULTIMA-FOLHA        SECTION.
           MOVE ZEROS TO WRK-ULTIMA-FOLHA.
           OPEN INPUT FOLHASTAB.
           IF FS-FOLHASTAB EQUAL 00
               READ FOLHASTAB
               PERFORM UNTIL FS-FOLHASTAB NOT EQUAL 00
                   IF FTB-FOLHA GREATER WRK-ULTIMA-FOLHA
                       MOVE FTB-FOLHA TO WRK-ULTIMA-FOLHA
                   END-IF
                   READ FOLHASTAB
               END-PERFORM
               CLOSE FOLHASTAB
           END-IF.

       0150-GERA-TURMA          SECTION.
           OPEN INPUT TURMA.
           IF FS-TURMA NOT EQUAL 00

           ADD 1 TO WRK-QTDE-ALUNOS.

           MOVE WRK-NUMERO TO WRK-NUMERO-FOLHA.
           IF WRK-COM-RESPOSTA EQUAL "N"
               IF WRK-FOCO-FRACAS EQUAL "S"
                   PERFORM 0260-BUSCA-TABUADA-FRACA
               END-IF
               PERFORM 0270-REGISTRA-FOLHA
           END-IF.

           MOVE WRK-NUMERO-FOLHA  TO WRK-LT-TITULO-NUM.
           MOVE WRK-LINHA-TITULO  TO REG-HANDOUT.
           WRITE REG-HANDOUT.

           MOVE WRK-LINHA-ALUNO   TO REG-HANDOUT.
           WRITE REG-HANDOUT.

           IF WRK-COM-RESPOSTA EQUAL "N"
               MOVE WRK-ULTIMA-FOLHA TO WRK-LF-FOLHA
               MOVE WRK-NUMERO-FOLHA TO WRK-LF-NUM1 WRK-LF-NUM2
               MOVE WRK-INICIO       TO WRK-LF-INICIO
               MOVE WRK-FIM          TO WRK-LF-FIM
               MOVE WRK-LINHA-FOLHA  TO REG-HANDOUT
               WRITE REG-HANDOUT
           END-IF.

           MOVE SPACES TO REG-HANDOUT.
           WRITE REG-HANDOUT.

           PERFORM VARYING WRK-CONTADOR FROM WRK-INICIO BY 1
                   UNTIL WRK-CONTADOR GREATER WRK-FIM
           COMPUTE WRK-RESULTADO = WRK-NUMERO-FOLHA * WRK-CONTADOR
           DISPLAY WRK-NUMERO-FOLHA "X" WRK-CONTADOR "=" WRK-RESULTADO

           IF WRK-COM-RESPOSTA EQUAL "S"
               MOVE WRK-NUMERO-FOLHA TO WRK-LT-NUMERO
               MOVE WRK-CONTADOR   TO WRK-LT-CONTADOR
               MOVE WRK-RESULTADO  TO WRK-LT-RESULTADO
               MOVE WRK-LINHA-TABUADA TO REG-HANDOUT
           ELSE
               MOVE WRK-NUMERO-FOLHA TO WRK-LE-NUMERO
               MOVE WRK-CONTADOR   TO WRK-LE-CONTADOR
               MOVE WRK-LINHA-EXERCICIO TO REG-HANDOUT
           END-IF
           MOVE SPACES TO REG-HANDOUT.
           WRITE REG-HANDOUT.

      *===============================A TABUADA DO ALUNO COM O MENOR
      *===============================PERCENTUAL NA ULTIMA FOLHA
      *===============================CORRIGIDA, SE ABAIXO DO DOMINIO;
      *===============================SEM TABUADA FRACA FICA A DIGITADA.
       0260-BUSCA-TABUADA-FRACA SECTION.
           PERFORM VARYING WRK-SUB-TAB FROM 1 BY 1
                   UNTIL WRK-SUB-TAB GREATER 99
               MOVE 999 TO TPT-PERC(WRK-SUB-TAB)
           END-PERFORM.

           OPEN INPUT TABPROG.
           IF FS-TABPROG EQUAL 00
               READ TABPROG
               PERFORM UNTIL FS-TABPROG NOT EQUAL 00
                   IF TP-ALUNO EQUAL WRK-ALUNO-NOME
                           AND TP-NUMERO GREATER ZEROS
                       MOVE TP-PERC TO TPT-PERC(TP-NUMERO)
                   END-IF
                   READ TABPROG
               END-PERFORM
               CLOSE TABPROG
           END-IF.

           MOVE WRK-PERC-DOMINIO TO WRK-MENOR-PERC.
           PERFORM VARYING WRK-SUB-TAB FROM 1 BY 1
                   UNTIL WRK-SUB-TAB GREATER 99
               IF TPT-PERC(WRK-SUB-TAB) LESS WRK-MENOR-PERC
                   MOVE TPT-PERC(WRK-SUB-TAB) TO WRK-MENOR-PERC
                   MOVE WRK-SUB-TAB TO WRK-NUMERO-FOLHA
               END-IF
           END-PERFORM.

           IF WRK-NUMERO-FOLHA NOT EQUAL WRK-NUMERO
               DISPLAY "FOCO NA TABUADA DO " WRK-NUMERO-FOLHA
                       " PARA " WRK-ALUNO-NOME
           END-IF.

       0270-REGISTRA-FOLHA      SECTION.
           ADD 1 TO WRK-ULTIMA-FOLHA.
           MOVE WRK-ULTIMA-FOLHA TO FTB-FOLHA.
           MOVE WRK-ALUNO-NOME   TO FTB-ALUNO.
           MOVE WRK-NUMERO-FOLHA TO FTB-NUMERO.
           MOVE WRK-INICIO       TO FTB-INICIO.
           MOVE WRK-FIM          TO FTB-FIM.
           MOVE WRK-DATA-HOJE    TO FTB-DATA.
           MOVE "E"              TO FTB-STATUS.
           WRITE REG-FOLHATAB.

       0300-FINALIZAR    SECTION.
           DISPLAY "HANDOUT(S) GERADO(S) EM TABUADA.LST PARA "
                   WRK-QTDE-ALUNOS " ALUNO(S) ".

           CLOSE HANDOUT.
           IF WRK-COM-RESPOSTA EQUAL "N"
               CLOSE FOLHASTAB
           END-IF.
       END PROGRAM PROGRAMXX.
