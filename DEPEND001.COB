       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPEND001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: AVISO DE LIMITE DE IDADE DOS DEPENDENTES - LISTA EM
      *          DEPEND.LST OS DEPENDENTES (DEPENDENTES.DAT, MANTIDO NO
      *          CADASTRO DE FUNCIONARIOS) DE FUNCIONARIOS ATIVOS QUE
      *          ATINGEM O LIMITE DE IDADE NOS PROXIMOS 60 DIAS: 14
      *          ANOS PARA O SALARIO-FAMILIA (A FOLHA PARA DE PAGAR
      *          SOZINHA NO ANIVERSARIO) E 21 ANOS PARA A DEDUCAO DE
      *          FILHO/ENTEADO NO IRRF (O RH CONFERE SE CONTINUA ATE
      *          OS 24 POR ESTAR ESTUDANDO OU DESMARCA A DEDUCAO).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENTES ASSIGN TO "DEPENDENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CHAVE
           FILE STATUS IS FS-DEPENDENTES.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-ID
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT RELATORIO ASSIGN TO "DEPEND.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDENTES.
           COPY DEPENDREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-DEPENDENTES  PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-DIAS-JANELA PIC 9(03) VALUE 60.
       77  WRK-IDADE-SALFAM PIC 9(02) VALUE 14.
       77  WRK-IDADE-IRRF  PIC 9(02) VALUE 21.

       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-IDADE  PIC 9(08) VALUE ZEROS.
       77  WRK-SUB-DIA     PIC 9(03) VALUE ZEROS.
       77  WRK-FUNC-ATIVO  PIC X(01) VALUE "N".
       77  WRK-TOTAL-AVISOS PIC 9(05) VALUE ZEROS.

       01  WRK-DATA-LIMITE-X.
           05 WRK-DL-ANO   PIC 9(04).
           05 WRK-DL-MES   PIC 9(02).
           05 WRK-DL-DIA   PIC 9(02).

       01  TABELA-DIAS-MES-DEP.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  TABELA-DIAS-MES-DEP-R REDEFINES TABELA-DIAS-MES-DEP.
           05 DIAS-MES-DEP PIC 9(02) OCCURS 12 TIMES.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(10) VALUE SPACES.
           05 FILLER       PIC X(48) VALUE
               "DEPENDENTES QUE ATINGEM O LIMITE DE IDADE ATE ".
           05 WRK-LT-LIMITE PIC 9999/99/99.

       01  WRK-LINHA-CAB.
           05 FILLER       PIC X(06) VALUE "FUNC  ".
           05 FILLER       PIC X(21) VALUE "FUNCIONARIO".
           05 FILLER       PIC X(31) VALUE "DEPENDENTE".
           05 FILLER       PIC X(11) VALUE "NASCIMENTO".
           05 FILLER       PIC X(11) VALUE "LIMITE EM".
           05 FILLER       PIC X(16) VALUE "BENEFICIO".

       01  WRK-LINHA-DET.
           05 WRK-LD-ID      PIC 9(04).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-FUNC    PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-DEP     PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-NASC    PIC 9999/99/99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-LIMITE  PIC 9999/99/99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-BENEF   PIC X(16).

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CALCULA-LIMITE.

           OPEN INPUT DEPENDENTES.
           IF FS-DEPENDENTES NOT EQUAL 00
               DISPLAY "DEPENDENTES.DAT NAO ABERTO - NADA A LISTAR "
           ELSE
               OPEN INPUT FUNCIONARIOS
               OPEN OUTPUT RELATORIO
               MOVE WRK-DATA-LIMITE TO WRK-LT-LIMITE
               MOVE WRK-LINHA-TITULO TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-LINHA-CAB TO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE ZEROS TO DEP-CHAVE
               START DEPENDENTES KEY IS NOT LESS DEP-CHAVE
               IF FS-DEPENDENTES EQUAL 00
                   READ DEPENDENTES NEXT RECORD
               END-IF
               PERFORM UNTIL FS-DEPENDENTES NOT EQUAL 00
                   IF DEP-FILHO OR DEP-ENTEADO
                       PERFORM 0200-VERIFICA-DEPENDENTE
                   END-IF
                   READ DEPENDENTES NEXT RECORD
               END-PERFORM

               CLOSE RELATORIO
               IF FS-FUNCIONARIOS EQUAL 00
                   CLOSE FUNCIONARIOS
               END-IF
               CLOSE DEPENDENTES
               DISPLAY "AVISOS GRAVADOS EM DEPEND.LST - "
                       WRK-TOTAL-AVISOS " DEPENDENTE(S) "
           END-IF.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

      *===============================HOJE + JANELA, DIA A DIA (MESMA
      *===============================CONTA DO ALERTA DE VALIDADE DO
      *===============================ESTQ002).
       0100-CALCULA-LIMITE  SECTION.
           MOVE WRK-DATA-HOJE TO WRK-DATA-LIMITE-X.
           PERFORM VARYING WRK-SUB-DIA FROM 1 BY 1
                   UNTIL WRK-SUB-DIA GREATER WRK-DIAS-JANELA
               ADD 1 TO WRK-DL-DIA
               IF WRK-DL-DIA GREATER DIAS-MES-DEP(WRK-DL-MES)
                   MOVE 1 TO WRK-DL-DIA
                   ADD 1 TO WRK-DL-MES
                   IF WRK-DL-MES GREATER 12
                       MOVE 1 TO WRK-DL-MES
                       ADD 1 TO WRK-DL-ANO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WRK-DATA-LIMITE-X TO WRK-DATA-LIMITE.

       0200-VERIFICA-DEPENDENTE SECTION.
           MOVE "N" TO WRK-FUNC-ATIVO.
           MOVE "NAO CADASTRADO" TO WRK-LD-FUNC.
           IF FS-FUNCIONARIOS EQUAL 00
               MOVE DEP-FUNC-ID TO FUNC-ID
               READ FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT FUNC-DESLIGADO
                           MOVE "S" TO WRK-FUNC-ATIVO
                           MOVE FUNC-NOME TO WRK-LD-FUNC
                       END-IF
               END-READ
           END-IF.

           IF WRK-FUNC-ATIVO EQUAL "S"
               IF DEP-TEM-SAL-FAMILIA
                   COMPUTE WRK-DATA-IDADE = DEP-DATA-NASC
                           + WRK-IDADE-SALFAM * 10000
                   IF WRK-DATA-IDADE GREATER WRK-DATA-HOJE
                           AND WRK-DATA-IDADE NOT GREATER
                                   WRK-DATA-LIMITE
                       MOVE "SALARIO-FAMILIA" TO WRK-LD-BENEF
                       PERFORM 0210-IMPRIME-AVISO
                   END-IF
               END-IF
               IF DEP-DEDUZ-IRRF
                   COMPUTE WRK-DATA-IDADE = DEP-DATA-NASC
                           + WRK-IDADE-IRRF * 10000
                   IF WRK-DATA-IDADE GREATER WRK-DATA-HOJE
                           AND WRK-DATA-IDADE NOT GREATER
                                   WRK-DATA-LIMITE
                       MOVE "DEDUCAO IRRF" TO WRK-LD-BENEF
                       PERFORM 0210-IMPRIME-AVISO
                   END-IF
               END-IF
           END-IF.

       0210-IMPRIME-AVISO   SECTION.
           MOVE DEP-FUNC-ID    TO WRK-LD-ID.
           MOVE DEP-NOME       TO WRK-LD-DEP.
           MOVE DEP-DATA-NASC  TO WRK-LD-NASC.
           MOVE WRK-DATA-IDADE TO WRK-LD-LIMITE.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-TOTAL-AVISOS.
       END PROGRAM DEPEND001.
