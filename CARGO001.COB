       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGO001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: CADASTRO DE CARGOS E FAIXAS SALARIAIS - MANTEM EM
      *          CARGOS.DAT O CODIGO, TITULO, DEPARTAMENTO E A FAIXA
      *          (MINIMO, PONTO MEDIO E MAXIMO) DE CADA NIVEL DO CARGO,
      *          QUE O CADASTRO DE FUNCIONARIOS PASSA A EXIGIR NO LUGAR
      *          DO CARGO DIGITADO A MAO ("VENDEDOR" E "VENDEDORA"
      *          VIRAVAM DOIS CARGOS NO FOLHA002). O RELATORIO
      *          CARGOS.LST MOSTRA ONDE CADA FUNCIONARIO ATIVO ESTA NA
      *          FAIXA DO SEU NIVEL (% DO PONTO MEDIO, ABAIXO/DENTRO/
      *          ACIMA) E HA QUANTOS MESES FOI O ULTIMO AUMENTO, PELO
      *          HISTORICO DE CARREIRA (HISTCARGO.DAT).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGOS ASSIGN TO "CARGOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CG-CODIGO
           FILE STATUS IS FS-CARGOS.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-ID
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT HISTCARGO ASSIGN TO "HISTCARGO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-HISTCARGO.

           SELECT RELATORIO ASSIGN TO "CARGOS.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CARGOS.
           COPY CARGOREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  HISTCARGO.
           COPY HISTCARGOREG.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(120).

       WORKING-STORAGE SECTION.
       77  FS-CARGOS       PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-HISTCARGO    PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-SUB-NIVEL   PIC 9(01) VALUE ZEROS.
       77  WRK-FAIXA-OK    PIC X(01) VALUE "N".
       77  WRK-SAL-ED      PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MED-ED      PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MAX-ED      PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-AUMENTO PIC 9(08) VALUE ZEROS.
       77  WRK-MESES       PIC S9(05) VALUE ZEROS.
       77  WRK-PERC-MEDIO  PIC 9(03)V9 VALUE ZEROS.
       77  WRK-TOTAL-FUNC  PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-ABAIXO PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-ACIMA PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CARGO PIC 9(05) VALUE ZEROS.

      *===============================ULTIMO AUMENTO DE CADA FUNCIONARIO
      *===============================(SALARIO NOVO MAIOR QUE O
      *===============================ANTERIOR NO HISTCARGO.DAT).
       77  WRK-QTDE-AUMENTOS PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-AUM     PIC 9(03) VALUE ZEROS.
       77  WRK-POS-AUM     PIC 9(03) VALUE ZEROS.
       01  TABELA-AUMENTOS.
           05 TAB-AUMENTO OCCURS 200 TIMES.
               10 TAB-AUM-FUNC-ID PIC 9(04).
               10 TAB-AUM-DATA    PIC 9(08).

       01  WRK-DATA-X.
           05 WRK-DX-ANO   PIC 9(04).
           05 WRK-DX-MES   PIC 9(02).
           05 WRK-DX-DIA   PIC 9(02).
       01  WRK-HOJE-X.
           05 WRK-HX-ANO   PIC 9(04).
           05 WRK-HX-MES   PIC 9(02).
           05 WRK-HX-DIA   PIC 9(02).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(30) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "POSICAO DOS FUNCIONARIOS NA FAIXA EM ".
           05 WRK-LT-DATA  PIC 9999/99/99.

       01  WRK-LINHA-CAB.
           05 FILLER       PIC X(05) VALUE "FUNC ".
           05 FILLER       PIC X(21) VALUE "NOME".
           05 FILLER       PIC X(07) VALUE "CARGO".
           05 FILLER       PIC X(13) VALUE "     SALARIO".
           05 FILLER       PIC X(13) VALUE "      MINIMO".
           05 FILLER       PIC X(13) VALUE "       MEDIO".
           05 FILLER       PIC X(13) VALUE "      MAXIMO".
           05 FILLER       PIC X(07) VALUE " %MED".
           05 FILLER       PIC X(10) VALUE "SITUACAO".
           05 FILLER       PIC X(11) VALUE "ULT.AUMENTO".
           05 FILLER       PIC X(06) VALUE " MESES".

       01  WRK-LINHA-DET.
           05 WRK-LD-ID      PIC 9(04).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME    PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-CARGO   PIC X(04).
           05 FILLER         PIC X(01) VALUE "/".
           05 WRK-LD-NIVEL   PIC 9(01).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-SALARIO PIC Z.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-MIN     PIC Z.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-MED     PIC Z.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-MAX     PIC Z.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-PERC    PIC ZZ9,9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-SITUACAO PIC X(09).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-AUMENTO PIC 9999/99/99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-MESES   PIC ZZZ9.

       01  WRK-LINHA-TOTAL.
           05 FILLER         PIC X(20) VALUE "FUNCIONARIOS ATIVOS ".
           05 WRK-LTT-FUNC   PIC ZZZZ9.
           05 FILLER         PIC X(10) VALUE "  ABAIXO ".
           05 WRK-LTT-ABAIXO PIC ZZZZ9.
           05 FILLER         PIC X(09) VALUE "  ACIMA ".
           05 WRK-LTT-ACIMA  PIC ZZZZ9.
           05 FILLER         PIC X(13) VALUE "  SEM CARGO ".
           05 WRK-LTT-SEM    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           OPEN I-O CARGOS.
           IF FS-CARGOS EQUAL 35
               OPEN OUTPUT CARGOS
               CLOSE CARGOS
               OPEN I-O CARGOS
           END-IF.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           CLOSE CARGOS.
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  CARGOS E FAIXAS SALARIAIS "
           DISPLAY "================================================"
           DISPLAY "1 - MANTER CARGO "
           DISPLAY "2 - LISTAR CARGOS "
           DISPLAY "3 - POSICAO DOS FUNCIONARIOS NA FAIXA "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-MANTER-CARGO
               WHEN 2
                   PERFORM 0400-LISTAR-CARGOS
               WHEN 3
                   PERFORM 0500-RELATORIO-FAIXA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

       0300-MANTER-CARGO    SECTION.
           DISPLAY "CODIGO DO CARGO "
           ACCEPT CG-CODIGO.

           READ CARGOS
               INVALID KEY
                   DISPLAY "CARGO NOVO "
               NOT INVALID KEY
                   DISPLAY "TITULO ATUAL.. " CG-TITULO
                   DISPLAY "DEPTO ATUAL... " CG-DEPTO
                   DISPLAY "NIVEIS ATUAIS. " CG-QTDE-NIVEIS
           END-READ.

           DISPLAY "TITULO DO CARGO "
           ACCEPT CG-TITULO.
           DISPLAY "DEPARTAMENTO "
           ACCEPT CG-DEPTO.
           MOVE ZEROS TO CG-QTDE-NIVEIS.
           PERFORM UNTIL CG-QTDE-NIVEIS GREATER ZEROS
               DISPLAY "QUANTIDADE DE NIVEIS DA FAIXA (1 A 5) "
               ACCEPT CG-QTDE-NIVEIS
               IF CG-QTDE-NIVEIS GREATER 5
                   DISPLAY "MAXIMO DE 5 NIVEIS "
                   MOVE ZEROS TO CG-QTDE-NIVEIS
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-SUB-NIVEL FROM 1 BY 1
                   UNTIL WRK-SUB-NIVEL GREATER 5
               IF WRK-SUB-NIVEL GREATER CG-QTDE-NIVEIS
                   MOVE ZEROS TO CG-SAL-MIN(WRK-SUB-NIVEL)
                                 CG-SAL-MED(WRK-SUB-NIVEL)
                                 CG-SAL-MAX(WRK-SUB-NIVEL)
               ELSE
                   MOVE "N" TO WRK-FAIXA-OK
                   PERFORM 0310-LE-FAIXA-NIVEL
                           UNTIL WRK-FAIXA-OK EQUAL "S"
               END-IF
           END-PERFORM.

           WRITE REG-CARGO
               INVALID KEY
                   REWRITE REG-CARGO
                   DISPLAY "CARGO ATUALIZADO "
               NOT INVALID KEY
                   DISPLAY "CARGO GRAVADO "
           END-WRITE.

      *===============================MINIMO <= MEDIO <= MAXIMO, SENAO
      *===============================PEDE O NIVEL DE NOVO.
       0310-LE-FAIXA-NIVEL  SECTION.
           DISPLAY "NIVEL " WRK-SUB-NIVEL " - SALARIO MINIMO "
           ACCEPT CG-SAL-MIN(WRK-SUB-NIVEL).
           DISPLAY "NIVEL " WRK-SUB-NIVEL " - PONTO MEDIO "
           ACCEPT CG-SAL-MED(WRK-SUB-NIVEL).
           DISPLAY "NIVEL " WRK-SUB-NIVEL " - SALARIO MAXIMO "
           ACCEPT CG-SAL-MAX(WRK-SUB-NIVEL).

           IF CG-SAL-MIN(WRK-SUB-NIVEL) GREATER
                   CG-SAL-MED(WRK-SUB-NIVEL)
                   OR CG-SAL-MED(WRK-SUB-NIVEL) GREATER
                           CG-SAL-MAX(WRK-SUB-NIVEL)
                   OR CG-SAL-MAX(WRK-SUB-NIVEL) EQUAL ZEROS
               DISPLAY "FAIXA INVALIDA - MINIMO <= MEDIO <= MAXIMO "
           ELSE
               MOVE "S" TO WRK-FAIXA-OK
           END-IF.

       0400-LISTAR-CARGOS   SECTION.
           MOVE LOW-VALUES TO CG-CODIGO.
           START CARGOS KEY IS NOT LESS CG-CODIGO.
           IF FS-CARGOS EQUAL 00
               READ CARGOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CARGOS NOT EQUAL 00
               DISPLAY CG-CODIGO " " CG-TITULO " " CG-DEPTO
               PERFORM VARYING WRK-SUB-NIVEL FROM 1 BY 1
                       UNTIL WRK-SUB-NIVEL GREATER CG-QTDE-NIVEIS
                   MOVE CG-SAL-MIN(WRK-SUB-NIVEL) TO WRK-SAL-ED
                   MOVE CG-SAL-MED(WRK-SUB-NIVEL) TO WRK-MED-ED
                   MOVE CG-SAL-MAX(WRK-SUB-NIVEL) TO WRK-MAX-ED
                   DISPLAY "     NIVEL " WRK-SUB-NIVEL " "
                           WRK-SAL-ED " " WRK-MED-ED " " WRK-MAX-ED
               END-PERFORM
               READ CARGOS NEXT RECORD
           END-PERFORM.

       0500-RELATORIO-FAIXA SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-HOJE-X.
           PERFORM 0510-CARREGA-AUMENTOS.

           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY "FUNCIONARIOS.DAT NAO ABERTO - STATUS "
                       FS-FUNCIONARIOS
           ELSE
               MOVE ZEROS TO WRK-TOTAL-FUNC WRK-TOTAL-ABAIXO
                             WRK-TOTAL-ACIMA WRK-TOTAL-SEM-CARGO
               OPEN OUTPUT RELATORIO
               MOVE WRK-DATA-HOJE TO WRK-LT-DATA
               MOVE WRK-LINHA-TITULO TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-LINHA-CAB TO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE ZEROS TO FUNC-ID
               START FUNCIONARIOS KEY IS NOT LESS FUNC-ID
               IF FS-FUNCIONARIOS EQUAL 00
                   READ FUNCIONARIOS NEXT RECORD
               END-IF
               PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL 00
                   IF NOT FUNC-DESLIGADO
                       PERFORM 0520-IMPRIME-FUNCIONARIO
                   END-IF
                   READ FUNCIONARIOS NEXT RECORD
               END-PERFORM

               MOVE WRK-TOTAL-FUNC      TO WRK-LTT-FUNC
               MOVE WRK-TOTAL-ABAIXO    TO WRK-LTT-ABAIXO
               MOVE WRK-TOTAL-ACIMA     TO WRK-LTT-ACIMA
               MOVE WRK-TOTAL-SEM-CARGO TO WRK-LTT-SEM
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-LINHA-TOTAL TO REG-RELATORIO
               WRITE REG-RELATORIO

               CLOSE RELATORIO
               CLOSE FUNCIONARIOS
               DISPLAY "RELATORIO GRAVADO EM CARGOS.LST - "
                       WRK-TOTAL-FUNC " FUNCIONARIO(S) "
           END-IF.

      *===============================GUARDA A DATA DO AUMENTO MAIS
      *===============================RECENTE DE CADA FUNC-ID.
       0510-CARREGA-AUMENTOS SECTION.
           MOVE ZEROS TO WRK-QTDE-AUMENTOS.
           OPEN INPUT HISTCARGO.
           IF FS-HISTCARGO EQUAL 00
               READ HISTCARGO
               PERFORM UNTIL FS-HISTCARGO NOT EQUAL 00
                   IF HC-SALARIO-NOVO GREATER HC-SALARIO-ANT
                       PERFORM 0515-GUARDA-AUMENTO
                   END-IF
                   READ HISTCARGO
               END-PERFORM
               CLOSE HISTCARGO
           END-IF.

       0515-GUARDA-AUMENTO  SECTION.
           MOVE ZEROS TO WRK-POS-AUM.
           PERFORM VARYING WRK-SUB-AUM FROM 1 BY 1
                   UNTIL WRK-SUB-AUM GREATER WRK-QTDE-AUMENTOS
                      OR WRK-POS-AUM GREATER ZEROS
               IF TAB-AUM-FUNC-ID(WRK-SUB-AUM) EQUAL HC-FUNC-ID
                   MOVE WRK-SUB-AUM TO WRK-POS-AUM
               END-IF
           END-PERFORM.

           IF WRK-POS-AUM EQUAL ZEROS
               IF WRK-QTDE-AUMENTOS LESS 200
                   ADD 1 TO WRK-QTDE-AUMENTOS
                   MOVE WRK-QTDE-AUMENTOS TO WRK-POS-AUM
                   MOVE HC-FUNC-ID TO TAB-AUM-FUNC-ID(WRK-POS-AUM)
                   MOVE HC-DATA    TO TAB-AUM-DATA(WRK-POS-AUM)
               END-IF
           ELSE
               IF HC-DATA GREATER TAB-AUM-DATA(WRK-POS-AUM)
                   MOVE HC-DATA TO TAB-AUM-DATA(WRK-POS-AUM)
               END-IF
           END-IF.

      *===============================SEM CARGO CADASTRADO (FUNCIONARIO
      *===============================ANTIGO, DE ANTES DO CARGOS.DAT)
      *===============================SAI COMO "SEM CARGO" PARA O RH
      *===============================ENQUADRAR.
       0520-IMPRIME-FUNCIONARIO SECTION.
           ADD 1 TO WRK-TOTAL-FUNC.
           MOVE FUNC-ID         TO WRK-LD-ID.
           MOVE FUNC-NOME       TO WRK-LD-NOME.
           MOVE FUNC-CARGO-COD  TO WRK-LD-CARGO.
           MOVE FUNC-NIVEL      TO WRK-LD-NIVEL.
           MOVE FUNC-SALARIO    TO WRK-LD-SALARIO.
           MOVE ZEROS           TO WRK-LD-MIN WRK-LD-MED WRK-LD-MAX
                                   WRK-LD-PERC.

           MOVE "N" TO WRK-FAIXA-OK.
           IF FUNC-CARGO-COD NOT EQUAL SPACES
                   AND FUNC-NIVEL GREATER ZEROS
               MOVE FUNC-CARGO-COD TO CG-CODIGO
               READ CARGOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNC-NIVEL NOT GREATER CG-QTDE-NIVEIS
                           MOVE "S" TO WRK-FAIXA-OK
                       END-IF
               END-READ
           END-IF.

           IF WRK-FAIXA-OK EQUAL "S"
               MOVE CG-SAL-MIN(FUNC-NIVEL) TO WRK-LD-MIN
               MOVE CG-SAL-MED(FUNC-NIVEL) TO WRK-LD-MED
               MOVE CG-SAL-MAX(FUNC-NIVEL) TO WRK-LD-MAX
               IF CG-SAL-MED(FUNC-NIVEL) GREATER ZEROS
                   COMPUTE WRK-PERC-MEDIO ROUNDED = FUNC-SALARIO
                           * 100 / CG-SAL-MED(FUNC-NIVEL)
                       ON SIZE ERROR
                           MOVE 999,9 TO WRK-PERC-MEDIO
                   END-COMPUTE
                   MOVE WRK-PERC-MEDIO TO WRK-LD-PERC
               END-IF
               EVALUATE TRUE
                   WHEN FUNC-SALARIO LESS CG-SAL-MIN(FUNC-NIVEL)
                       MOVE "ABAIXO" TO WRK-LD-SITUACAO
                       ADD 1 TO WRK-TOTAL-ABAIXO
                   WHEN FUNC-SALARIO GREATER CG-SAL-MAX(FUNC-NIVEL)
                       MOVE "ACIMA"  TO WRK-LD-SITUACAO
                       ADD 1 TO WRK-TOTAL-ACIMA
                   WHEN OTHER
                       MOVE "DENTRO" TO WRK-LD-SITUACAO
               END-EVALUATE
           ELSE
               MOVE "SEM CARGO" TO WRK-LD-SITUACAO
               ADD 1 TO WRK-TOTAL-SEM-CARGO
           END-IF.

      *===============================SEM AUMENTO NO HISTORICO CONTA
      *===============================DESDE A ADMISSAO.
           MOVE FUNC-ADMISSAO TO WRK-DATA-AUMENTO.
           PERFORM VARYING WRK-SUB-AUM FROM 1 BY 1
                   UNTIL WRK-SUB-AUM GREATER WRK-QTDE-AUMENTOS
               IF TAB-AUM-FUNC-ID(WRK-SUB-AUM) EQUAL FUNC-ID
                   MOVE TAB-AUM-DATA(WRK-SUB-AUM) TO WRK-DATA-AUMENTO
               END-IF
           END-PERFORM.

           MOVE ZEROS TO WRK-LD-AUMENTO WRK-LD-MESES.
           IF WRK-DATA-AUMENTO GREATER ZEROS
               MOVE WRK-DATA-AUMENTO TO WRK-LD-AUMENTO
               MOVE WRK-DATA-AUMENTO TO WRK-DATA-X
               COMPUTE WRK-MESES = (WRK-HX-ANO * 12 + WRK-HX-MES)
                                 - (WRK-DX-ANO * 12 + WRK-DX-MES)
               IF WRK-MESES GREATER ZEROS
                   MOVE WRK-MESES TO WRK-LD-MESES
               END-IF
           END-IF.

           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       END PROGRAM CARGO001.
