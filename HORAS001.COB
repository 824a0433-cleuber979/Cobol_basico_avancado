       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORAS001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: BANCO DE HORAS - APURA A COMPETENCIA COMPARANDO CADA
      *          DIA TRABALHADO DE PONTODIA.LOG COM A ESCALA DO
      *          FUNCIONARIO (ESCALAS.DAT, FERIADO DE FERIADOS.TXT
      *          CONTA COMO DIA SEM HORAS ESPERADAS): A SOBRA DO DIA E
      *          CREDITADA E A FALTA DEBITADA EM BCOHORAS.DAT, EM VEZ
      *          DE TODA HORA ACIMA DA JORNADA IR PARA A FOLHA COMO
      *          EXTRA (ACORDO COM O SINDICATO: COMPENSACAO EM ATE SEIS
      *          MESES). AS FOLGAS COMPENSADAS SAO LANCADAS NO PONTO002
      *          E O CREDITO VENCIDO E PAGO PELO FOLHA001. O EXTRATO
      *          MENSAL (BCOHORAS.LST) MOSTRA O MOVIMENTO DO MES, O
      *          SALDO DE CADA FUNCIONARIO E AS HORAS QUE VENCEM ATE O
      *          FIM DO MES SEGUINTE.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BCOHORAS ASSIGN TO "BCOHORAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BCOHORAS.

           SELECT PONTODIA ASSIGN TO "PONTODIA.LOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PONTODIA.

           SELECT ESCALAS ASSIGN TO "ESCALAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESC-FUNC-ID
           FILE STATUS IS FS-ESCALAS.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-ID
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT FERIADOS ASSIGN TO "FERIADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FERIADOS.

           SELECT RELATORIO ASSIGN TO "BCOHORAS.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  BCOHORAS.
           COPY BCOHORASREG.

       FD  PONTODIA.
           COPY PONTODIAREG.

       FD  ESCALAS.
           COPY ESCALAREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  FERIADOS.
       01  REG-FERIADOS.
           05 FRD-DATA     PIC 9(08).

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-BCOHORAS     PIC 9(02) VALUE ZEROS.
       77  FS-PONTODIA     PIC 9(02) VALUE ZEROS.
       77  FS-ESCALAS      PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-FERIADOS     PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

           COPY BCOHORASWS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-JA-APURADA  PIC X(01) VALUE "N".
       77  WRK-ENTRA-BANCO PIC X(01) VALUE "N".
       77  WRK-HORAS-ESPERADAS PIC 9(03)V99 VALUE ZEROS.
       77  WRK-QTDE-DIAS-APURADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-SEM-ESCALA PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-CREDITO PIC 9(05)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEBITO  PIC 9(05)V99 VALUE ZEROS.

       77  WRK-QTDE-FUNC   PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-FUNC    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FUNC    PIC 9(03) VALUE ZEROS.
       77  WRK-DATA-LIMITE-VENC PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.

      *===============================MOVIMENTO DO MES E SALDO ATUAL
      *===============================POR FUNCIONARIO PARA O EXTRATO.
       01  TABELA-BANCO-HORAS.
           05 TAB-BH OCCURS 200 TIMES.
               10 TBH-FUNC-ID    PIC 9(04).
               10 TBH-CREDITOS   PIC 9(05)V99.
               10 TBH-DEBITOS    PIC 9(05)V99.
               10 TBH-PAGAS      PIC 9(05)V99.
               10 TBH-SALDO      PIC S9(05)V99.
               10 TBH-A-VENCER   PIC 9(05)V99.

       77  WRK-QTDE-FERIADOS PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-FERIADO PIC 9(02) VALUE ZEROS.
       77  WRK-EH-FERIADO  PIC X(01) VALUE "N".
       01  TABELA-FERIADOS.
           05 TF-DATA PIC 9(08) OCCURS 50 TIMES.

       77  WRK-DIA-SEMANA-CALC PIC 9(01) VALUE ZEROS.
       77  WRK-Z-ANO    PIC 9(04) VALUE ZEROS.
       77  WRK-Z-MES    PIC 9(02) VALUE ZEROS.
       77  WRK-Z-J      PIC 9(02) VALUE ZEROS.
       77  WRK-Z-K      PIC 9(02) VALUE ZEROS.
       77  WRK-Z-J4     PIC 9(02) VALUE ZEROS.
       77  WRK-Z-K4     PIC 9(02) VALUE ZEROS.
       77  WRK-Z-TERMO  PIC 9(03) VALUE ZEROS.
       77  WRK-Z-TERMO2 PIC 9(03) VALUE ZEROS.
       77  WRK-Z-SOMA   PIC 9(04) VALUE ZEROS.
       77  WRK-Z-QUOC   PIC 9(04) VALUE ZEROS.
       77  WRK-Z-SOBRA  PIC 9(04) VALUE ZEROS.
       77  WRK-Z-H      PIC 9(01) VALUE ZEROS.

       01  WRK-COMPETENCIA-X.
           05 WRK-CPT-ANO  PIC 9(04).
           05 WRK-CPT-MES  PIC 9(02).
       01  WRK-COMPETENCIA REDEFINES WRK-COMPETENCIA-X PIC 9(06).

       01  WRK-DATA-CALC.
           05 WRK-DC-ANO PIC 9(04).
           05 WRK-DC-MES PIC 9(02).
           05 WRK-DC-DIA PIC 9(02).
       01  WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC PIC 9(08).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(16) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "EXTRATO DO BANCO DE HORAS - COMPETENCIA ".
           05 WRK-LT-MES   PIC 9(02).
           05 FILLER       PIC X(01) VALUE "/".
           05 WRK-LT-ANO   PIC 9(04).

       01  WRK-LINHA-VENC.
           05 FILLER       PIC X(38) VALUE
               "A VENCER = CREDITOS QUE VENCEM ATE ".
           05 WRK-LV-LIMITE PIC 9999/99/99.

       01  WRK-LINHA-CAB.
           05 FILLER       PIC X(06) VALUE "FUNC  ".
           05 FILLER       PIC X(21) VALUE "NOME".
           05 FILLER       PIC X(10) VALUE "  CREDITOS".
           05 FILLER       PIC X(10) VALUE "   DEBITOS".
           05 FILLER       PIC X(10) VALUE "  PAGAS FL".
           05 FILLER       PIC X(10) VALUE "     SALDO".
           05 FILLER       PIC X(10) VALUE "  A VENCER".

       01  WRK-LINHA-DET.
           05 WRK-LD-ID       PIC 9(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LD-NOME     PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-CREDITOS PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-DEBITOS  PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-PAGAS    PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-SALDO    PIC -Z.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-A-VENCER PIC ZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  BANCO DE HORAS "
           DISPLAY "================================================"
           DISPLAY "1 - APURAR COMPETENCIA (PONTO X ESCALA) "
           DISPLAY "2 - EXTRATO MENSAL DO BANCO DE HORAS "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-APURA-COMPETENCIA
               WHEN 2
                   PERFORM 0500-EXTRATO-MENSAL
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

       0300-APURA-COMPETENCIA SECTION.
           DISPLAY "COMPETENCIA A APURAR (AAAAMM) "
           ACCEPT WRK-COMPETENCIA.
           IF WRK-CPT-MES LESS 01 OR WRK-CPT-MES GREATER 12
               DISPLAY "COMPETENCIA INVALIDA "
           ELSE
               PERFORM 0305-VERIFICA-APURACAO
               IF WRK-JA-APURADA EQUAL "S"
                   DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                           " JA APURADA EM BCOHORAS.DAT - NADA "
                           "LANCADO "
               ELSE
                   PERFORM 0110-CARREGA-FERIADOS
                   PERFORM 0310-PROCESSA-PONTO
               END-IF
           END-IF.

       0305-VERIFICA-APURACAO SECTION.
           MOVE "N" TO WRK-JA-APURADA.
           OPEN INPUT BCOHORAS.
           IF FS-BCOHORAS EQUAL 00
               READ BCOHORAS
               PERFORM UNTIL FS-BCOHORAS NOT EQUAL 00
                   IF BH-ORIGEM-APURACAO
                           AND BH-DATA(1:6) EQUAL WRK-COMPETENCIA
                       MOVE "S" TO WRK-JA-APURADA
                   END-IF
                   READ BCOHORAS
               END-PERFORM
               CLOSE BCOHORAS
           END-IF.

       0110-CARREGA-FERIADOS SECTION.
           MOVE ZEROS TO WRK-QTDE-FERIADOS.
           OPEN INPUT FERIADOS.
           IF FS-FERIADOS EQUAL 00
               READ FERIADOS
               PERFORM UNTIL FS-FERIADOS NOT EQUAL 00
                       OR WRK-QTDE-FERIADOS EQUAL 50
                   IF FRD-DATA NUMERIC AND FRD-DATA NOT EQUAL ZEROS
                       ADD 1 TO WRK-QTDE-FERIADOS
                       MOVE FRD-DATA TO TF-DATA(WRK-QTDE-FERIADOS)
                   END-IF
                   READ FERIADOS
               END-PERFORM
               CLOSE FERIADOS
           END-IF.

       0310-PROCESSA-PONTO  SECTION.
           MOVE ZEROS TO WRK-QTDE-DIAS-APURADOS.
           MOVE ZEROS TO WRK-QTDE-SEM-ESCALA.
           MOVE ZEROS TO WRK-TOTAL-CREDITO.
           MOVE ZEROS TO WRK-TOTAL-DEBITO.

           OPEN INPUT PONTODIA.
           OPEN INPUT ESCALAS.
           OPEN INPUT FUNCIONARIOS.
           IF FS-PONTODIA NOT EQUAL 00
                   OR FS-ESCALAS NOT EQUAL 00
                   OR FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY "PONTODIA.LOG, ESCALAS.DAT OU FUNCIONARIOS.DAT "
                       "NAO ABERTO - APURACAO CANCELADA "
           ELSE
               READ PONTODIA
               PERFORM UNTIL FS-PONTODIA NOT EQUAL 00
                   IF PD-TRABALHADO
                           AND PD-DATA(1:6) EQUAL WRK-COMPETENCIA
                       PERFORM 0320-APURA-DIA
                   END-IF
                   READ PONTODIA
               END-PERFORM

               DISPLAY "APURACAO CONCLUIDA - "
                       WRK-QTDE-DIAS-APURADOS " DIA(S) "
               DISPLAY "HORAS CREDITADAS..... " WRK-TOTAL-CREDITO
               DISPLAY "HORAS DEBITADAS...... " WRK-TOTAL-DEBITO
               IF WRK-QTDE-SEM-ESCALA GREATER ZEROS
                   DISPLAY "DIAS IGNORADOS POR FALTA DE ESCALA "
                           "(CADASTRE NO ESCALA001): "
                           WRK-QTDE-SEM-ESCALA
               END-IF
           END-IF.

           IF FS-PONTODIA EQUAL 00
               CLOSE PONTODIA
           END-IF.
           IF FS-ESCALAS EQUAL 00
               CLOSE ESCALAS
           END-IF.
           IF FS-FUNCIONARIOS EQUAL 00
               CLOSE FUNCIONARIOS
           END-IF.

      *===============================HORAS DO DIA CONTRA A ESCALA DO
      *===============================DIA DA SEMANA (FERIADO ESPERA
      *===============================ZERO): SOBRA VIRA CREDITO, FALTA
      *===============================VIRA DEBITO. SO ENTRA QUEM TEM
      *===============================ESCALA E ESTA ATIVO.
       0320-APURA-DIA       SECTION.
           MOVE "N" TO WRK-ENTRA-BANCO.
           MOVE PD-ID TO FUNC-ID.
           READ FUNCIONARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT FUNC-DESLIGADO
                       MOVE "S" TO WRK-ENTRA-BANCO
                   END-IF
           END-READ.

           IF WRK-ENTRA-BANCO EQUAL "S"
               MOVE PD-ID TO ESC-FUNC-ID
               READ ESCALAS
                   INVALID KEY
                       MOVE "N" TO WRK-ENTRA-BANCO
                       ADD 1 TO WRK-QTDE-SEM-ESCALA
               END-READ
           END-IF.

           IF WRK-ENTRA-BANCO EQUAL "S"
               ADD 1 TO WRK-QTDE-DIAS-APURADOS
               MOVE PD-DATA TO WRK-DATA-CALC-R
               PERFORM 0245-DIA-SEMANA-ZELLER
               PERFORM 0285-VERIFICA-FERIADO
               IF WRK-EH-FERIADO EQUAL "S"
                   MOVE ZEROS TO WRK-HORAS-ESPERADAS
               ELSE
                   COMPUTE WRK-HORAS-ESPERADAS =
                           ESC-MANHA(WRK-DIA-SEMANA-CALC)
                           + ESC-TARDE(WRK-DIA-SEMANA-CALC)
               END-IF

               MOVE PD-ID   TO WRK-BH-FUNC-ID
               MOVE PD-DATA TO WRK-BH-DATA
               MOVE "A"     TO WRK-BH-ORIGEM
               MOVE ZEROS   TO WRK-BH-HORAS
               IF PD-HORAS-DIA GREATER WRK-HORAS-ESPERADAS
                   MOVE "C" TO WRK-BH-TIPO
                   COMPUTE WRK-BH-HORAS =
                           PD-HORAS-DIA - WRK-HORAS-ESPERADAS
                   ADD WRK-BH-HORAS TO WRK-TOTAL-CREDITO
               END-IF
               IF PD-HORAS-DIA LESS WRK-HORAS-ESPERADAS
                   MOVE "D" TO WRK-BH-TIPO
                   COMPUTE WRK-BH-HORAS =
                           WRK-HORAS-ESPERADAS - PD-HORAS-DIA
                   ADD WRK-BH-HORAS TO WRK-TOTAL-DEBITO
               END-IF
               PERFORM 0890-LANCA-BANCO-HORAS
           END-IF.

       0500-EXTRATO-MENSAL  SECTION.
           DISPLAY "COMPETENCIA DO EXTRATO (AAAAMM) "
           ACCEPT WRK-COMPETENCIA.
           IF WRK-CPT-MES LESS 01 OR WRK-CPT-MES GREATER 12
               DISPLAY "COMPETENCIA INVALIDA "
           ELSE
               PERFORM 0505-CALCULA-LIMITE-VENC
               MOVE ZEROS TO WRK-QTDE-FUNC
               OPEN INPUT BCOHORAS
               IF FS-BCOHORAS NOT EQUAL 00
                   DISPLAY "BCOHORAS.DAT NAO ABERTO - BANCO VAZIO "
               ELSE
                   READ BCOHORAS
                   PERFORM UNTIL FS-BCOHORAS NOT EQUAL 00
                       PERFORM 0510-ACUMULA-MOVIMENTO
                       READ BCOHORAS
                   END-PERFORM
                   CLOSE BCOHORAS
                   PERFORM 0530-IMPRIME-EXTRATO
               END-IF
           END-IF.

      *==============================="A VENCER" VAI ATE O ULTIMO DIA
      *===============================DO MES SEGUINTE A COMPETENCIA.
       0505-CALCULA-LIMITE-VENC SECTION.
           MOVE WRK-CPT-ANO TO WRK-DC-ANO.
           MOVE WRK-CPT-MES TO WRK-DC-MES.
           ADD 1 TO WRK-DC-MES.
           IF WRK-DC-MES GREATER 12
               MOVE 1 TO WRK-DC-MES
               ADD 1 TO WRK-DC-ANO
           END-IF.
           MOVE DIAS-MES-BH(WRK-DC-MES) TO WRK-DC-DIA.
           MOVE WRK-DATA-CALC-R TO WRK-DATA-LIMITE-VENC.

       0510-ACUMULA-MOVIMENTO SECTION.
           PERFORM 0190-LOCALIZA-FUNC.

           IF BH-DATA(1:6) EQUAL WRK-COMPETENCIA
               EVALUATE TRUE
                   WHEN BH-CREDITO
                       ADD BH-HORAS TO TBH-CREDITOS(WRK-IDX-FUNC)
                   WHEN BH-DEBITO
                       ADD BH-HORAS TO TBH-DEBITOS(WRK-IDX-FUNC)
                   WHEN BH-PAGO-FOLHA
                       ADD BH-HORAS TO TBH-PAGAS(WRK-IDX-FUNC)
               END-EVALUATE
           END-IF.

           IF BH-CREDITO AND BH-SALDO GREATER ZEROS
               ADD BH-SALDO TO TBH-SALDO(WRK-IDX-FUNC)
               IF BH-VENCIMENTO NOT GREATER WRK-DATA-LIMITE-VENC
                   ADD BH-SALDO TO TBH-A-VENCER(WRK-IDX-FUNC)
               END-IF
           END-IF.
           IF BH-DEBITO AND BH-SALDO GREATER ZEROS
               SUBTRACT BH-SALDO FROM TBH-SALDO(WRK-IDX-FUNC)
           END-IF.

       0190-LOCALIZA-FUNC   SECTION.
           MOVE ZEROS TO WRK-IDX-FUNC.
           PERFORM VARYING WRK-SUB-FUNC FROM 1 BY 1
                   UNTIL WRK-SUB-FUNC GREATER WRK-QTDE-FUNC
               IF TBH-FUNC-ID(WRK-SUB-FUNC) EQUAL BH-FUNC-ID
                   MOVE WRK-SUB-FUNC TO WRK-IDX-FUNC
                   MOVE WRK-QTDE-FUNC TO WRK-SUB-FUNC
               END-IF
           END-PERFORM.

           IF WRK-IDX-FUNC EQUAL ZEROS
               IF WRK-QTDE-FUNC LESS 200
                   ADD 1 TO WRK-QTDE-FUNC
                   MOVE WRK-QTDE-FUNC TO WRK-IDX-FUNC
                   MOVE BH-FUNC-ID TO TBH-FUNC-ID(WRK-IDX-FUNC)
                   MOVE ZEROS TO TBH-CREDITOS(WRK-IDX-FUNC)
                   MOVE ZEROS TO TBH-DEBITOS(WRK-IDX-FUNC)
                   MOVE ZEROS TO TBH-PAGAS(WRK-IDX-FUNC)
                   MOVE ZEROS TO TBH-SALDO(WRK-IDX-FUNC)
                   MOVE ZEROS TO TBH-A-VENCER(WRK-IDX-FUNC)
               ELSE
                   MOVE 1 TO WRK-IDX-FUNC
               END-IF
           END-IF.

       0530-IMPRIME-EXTRATO SECTION.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-CPT-MES TO WRK-LT-MES.
           MOVE WRK-CPT-ANO TO WRK-LT-ANO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-LIMITE-VENC TO WRK-LV-LIMITE.
           MOVE WRK-LINHA-VENC TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-CAB TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           OPEN INPUT FUNCIONARIOS.
           PERFORM VARYING WRK-SUB-FUNC FROM 1 BY 1
                   UNTIL WRK-SUB-FUNC GREATER WRK-QTDE-FUNC
               MOVE TBH-FUNC-ID(WRK-SUB-FUNC) TO WRK-LD-ID
               MOVE "NAO CADASTRADO" TO WRK-LD-NOME
               IF FS-FUNCIONARIOS EQUAL 00
                   MOVE TBH-FUNC-ID(WRK-SUB-FUNC) TO FUNC-ID
                   READ FUNCIONARIOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FUNC-NOME TO WRK-LD-NOME
                   END-READ
               END-IF
               MOVE TBH-CREDITOS(WRK-SUB-FUNC) TO WRK-LD-CREDITOS
               MOVE TBH-DEBITOS(WRK-SUB-FUNC)  TO WRK-LD-DEBITOS
               MOVE TBH-PAGAS(WRK-SUB-FUNC)    TO WRK-LD-PAGAS
               MOVE TBH-SALDO(WRK-SUB-FUNC)    TO WRK-LD-SALDO
               MOVE TBH-A-VENCER(WRK-SUB-FUNC) TO WRK-LD-A-VENCER
               MOVE WRK-LINHA-DET TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.
           IF FS-FUNCIONARIOS EQUAL 00
               CLOSE FUNCIONARIOS
           END-IF.

           CLOSE RELATORIO.

           DISPLAY "EXTRATO GRAVADO EM BCOHORAS.LST - "
                   WRK-QTDE-FUNC " FUNCIONARIO(S) ".

       0245-DIA-SEMANA-ZELLER SECTION.
           MOVE WRK-DC-ANO TO WRK-Z-ANO.
           MOVE WRK-DC-MES TO WRK-Z-MES.
           IF WRK-Z-MES LESS 3
               ADD 12 TO WRK-Z-MES
               SUBTRACT 1 FROM WRK-Z-ANO
           END-IF.

           DIVIDE WRK-Z-ANO BY 100 GIVING WRK-Z-J
               REMAINDER WRK-Z-K.
           COMPUTE WRK-Z-TERMO = 13 * (WRK-Z-MES + 1).
           DIVIDE WRK-Z-TERMO BY 5 GIVING WRK-Z-TERMO2
               REMAINDER WRK-Z-SOBRA.
           DIVIDE WRK-Z-K BY 4 GIVING WRK-Z-K4
               REMAINDER WRK-Z-SOBRA.
           DIVIDE WRK-Z-J BY 4 GIVING WRK-Z-J4
               REMAINDER WRK-Z-SOBRA.

           COMPUTE WRK-Z-SOMA = WRK-DC-DIA + WRK-Z-TERMO2
                   + WRK-Z-K + WRK-Z-K4 + WRK-Z-J4 + 5 * WRK-Z-J.
           DIVIDE WRK-Z-SOMA BY 7 GIVING WRK-Z-QUOC
               REMAINDER WRK-Z-H.

           COMPUTE WRK-Z-SOMA = WRK-Z-H + 5.
           DIVIDE WRK-Z-SOMA BY 7 GIVING WRK-Z-QUOC
               REMAINDER WRK-Z-H.
           COMPUTE WRK-DIA-SEMANA-CALC = WRK-Z-H + 1.

       0285-VERIFICA-FERIADO SECTION.
           MOVE "N" TO WRK-EH-FERIADO.
           PERFORM VARYING WRK-SUB-FERIADO FROM 1 BY 1
                   UNTIL WRK-SUB-FERIADO GREATER WRK-QTDE-FERIADOS
               IF TF-DATA(WRK-SUB-FERIADO) EQUAL WRK-DATA-CALC-R
                   MOVE "S" TO WRK-EH-FERIADO
                   MOVE 51 TO WRK-SUB-FERIADO
               END-IF
           END-PERFORM.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO (MESMO PAPEL QUE O
      *===============================9000-TRATA-ERRO DA FSERRPD FAZ
      *===============================NOS PROGRAMAS QUE A INCLUEM).
       9900-FIM-PROGRAMA SECTION.

           COPY BCOHORASPD.
       END PROGRAM HORAS001.
