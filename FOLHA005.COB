       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHA005.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: DEPOSITO MENSAL DO FGTS E ENCARGOS DO EMPREGADOR -
      *          RODADA POR COMPETENCIA (AAAAMM) SOBRE FOLHA.DAT:
      *          SOMA POR FUNCIONARIO TODAS AS LINHAS DO MES (NORMAL,
      *          "FE" FERIAS, "13" DECIMO TERCEIRO E "RS" RESCISAO),
      *          CALCULA O DEPOSITO DE 8% E, PARA QUEM FOI DESLIGADO
      *          SEM JUSTA CAUSA PELO FUNC003 NO MES, A MULTA DE 40%
      *          SOBRE O SALDO DEPOSITADO (COMPETENCIAS ANTERIORES DE
      *          FGTS.DAT MAIS O DEPOSITO DO MES). GRAVA O ARQUIVO DE
      *          DEPOSITO FGTS.DAT E IMPRIME EM ENCARGOS.LST O CUSTO
      *          DO EMPREGADOR POR FUNCIONARIO E POR FUNC-DEPTO
      *          (SALARIO + FGTS + INSS PATRONAL + RAT + TERCEIROS).
      *          COMPETENCIA JA GERADA EM FGTS.DAT NAO E REPROCESSADA.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==SALARIO-FAMILIA (LINHA "SF" DO FOLHA001) NAO ENTRA NA BASE DO
      *==FGTS NEM DOS ENCARGOS
      *==DATA:15/10/2026
      *==REEMBOLSO DE DESPESA (LINHA "RD" DO FOLHA001) TAMBEM NAO ENTRA
      *==NA BASE DO FGTS
      *==DATA:15/10/2026
      *==A BASE DO FGTS E DOS ENCARGOS PASSA A SER O BRUTO GRAVADO PELO
      *==FOLHA001 (FOLHA-BRUTO) E NAO O LIQUIDO PAGO; LINHA SEM BRUTO
      *==GRAVADO CONTINUA PELO VALOR PAGO
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA ASSIGN TO "FOLHA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FOLHA.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-ID
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT FGTS ASSIGN TO "FGTS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FGTS.

           SELECT RELATORIO ASSIGN TO "ENCARGOS.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA.
           COPY FOLHAREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  FGTS.
           COPY FGTSREG.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-FOLHA        PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-FGTS         PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

           COPY ENCARGOSWS.

       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-JA-GERADA   PIC X(01) VALUE "N".
       77  WRK-SUB-FUNC    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FUNC    PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-FUNC   PIC 9(03) VALUE ZEROS.
       77  WRK-ID-PROCURA  PIC 9(04) VALUE ZEROS.
       77  WRK-QTDE-MULTAS PIC 9(03) VALUE ZEROS.

       77  WRK-QTDE-DEPTOS PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-DEPTO   PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-DEPTO   PIC 9(02) VALUE ZEROS.
       77  WRK-DEPTO-ATUAL PIC X(15) VALUE SPACES.

       77  WRK-NOME-FUNC   PIC X(20) VALUE SPACES.
       77  WRK-VALOR-FGTS  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-MULTA PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-INSS  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-TERC  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CUSTO-FUNC  PIC 9(08)V99 VALUE ZEROS.

       77  WRK-TOT-SALARIOS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-FGTS     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-INSS     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-TERC     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-CUSTO    PIC 9(09)V99 VALUE ZEROS.

       01  WRK-COMPETENCIA-X.
           05 WRK-CPT-ANO  PIC 9(04).
           05 WRK-CPT-MES  PIC 9(02).
       01  WRK-COMPETENCIA REDEFINES WRK-COMPETENCIA-X PIC 9(06).

       01  WRK-DATA-FOLHA-X.
           05 WRK-DFX-COMPETENCIA PIC 9(06).
           05 WRK-DFX-DIA  PIC 9(02).

       01  TABELA-FUNC-FGTS.
           05 TAB-FUNC-FGTS OCCURS 200 TIMES.
               10 TFG-CODIGO    PIC 9(04).
               10 TFG-BASE      PIC 9(07)V99.
               10 TFG-SALDO-ANT PIC 9(09)V99.
               10 TFG-RESCISAO  PIC X(01).

       01  TABELA-DEPTOS.
           05 TDE-ITEM-DEPTO OCCURS 20 TIMES.
               10 TDE-DEPTO     PIC X(15).
               10 TDE-SALARIOS  PIC 9(09)V99.
               10 TDE-FGTS      PIC 9(09)V99.
               10 TDE-INSS      PIC 9(09)V99.
               10 TDE-TERC      PIC 9(09)V99.
               10 TDE-CUSTO     PIC 9(09)V99.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(48) VALUE
               "DEPOSITO DO FGTS E ENCARGOS DO EMPREGADOR".

       01  WRK-LINHA-COMPETENCIA.
           05 FILLER       PIC X(13) VALUE "COMPETENCIA  ".
           05 WRK-LC-MES   PIC 9(02).
           05 FILLER       PIC X(01) VALUE "/".
           05 WRK-LC-ANO   PIC 9(04).

       01  WRK-LINHA-CAB-FUNC.
           05 FILLER       PIC X(06) VALUE "FUNC  ".
           05 FILLER       PIC X(21) VALUE "NOME".
           05 FILLER       PIC X(10) VALUE "      BASE".
           05 FILLER       PIC X(11) VALUE "       FGTS".
           05 FILLER       PIC X(11) VALUE "      MULTA".
           05 FILLER       PIC X(11) VALUE "   INSS+RAT".
           05 FILLER       PIC X(11) VALUE "  TERCEIROS".
           05 FILLER       PIC X(13) VALUE "        CUSTO".

       01  WRK-LINHA-FUNC.
           05 WRK-LF-CODIGO PIC 9(04).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LF-NOME   PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LF-BASE   PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LF-FGTS   PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LF-MULTA  PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LF-INSS   PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LF-TERC   PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LF-CUSTO  PIC Z.ZZZ.ZZ9,99.

       01  WRK-LINHA-CAB-DEPTO.
           05 FILLER       PIC X(15) VALUE "DEPARTAMENTO".
           05 FILLER       PIC X(15) VALUE "       SALARIOS".
           05 FILLER       PIC X(15) VALUE "     FGTS+MULTA".
           05 FILLER       PIC X(15) VALUE "       INSS+RAT".
           05 FILLER       PIC X(15) VALUE "      TERCEIROS".
           05 FILLER       PIC X(15) VALUE "    CUSTO TOTAL".

       01  WRK-LINHA-DEPTO.
           05 WRK-LD-DEPTO    PIC X(15).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-SALARIOS PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-FGTS     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-INSS     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-TERC     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-CUSTO    PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           DISPLAY "COMPETENCIA DO FGTS (AAAAMM) "
           ACCEPT WRK-COMPETENCIA.
           IF WRK-CPT-MES LESS 01 OR WRK-CPT-MES GREATER 12
               DISPLAY "COMPETENCIA INVALIDA "
               STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-ACUMULA-FOLHA.

           IF WRK-QTDE-FUNC EQUAL ZEROS
               DISPLAY "NENHUMA LINHA DE FOLHA NA COMPETENCIA "
                       WRK-COMPETENCIA
           ELSE
               PERFORM 0200-LE-FGTS-ANTERIOR
               IF WRK-JA-GERADA EQUAL "S"
                   DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                           " JA GERADA EM FGTS.DAT - NADA GRAVADO "
               ELSE
                   PERFORM 0300-PROCESSA-FUNCIONARIOS
                   PERFORM 0400-IMPRIME-DEPTOS
                   PERFORM 0900-FINALIZAR
               END-IF
           END-IF.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

      *===============================SOMA A COMPETENCIA POR
      *===============================FUNCIONARIO: TODAS AS LINHAS
      *===============================DO MES ENTRAM NA BASE DO FGTS;
      *===============================A LINHA "RS" MARCA A RESCISAO.
       0100-ACUMULA-FOLHA   SECTION.
           OPEN INPUT FOLHA.
           IF FS-FOLHA NOT EQUAL 00
               DISPLAY "FOLHA.DAT NAO ABERTO - RODE O FOLHA001 "
                       "ANTES "
           ELSE
               READ FOLHA
               PERFORM UNTIL FS-FOLHA NOT EQUAL 00
                   MOVE FOLHA-DATA TO WRK-DATA-FOLHA-X
                   IF WRK-DFX-COMPETENCIA EQUAL WRK-COMPETENCIA
                       PERFORM 0110-ACUMULA-LINHA
                   END-IF
                   READ FOLHA
               END-PERFORM
               CLOSE FOLHA
           END-IF.

       0110-ACUMULA-LINHA   SECTION.
           PERFORM 0190-LOCALIZA-FUNC.

           IF FOLHA-TIPO NOT EQUAL "SF"
                   AND FOLHA-TIPO NOT EQUAL "RD"
               IF FOLHA-BRUTO GREATER ZEROS
                   ADD FOLHA-BRUTO TO TFG-BASE(WRK-IDX-FUNC)
               ELSE
                   ADD FOLHA-VALOR-PAGO TO TFG-BASE(WRK-IDX-FUNC)
               END-IF
           END-IF.
           IF FOLHA-TIPO EQUAL "RS"
               MOVE "S" TO TFG-RESCISAO(WRK-IDX-FUNC)
           END-IF.

       0190-LOCALIZA-FUNC   SECTION.
           MOVE FOLHA-CODIGO TO WRK-ID-PROCURA.
           PERFORM 0290-PROCURA-FUNC.

           IF WRK-IDX-FUNC EQUAL ZEROS
               IF WRK-QTDE-FUNC LESS 200
                   ADD 1 TO WRK-QTDE-FUNC
                   MOVE WRK-QTDE-FUNC TO WRK-IDX-FUNC
                   MOVE FOLHA-CODIGO TO TFG-CODIGO(WRK-IDX-FUNC)
                   MOVE ZEROS  TO TFG-BASE(WRK-IDX-FUNC)
                   MOVE ZEROS  TO TFG-SALDO-ANT(WRK-IDX-FUNC)
                   MOVE "N"    TO TFG-RESCISAO(WRK-IDX-FUNC)
               ELSE
                   MOVE 1 TO WRK-IDX-FUNC
               END-IF
           END-IF.

      *===============================FGTS.DAT: RECUSA COMPETENCIA JA
      *===============================GERADA E SOMA OS DEPOSITOS DAS
      *===============================COMPETENCIAS ANTERIORES (SALDO
      *===============================QUE ENTRA NA BASE DA MULTA).
       0200-LE-FGTS-ANTERIOR SECTION.
           OPEN INPUT FGTS.
           IF FS-FGTS EQUAL 00
               READ FGTS
               PERFORM UNTIL FS-FGTS NOT EQUAL 00
                   IF FG-COMPETENCIA EQUAL WRK-COMPETENCIA
                       MOVE "S" TO WRK-JA-GERADA
                   ELSE
                       IF FG-COMPETENCIA LESS WRK-COMPETENCIA
                           MOVE FG-FUNC-ID TO WRK-ID-PROCURA
                           PERFORM 0290-PROCURA-FUNC
                           IF WRK-IDX-FUNC NOT EQUAL ZEROS
                               ADD FG-VALOR-DEPOSITO TO
                                   TFG-SALDO-ANT(WRK-IDX-FUNC)
                           END-IF
                       END-IF
                   END-IF
                   READ FGTS
               END-PERFORM
               CLOSE FGTS
           END-IF.

       0290-PROCURA-FUNC    SECTION.
           MOVE ZEROS TO WRK-IDX-FUNC.
           PERFORM VARYING WRK-SUB-FUNC FROM 1 BY 1
                   UNTIL WRK-SUB-FUNC GREATER WRK-QTDE-FUNC
               IF TFG-CODIGO(WRK-SUB-FUNC) EQUAL WRK-ID-PROCURA
                   MOVE WRK-SUB-FUNC TO WRK-IDX-FUNC
                   MOVE WRK-QTDE-FUNC TO WRK-SUB-FUNC
               END-IF
           END-PERFORM.

       0300-PROCESSA-FUNCIONARIOS SECTION.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY "FUNCIONARIOS.DAT NAO ABERTO - NOMES E "
                       "DEPARTAMENTOS EM BRANCO "
           END-IF.

           OPEN EXTEND FGTS.
           IF FS-FGTS EQUAL 35
               OPEN OUTPUT FGTS
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-CPT-MES TO WRK-LC-MES.
           MOVE WRK-CPT-ANO TO WRK-LC-ANO.
           MOVE WRK-LINHA-COMPETENCIA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-CAB-FUNC TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           INITIALIZE TABELA-DEPTOS.
           PERFORM VARYING WRK-SUB-FUNC FROM 1 BY 1
                   UNTIL WRK-SUB-FUNC GREATER WRK-QTDE-FUNC
               PERFORM 0310-CALCULA-FUNCIONARIO
           END-PERFORM.

           CLOSE FGTS.
           IF FS-FUNCIONARIOS EQUAL 00
               CLOSE FUNCIONARIOS
           END-IF.

      *===============================FGTS DE 8% SOBRE A BASE DO MES;
      *===============================MULTA DE 40% SO NA RESCISAO SEM
      *===============================JUSTA CAUSA; INSS PATRONAL +
      *===============================RAT E TERCEIROS PELO ENCARGOSWS.
       0310-CALCULA-FUNCIONARIO SECTION.
           MOVE "NAO CADASTRADO" TO WRK-NOME-FUNC.
           MOVE "SEM DEPTO"      TO WRK-DEPTO-ATUAL.
           MOVE SPACES           TO FUNC-MOTIVO-DESLIG.
           IF FS-FUNCIONARIOS EQUAL 00
               MOVE TFG-CODIGO(WRK-SUB-FUNC) TO FUNC-ID
               READ FUNCIONARIOS
                   INVALID KEY
                       MOVE SPACES TO FUNC-MOTIVO-DESLIG
                   NOT INVALID KEY
                       MOVE FUNC-NOME TO WRK-NOME-FUNC
                       IF FUNC-DEPTO NOT EQUAL SPACES
                           MOVE FUNC-DEPTO TO WRK-DEPTO-ATUAL
                       END-IF
               END-READ
           END-IF.

           COMPUTE WRK-VALOR-FGTS ROUNDED =
                   TFG-BASE(WRK-SUB-FUNC) * WRK-PERC-FGTS / 100.

           MOVE ZEROS TO WRK-VALOR-MULTA.
           IF TFG-RESCISAO(WRK-SUB-FUNC) EQUAL "S"
               IF FUNC-SEM-JUSTA-CAUSA
                   COMPUTE WRK-VALOR-MULTA ROUNDED =
                           (TFG-SALDO-ANT(WRK-SUB-FUNC)
                            + WRK-VALOR-FGTS)
                           * WRK-PERC-MULTA-FGTS / 100
                   ADD 1 TO WRK-QTDE-MULTAS
               ELSE
                   IF NOT FUNC-MOTIVO-VALIDO
                       DISPLAY "FUNC " TFG-CODIGO(WRK-SUB-FUNC)
                               " RESCISAO SEM MOTIVO CADASTRADO - "
                               "MULTA DO FGTS NAO CALCULADA "
                   END-IF
               END-IF
           END-IF.

           COMPUTE WRK-VALOR-INSS ROUNDED =
                   TFG-BASE(WRK-SUB-FUNC)
                   * (WRK-PERC-INSS-PATRONAL + WRK-PERC-RAT) / 100.
           COMPUTE WRK-VALOR-TERC ROUNDED =
                   TFG-BASE(WRK-SUB-FUNC) * WRK-PERC-TERCEIROS / 100.
           COMPUTE WRK-CUSTO-FUNC =
                   TFG-BASE(WRK-SUB-FUNC) + WRK-VALOR-FGTS
                   + WRK-VALOR-MULTA + WRK-VALOR-INSS
                   + WRK-VALOR-TERC.

           PERFORM 0320-GRAVA-FGTS.
           PERFORM 0330-IMPRIME-FUNCIONARIO.
           PERFORM 0340-ACUMULA-DEPTO.

       0320-GRAVA-FGTS      SECTION.
           MOVE WRK-COMPETENCIA          TO FG-COMPETENCIA.
           MOVE TFG-CODIGO(WRK-SUB-FUNC) TO FG-FUNC-ID.
           MOVE WRK-NOME-FUNC            TO FG-NOME.
           MOVE TFG-BASE(WRK-SUB-FUNC)   TO FG-BASE.
           MOVE WRK-VALOR-FGTS           TO FG-VALOR-DEPOSITO.
           MOVE WRK-VALOR-MULTA          TO FG-VALOR-MULTA.
           MOVE WRK-DATA-HOJE            TO FG-DATA-GERACAO.
           WRITE REG-FGTS.

       0330-IMPRIME-FUNCIONARIO SECTION.
           MOVE TFG-CODIGO(WRK-SUB-FUNC) TO WRK-LF-CODIGO.
           MOVE WRK-NOME-FUNC            TO WRK-LF-NOME.
           MOVE TFG-BASE(WRK-SUB-FUNC)   TO WRK-LF-BASE.
           MOVE WRK-VALOR-FGTS           TO WRK-LF-FGTS.
           MOVE WRK-VALOR-MULTA          TO WRK-LF-MULTA.
           MOVE WRK-VALOR-INSS           TO WRK-LF-INSS.
           MOVE WRK-VALOR-TERC           TO WRK-LF-TERC.
           MOVE WRK-CUSTO-FUNC           TO WRK-LF-CUSTO.
           MOVE WRK-LINHA-FUNC TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0340-ACUMULA-DEPTO   SECTION.
           MOVE ZEROS TO WRK-IDX-DEPTO.
           PERFORM VARYING WRK-SUB-DEPTO FROM 1 BY 1
                   UNTIL WRK-SUB-DEPTO GREATER WRK-QTDE-DEPTOS
               IF TDE-DEPTO(WRK-SUB-DEPTO) EQUAL WRK-DEPTO-ATUAL
                   MOVE WRK-SUB-DEPTO TO WRK-IDX-DEPTO
                   MOVE WRK-QTDE-DEPTOS TO WRK-SUB-DEPTO
               END-IF
           END-PERFORM.

           IF WRK-IDX-DEPTO EQUAL ZEROS
               IF WRK-QTDE-DEPTOS LESS 20
                   ADD 1 TO WRK-QTDE-DEPTOS
                   MOVE WRK-QTDE-DEPTOS TO WRK-IDX-DEPTO
                   MOVE WRK-DEPTO-ATUAL TO TDE-DEPTO(WRK-IDX-DEPTO)
               ELSE
                   DISPLAY "TABELA DE DEPARTAMENTOS CHEIA (20) - "
                           "FUNCIONARIO FORA DOS SUBTOTAIS "
               END-IF
           END-IF.

           IF WRK-IDX-DEPTO NOT EQUAL ZEROS
               ADD TFG-BASE(WRK-SUB-FUNC) TO
                   TDE-SALARIOS(WRK-IDX-DEPTO)
               ADD WRK-VALOR-FGTS  TO TDE-FGTS(WRK-IDX-DEPTO)
               ADD WRK-VALOR-MULTA TO TDE-FGTS(WRK-IDX-DEPTO)
               ADD WRK-VALOR-INSS  TO TDE-INSS(WRK-IDX-DEPTO)
               ADD WRK-VALOR-TERC  TO TDE-TERC(WRK-IDX-DEPTO)
               ADD WRK-CUSTO-FUNC  TO TDE-CUSTO(WRK-IDX-DEPTO)
           END-IF.

           ADD TFG-BASE(WRK-SUB-FUNC) TO WRK-TOT-SALARIOS.
           ADD WRK-VALOR-FGTS  TO WRK-TOT-FGTS.
           ADD WRK-VALOR-MULTA TO WRK-TOT-FGTS.
           ADD WRK-VALOR-INSS  TO WRK-TOT-INSS.
           ADD WRK-VALOR-TERC  TO WRK-TOT-TERC.
           ADD WRK-CUSTO-FUNC  TO WRK-TOT-CUSTO.

      *===============================RESUMO DO CUSTO DO EMPREGADOR
      *===============================POR FUNC-DEPTO E DA EMPRESA.
       0400-IMPRIME-DEPTOS  SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-CAB-DEPTO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-DEPTO FROM 1 BY 1
                   UNTIL WRK-SUB-DEPTO GREATER WRK-QTDE-DEPTOS
               MOVE TDE-DEPTO(WRK-SUB-DEPTO)    TO WRK-LD-DEPTO
               MOVE TDE-SALARIOS(WRK-SUB-DEPTO) TO WRK-LD-SALARIOS
               MOVE TDE-FGTS(WRK-SUB-DEPTO)     TO WRK-LD-FGTS
               MOVE TDE-INSS(WRK-SUB-DEPTO)     TO WRK-LD-INSS
               MOVE TDE-TERC(WRK-SUB-DEPTO)     TO WRK-LD-TERC
               MOVE TDE-CUSTO(WRK-SUB-DEPTO)    TO WRK-LD-CUSTO
               MOVE WRK-LINHA-DEPTO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "TOTAL EMPRESA"  TO WRK-LD-DEPTO.
           MOVE WRK-TOT-SALARIOS TO WRK-LD-SALARIOS.
           MOVE WRK-TOT-FGTS     TO WRK-LD-FGTS.
           MOVE WRK-TOT-INSS     TO WRK-LD-INSS.
           MOVE WRK-TOT-TERC     TO WRK-LD-TERC.
           MOVE WRK-TOT-CUSTO    TO WRK-LD-CUSTO.
           MOVE WRK-LINHA-DEPTO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0900-FINALIZAR       SECTION.
           CLOSE RELATORIO.

           DISPLAY "FGTS DA COMPETENCIA " WRK-COMPETENCIA
                   " GRAVADO PARA " WRK-QTDE-FUNC
                   " FUNCIONARIO(S) EM FGTS.DAT ".
           DISPLAY "MULTAS RESCISORIAS CALCULADAS... "
                   WRK-QTDE-MULTAS.
           DISPLAY "CUSTO DO EMPREGADOR EM ENCARGOS.LST ".
       END PROGRAM FOLHA005.
