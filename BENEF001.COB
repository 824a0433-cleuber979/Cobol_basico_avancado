       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEF001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: VALE-TRANSPORTE E VALE-REFEICAO - MANTEM EM
      *          BENEFICIOS.DAT A TARIFA DIARIA DE TRANSPORTE E O
      *          DIREITO AO VALE-REFEICAO DE CADA FUNC-ID E FAZ A
      *          RODADA MENSAL: CONTA OS DIAS DE TRABALHO DA
      *          COMPETENCIA PELA ESCALA (ESCALAS.DAT, SEM FERIADOS DE
      *          FERIADOS.TXT), TIRA AS AUSENCIAS JA LANCADAS EM
      *          PONTODIA.LOG ("A", "F", "V") E AS FERIAS AGENDADAS EM
      *          FERIAS.DAT, GRAVA O PEDIDO DE COMPRA PARA A OPERADORA
      *          (BENEFPED.TXT) E A PARTE DO FUNCIONARIO EM
      *          BENEFDESC.DAT (TRANSPORTE LIMITADO A 6% DO SALARIO,
      *          REFEICAO PELA PARTICIPACAO COMBINADA), QUE O FOLHA001
      *          DESCONTA NO PAGAMENTO. RESUMO EM BENEF.LST - ANTES A
      *          LISTA ERA FEITA A MAO E O DESCONTO DE 6% ESQUECIDO.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==FOLGA COMPENSADA ("C" EM PONTODIA.LOG) TAMBEM TIRA O DIA DA
      *==CONTAGEM DOS VALES
      *==DATA:15/10/2026
      *==RODADA SO GRAVA COM BENEFDESC.DAT, BENEFPED.TXT E BENEF.LST
      *==ABERTOS; FUNCIONARIOS E ESCALAS FECHADOS PELO INDICADOR DE
      *==ABERTURA
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIOS ASSIGN TO "BENEFICIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BN-FUNC-ID
           FILE STATUS IS FS-BENEFICIOS.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-ID
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT ESCALAS ASSIGN TO "ESCALAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESC-FUNC-ID
           FILE STATUS IS FS-ESCALAS.

           SELECT PONTODIA ASSIGN TO "PONTODIA.LOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PONTODIA.

           SELECT FERIAS ASSIGN TO "FERIAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FERIAS.

           SELECT FERIADOS ASSIGN TO "FERIADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FERIADOS.

           SELECT BENEFDESC ASSIGN TO "BENEFDESC.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BENEFDESC.

           SELECT PEDIDO ASSIGN TO "BENEFPED.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PEDIDO.

           SELECT RELATORIO ASSIGN TO "BENEF.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIOS.
           COPY BENEFREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  ESCALAS.
           COPY ESCALAREG.

       FD  PONTODIA.
           COPY PONTODIAREG.

       FD  FERIAS.
           COPY FERIASREG.

       FD  FERIADOS.
       01  REG-FERIADOS.
           05 FRD-DATA     PIC 9(08).

       FD  BENEFDESC.
           COPY BENEFDESCREG.

       FD  PEDIDO.
       01  REG-PEDIDO.
           05 PB-COMPETENCIA PIC 9(06).
           05 PB-TIPO        PIC X(02).
           05 PB-FUNC-ID     PIC 9(04).
           05 PB-CPF         PIC 9(11).
           05 PB-NOME        PIC X(20).
           05 PB-DIAS        PIC 9(02).
           05 PB-VALOR-DIA   PIC 9(03)V99.
           05 PB-VALOR-TOTAL PIC 9(07)V99.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-BENEFICIOS   PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-ESCALAS      PIC 9(02) VALUE ZEROS.
       77  FS-PONTODIA     PIC 9(02) VALUE ZEROS.
       77  FS-FERIAS       PIC 9(02) VALUE ZEROS.
       77  FS-FERIADOS     PIC 9(02) VALUE ZEROS.
       77  FS-BENEFDESC    PIC 9(02) VALUE ZEROS.
       77  FS-PEDIDO       PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.
       77  WRK-FUNC-ABERTO PIC X(01) VALUE "N".
       77  WRK-ESCALAS-ABERTO PIC X(01) VALUE "N".

      *===============================DESCONTO LEGAL DO VALE-TRANSPORTE
      *===============================(TETO SOBRE O SALARIO) E A
      *===============================PARTICIPACAO COMBINADA NO
      *===============================VALE-REFEICAO.
       77  WRK-PERC-DESC-VT PIC 9(02)V99 VALUE 6,00.
       77  WRK-PERC-DESC-VR PIC 9(02)V99 VALUE 20,00.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-ID-FUNC     PIC 9(04) VALUE ZEROS.
       77  WRK-ACHOU-FUNC  PIC X(01) VALUE "N".
       77  WRK-ACHOU-ESCALA PIC X(01) VALUE "N".
       77  WRK-JA-GERADA   PIC X(01) VALUE "N".
       77  WRK-SUB-DIA-MES PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-MES    PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-BENEF  PIC 9(02) VALUE ZEROS.
       77  WRK-QUOC-BISSEXTO PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO PIC 9(04) VALUE ZEROS.
       77  WRK-HORAS-ESCALA PIC 9(03)V99 VALUE ZEROS.

       77  WRK-VALOR-COMPRA  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-DESCONTO PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TETO-VT       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-DIA-ED  PIC ZZ9,99 VALUE ZEROS.

       77  WRK-QTDE-FUNC-RODADA PIC 9(03) VALUE ZEROS.
       77  WRK-TOTAL-COMPRA-VT PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-COMPRA-VR PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-DESC-VT   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-DESC-VR   PIC 9(09)V99 VALUE ZEROS.

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

      *===============================MAPA DOS DIAS DA COMPETENCIA:
      *==============================="S" DIA DE TRABALHO COM DIREITO
      *===============================AO BENEFICIO, "N" FOLGA,
      *===============================FERIADO, AUSENCIA OU FERIAS.
       01  WRK-MAPA-DIAS.
           05 WRK-MAPA-DIA PIC X(01) OCCURS 31 TIMES.

       01  TABELA-DIAS-MES-BENEF.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  TABELA-DIAS-MES-BENEF-R REDEFINES TABELA-DIAS-MES-BENEF.
           05 DIAS-MES-BENEF PIC 9(02) OCCURS 12 TIMES.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(16) VALUE SPACES.
           05 FILLER       PIC X(48) VALUE
               "VALE-TRANSPORTE E VALE-REFEICAO - COMPETENCIA ".
           05 WRK-LT-MES   PIC 9(02).
           05 FILLER       PIC X(01) VALUE "/".
           05 WRK-LT-ANO   PIC 9(04).

       01  WRK-LINHA-CAB.
           05 FILLER       PIC X(06) VALUE "FUNC  ".
           05 FILLER       PIC X(21) VALUE "NOME".
           05 FILLER       PIC X(05) VALUE "TIPO ".
           05 FILLER       PIC X(05) VALUE " DIAS".
           05 FILLER       PIC X(10) VALUE " VALOR DIA".
           05 FILLER       PIC X(14) VALUE "        COMPRA".
           05 FILLER       PIC X(14) VALUE "      DESCONTO".

       01  WRK-LINHA-DET.
           05 WRK-LD-ID     PIC 9(04).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LD-NOME   PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LD-TIPO   PIC X(02).
           05 FILLER        PIC X(04) VALUE SPACES.
           05 WRK-LD-DIAS   PIC Z9.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 WRK-LD-VALOR-DIA PIC ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LD-COMPRA PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LD-DESCONTO PIC Z.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOTAL.
           05 FILLER        PIC X(26) VALUE SPACES.
           05 FILLER        PIC X(07) VALUE "TOTAL ".
           05 WRK-LTT-TIPO  PIC X(02).
           05 FILLER        PIC X(18) VALUE SPACES.
           05 WRK-LTT-COMPRA PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LTT-DESCONTO PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           OPEN I-O BENEFICIOS.
           IF FS-BENEFICIOS EQUAL 35
               OPEN OUTPUT BENEFICIOS
               CLOSE BENEFICIOS
               OPEN I-O BENEFICIOS
           END-IF.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           CLOSE BENEFICIOS.
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  VALE-TRANSPORTE E VALE-REFEICAO "
           DISPLAY "================================================"
           DISPLAY "1 - MANTER BENEFICIOS DO FUNCIONARIO "
           DISPLAY "2 - RODADA MENSAL (PEDIDO E DESCONTOS) "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-MANTER-BENEFICIO
               WHEN 2
                   PERFORM 0500-RODADA-MENSAL
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

       0300-MANTER-BENEFICIO SECTION.
           DISPLAY "DIGITE O ID DO FUNCIONARIO "
           ACCEPT WRK-ID-FUNC.

           MOVE "N" TO WRK-ACHOU-FUNC.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS EQUAL 00
               MOVE WRK-ID-FUNC TO FUNC-ID
               READ FUNCIONARIOS
                   INVALID KEY
                       DISPLAY "FUNCIONARIO NAO ENCONTRADO "
                               WRK-ID-FUNC
                   NOT INVALID KEY
                       MOVE "S" TO WRK-ACHOU-FUNC
                       DISPLAY "FUNCIONARIO... " FUNC-NOME
               END-READ
               CLOSE FUNCIONARIOS
           ELSE
               DISPLAY "FUNCIONARIOS.DAT NAO ABERTO - STATUS "
                       FS-FUNCIONARIOS
           END-IF.

           IF WRK-ACHOU-FUNC EQUAL "S"
               MOVE WRK-ID-FUNC TO BN-FUNC-ID
               READ BENEFICIOS
                   INVALID KEY
                       MOVE ZEROS  TO BN-TARIFA-DIA
                       MOVE "N"    TO BN-VR-ELEGIVEL
                       MOVE ZEROS  TO BN-VR-VALOR-DIA
                   NOT INVALID KEY
                       MOVE BN-TARIFA-DIA TO WRK-VALOR-DIA-ED
                       DISPLAY "TARIFA ATUAL.. " WRK-VALOR-DIA-ED
                       MOVE BN-VR-VALOR-DIA TO WRK-VALOR-DIA-ED
                       DISPLAY "VR ATUAL...... " BN-VR-ELEGIVEL
                               " " WRK-VALOR-DIA-ED
               END-READ

               DISPLAY "TARIFA DIARIA DO TRANSPORTE, IDA E VOLTA "
                       "(ZERO = NAO USA) "
               ACCEPT BN-TARIFA-DIA
               DISPLAY "TEM VALE-REFEICAO (S/N) "
               ACCEPT BN-VR-ELEGIVEL
               IF BN-COM-VR
                   DISPLAY "VALOR DIARIO DO VALE-REFEICAO "
                   ACCEPT BN-VR-VALOR-DIA
               ELSE
                   MOVE "N"   TO BN-VR-ELEGIVEL
                   MOVE ZEROS TO BN-VR-VALOR-DIA
               END-IF

               WRITE REG-BENEFICIO
                   INVALID KEY
                       REWRITE REG-BENEFICIO
                       DISPLAY "BENEFICIOS ATUALIZADOS "
                   NOT INVALID KEY
                       DISPLAY "BENEFICIOS GRAVADOS "
               END-WRITE
           END-IF.

       0500-RODADA-MENSAL   SECTION.
           DISPLAY "COMPETENCIA DOS BENEFICIOS (AAAAMM) "
           ACCEPT WRK-COMPETENCIA.
           IF WRK-CPT-MES LESS 01 OR WRK-CPT-MES GREATER 12
               DISPLAY "COMPETENCIA INVALIDA "
           ELSE
               PERFORM 0505-VERIFICA-COMPETENCIA
               IF WRK-JA-GERADA EQUAL "S"
                   DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                           " JA GERADA EM BENEFDESC.DAT - NADA "
                           "GRAVADO "
               ELSE
                   PERFORM 0110-CARREGA-FERIADOS
                   PERFORM 0506-CALCULA-DIAS-MES
                   PERFORM 0510-PROCESSA-RODADA
               END-IF
           END-IF.

       0505-VERIFICA-COMPETENCIA SECTION.
           MOVE "N" TO WRK-JA-GERADA.
           OPEN INPUT BENEFDESC.
           IF FS-BENEFDESC EQUAL 00
               READ BENEFDESC
               PERFORM UNTIL FS-BENEFDESC NOT EQUAL 00
                   IF BD-COMPETENCIA EQUAL WRK-COMPETENCIA
                       MOVE "S" TO WRK-JA-GERADA
                   END-IF
                   READ BENEFDESC
               END-PERFORM
               CLOSE BENEFDESC
           END-IF.

       0506-CALCULA-DIAS-MES SECTION.
           MOVE DIAS-MES-BENEF(WRK-CPT-MES) TO WRK-DIAS-MES.
           IF WRK-CPT-MES EQUAL 2
               DIVIDE WRK-CPT-ANO BY 4 GIVING WRK-QUOC-BISSEXTO
                   REMAINDER WRK-RESTO-BISSEXTO
               IF WRK-RESTO-BISSEXTO EQUAL ZEROS
                   MOVE 29 TO WRK-DIAS-MES
               END-IF
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

       0510-PROCESSA-RODADA SECTION.
           MOVE ZEROS TO WRK-QTDE-FUNC-RODADA.
           MOVE ZEROS TO WRK-TOTAL-COMPRA-VT.
           MOVE ZEROS TO WRK-TOTAL-COMPRA-VR.
           MOVE ZEROS TO WRK-TOTAL-DESC-VT.
           MOVE ZEROS TO WRK-TOTAL-DESC-VR.

           MOVE "N" TO WRK-FUNC-ABERTO.
           MOVE "N" TO WRK-ESCALAS-ABERTO.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS EQUAL 00
               MOVE "S" TO WRK-FUNC-ABERTO
           END-IF.
           OPEN INPUT ESCALAS.
           IF FS-ESCALAS EQUAL 00
               MOVE "S" TO WRK-ESCALAS-ABERTO
           END-IF.

           IF WRK-FUNC-ABERTO NOT EQUAL "S"
                   OR WRK-ESCALAS-ABERTO NOT EQUAL "S"
               DISPLAY "FUNCIONARIOS.DAT OU ESCALAS.DAT NAO ABERTO "
                       "- RODADA CANCELADA "
           ELSE
               OPEN EXTEND BENEFDESC
               IF FS-BENEFDESC EQUAL 35
                   OPEN OUTPUT BENEFDESC
               END-IF
               IF FS-BENEFDESC NOT EQUAL 00
                   DISPLAY "BENEFDESC.DAT NAO ABERTO - STATUS "
                           FS-BENEFDESC " - RODADA CANCELADA "
               ELSE
                   OPEN OUTPUT PEDIDO
                   OPEN OUTPUT RELATORIO
                   IF FS-PEDIDO NOT EQUAL 00
                           OR FS-RELATORIO NOT EQUAL 00
                       DISPLAY "BENEFPED.TXT OU BENEF.LST NAO ABERTO "
                               "(STATUS " FS-PEDIDO "/" FS-RELATORIO
                               ") - RODADA CANCELADA "
                       IF FS-PEDIDO EQUAL 00
                           CLOSE PEDIDO
                       END-IF
                       IF FS-RELATORIO EQUAL 00
                           CLOSE RELATORIO
                       END-IF
                   ELSE
                       PERFORM 0515-GERA-RODADA
                   END-IF
                   CLOSE BENEFDESC
               END-IF
           END-IF.

           IF WRK-FUNC-ABERTO EQUAL "S"
               CLOSE FUNCIONARIOS
           END-IF.
           IF WRK-ESCALAS-ABERTO EQUAL "S"
               CLOSE ESCALAS
           END-IF.

      *===============================SO COM OS TRES ARQUIVOS DE SAIDA
      *===============================ABERTOS - NAO HA DESCONTO SEM
      *===============================PEDIDO NEM PEDIDO SEM DESCONTO.
       0515-GERA-RODADA     SECTION.
           MOVE WRK-CPT-MES TO WRK-LT-MES.
           MOVE WRK-CPT-ANO TO WRK-LT-ANO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-CAB TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZEROS TO BN-FUNC-ID.
           START BENEFICIOS KEY IS NOT LESS BN-FUNC-ID.
           READ BENEFICIOS NEXT RECORD.
           PERFORM UNTIL FS-BENEFICIOS NOT EQUAL 00
               PERFORM 0520-PROCESSA-FUNCIONARIO
               READ BENEFICIOS NEXT RECORD
           END-PERFORM.

           PERFORM 0590-IMPRIME-TOTAIS.

           CLOSE PEDIDO.
           CLOSE RELATORIO.
           DISPLAY "RODADA CONCLUIDA - " WRK-QTDE-FUNC-RODADA
                   " FUNCIONARIO(S); PEDIDO EM BENEFPED.TXT, "
                   "RESUMO EM BENEF.LST ".

      *===============================SO ENTRA QUEM ESTA ATIVO NO
      *===============================CADASTRO E TEM ESCALA; SEM DIA
      *===============================DE TRABALHO NA COMPETENCIA NAO
      *===============================HA COMPRA NEM DESCONTO.
       0520-PROCESSA-FUNCIONARIO SECTION.
           MOVE "N" TO WRK-ACHOU-FUNC.
           MOVE BN-FUNC-ID TO FUNC-ID.
           READ FUNCIONARIOS
               INVALID KEY
                   DISPLAY "FUNC " BN-FUNC-ID " SEM CADASTRO - "
                           "BENEFICIO IGNORADO "
               NOT INVALID KEY
                   IF FUNC-DESLIGADO
                       CONTINUE
                   ELSE
                       MOVE "S" TO WRK-ACHOU-FUNC
                   END-IF
           END-READ.

           MOVE "N" TO WRK-ACHOU-ESCALA.
           IF WRK-ACHOU-FUNC EQUAL "S"
               MOVE BN-FUNC-ID TO ESC-FUNC-ID
               READ ESCALAS
                   INVALID KEY
                       DISPLAY "FUNC " BN-FUNC-ID " SEM ESCALA "
                               "CADASTRADA - CADASTRE NO ESCALA001 "
                   NOT INVALID KEY
                       MOVE "S" TO WRK-ACHOU-ESCALA
               END-READ
           END-IF.

           IF WRK-ACHOU-ESCALA EQUAL "S"
               PERFORM 0530-MONTA-DIAS-ESCALA
               PERFORM 0540-TIRA-AUSENCIAS
               PERFORM 0550-TIRA-FERIAS

               MOVE ZEROS TO WRK-DIAS-BENEF
               PERFORM VARYING WRK-SUB-DIA-MES FROM 1 BY 1
                       UNTIL WRK-SUB-DIA-MES GREATER WRK-DIAS-MES
                   IF WRK-MAPA-DIA(WRK-SUB-DIA-MES) EQUAL "S"
                       ADD 1 TO WRK-DIAS-BENEF
                   END-IF
               END-PERFORM

               IF WRK-DIAS-BENEF GREATER ZEROS
                   ADD 1 TO WRK-QTDE-FUNC-RODADA
                   IF BN-TARIFA-DIA GREATER ZEROS
                       PERFORM 0560-CALCULA-VT
                   END-IF
                   IF BN-COM-VR AND BN-VR-VALOR-DIA GREATER ZEROS
                       PERFORM 0570-CALCULA-VR
                   END-IF
               END-IF
           END-IF.

      *===============================DIA COM HORAS NA ESCALA E QUE
      *===============================NAO E FERIADO CONTA COMO DIA DE
      *===============================TRABALHO.
       0530-MONTA-DIAS-ESCALA SECTION.
           MOVE ALL "N" TO WRK-MAPA-DIAS.
           PERFORM VARYING WRK-SUB-DIA-MES FROM 1 BY 1
                   UNTIL WRK-SUB-DIA-MES GREATER WRK-DIAS-MES
               MOVE WRK-CPT-ANO     TO WRK-DC-ANO
               MOVE WRK-CPT-MES     TO WRK-DC-MES
               MOVE WRK-SUB-DIA-MES TO WRK-DC-DIA
               PERFORM 0245-DIA-SEMANA-ZELLER
               PERFORM 0285-VERIFICA-FERIADO
               COMPUTE WRK-HORAS-ESCALA =
                       ESC-MANHA(WRK-DIA-SEMANA-CALC)
                       + ESC-TARDE(WRK-DIA-SEMANA-CALC)
               IF WRK-HORAS-ESCALA GREATER ZEROS
                       AND WRK-EH-FERIADO EQUAL "N"
                   MOVE "S" TO WRK-MAPA-DIA(WRK-SUB-DIA-MES)
               END-IF
           END-PERFORM.

      *===============================ATESTADO, FALTA, FERIAS E FOLGA
      *===============================COMPENSADA JA LANCADOS NO
      *===============================PONTO002 PARA A COMPETENCIA.
       0540-TIRA-AUSENCIAS  SECTION.
           OPEN INPUT PONTODIA.
           IF FS-PONTODIA EQUAL 00
               READ PONTODIA
               PERFORM UNTIL FS-PONTODIA NOT EQUAL 00
                   IF PD-ID EQUAL BN-FUNC-ID
                           AND PD-DATA(1:6) EQUAL WRK-COMPETENCIA
                           AND (PD-ATESTADO OR PD-FALTA OR PD-FERIAS
                                OR PD-COMPENSACAO)
                       MOVE PD-DATA TO WRK-DATA-CALC-R
                       IF WRK-DC-DIA GREATER ZEROS
                               AND WRK-DC-DIA NOT GREATER 31
                           MOVE "N" TO WRK-MAPA-DIA(WRK-DC-DIA)
                       END-IF
                   END-IF
                   READ PONTODIA
               END-PERFORM
               CLOSE PONTODIA
           END-IF.

      *===============================FERIAS AGENDADAS OU PAGAS
      *===============================(FERIAS001) QUE CAEM NA
      *===============================COMPETENCIA.
       0550-TIRA-FERIAS     SECTION.
           OPEN INPUT FERIAS.
           IF FS-FERIAS EQUAL 00
               READ FERIAS
               PERFORM UNTIL FS-FERIAS NOT EQUAL 00
                   IF FER-ID EQUAL BN-FUNC-ID
                           AND NOT FER-CANCELADA
                       PERFORM 0555-MARCA-DIAS-FERIAS
                   END-IF
                   READ FERIAS
               END-PERFORM
               CLOSE FERIAS
           END-IF.

       0555-MARCA-DIAS-FERIAS SECTION.
           PERFORM VARYING WRK-SUB-DIA-MES FROM 1 BY 1
                   UNTIL WRK-SUB-DIA-MES GREATER WRK-DIAS-MES
               MOVE WRK-CPT-ANO     TO WRK-DC-ANO
               MOVE WRK-CPT-MES     TO WRK-DC-MES
               MOVE WRK-SUB-DIA-MES TO WRK-DC-DIA
               IF WRK-DATA-CALC-R NOT LESS FER-DATA-INICIO
                       AND WRK-DATA-CALC-R NOT GREATER FER-DATA-FIM
                   MOVE "N" TO WRK-MAPA-DIA(WRK-SUB-DIA-MES)
               END-IF
           END-PERFORM.

      *===============================VALE-TRANSPORTE: COMPRA DOS DIAS
      *===============================X TARIFA; O FUNCIONARIO PAGA ATE
      *===============================6% DO SALARIO, NUNCA MAIS QUE O
      *===============================PROPRIO CUSTO DO VALE.
       0560-CALCULA-VT      SECTION.
           COMPUTE WRK-VALOR-COMPRA =
                   WRK-DIAS-BENEF * BN-TARIFA-DIA.
           COMPUTE WRK-TETO-VT ROUNDED =
                   FUNC-SALARIO * WRK-PERC-DESC-VT / 100.
           IF WRK-TETO-VT LESS WRK-VALOR-COMPRA
               MOVE WRK-TETO-VT TO WRK-VALOR-DESCONTO
           ELSE
               MOVE WRK-VALOR-COMPRA TO WRK-VALOR-DESCONTO
           END-IF.

           MOVE "VT"          TO PB-TIPO.
           MOVE BN-TARIFA-DIA TO PB-VALOR-DIA.
           PERFORM 0580-GRAVA-BENEFICIO.
           ADD WRK-VALOR-COMPRA   TO WRK-TOTAL-COMPRA-VT.
           ADD WRK-VALOR-DESCONTO TO WRK-TOTAL-DESC-VT.

       0570-CALCULA-VR      SECTION.
           COMPUTE WRK-VALOR-COMPRA =
                   WRK-DIAS-BENEF * BN-VR-VALOR-DIA.
           COMPUTE WRK-VALOR-DESCONTO ROUNDED =
                   WRK-VALOR-COMPRA * WRK-PERC-DESC-VR / 100.

           MOVE "VR"            TO PB-TIPO.
           MOVE BN-VR-VALOR-DIA TO PB-VALOR-DIA.
           PERFORM 0580-GRAVA-BENEFICIO.
           ADD WRK-VALOR-COMPRA   TO WRK-TOTAL-COMPRA-VR.
           ADD WRK-VALOR-DESCONTO TO WRK-TOTAL-DESC-VR.

      *===============================UMA LINHA NO PEDIDO DA
      *===============================OPERADORA, UM DESCONTO PENDENTE
      *===============================PARA O FOLHA001 E A LINHA DO
      *===============================RESUMO.
       0580-GRAVA-BENEFICIO SECTION.
           MOVE WRK-COMPETENCIA  TO PB-COMPETENCIA.
           MOVE BN-FUNC-ID       TO PB-FUNC-ID.
           MOVE ZEROS            TO PB-CPF.
           IF FUNC-CPF NUMERIC
               MOVE FUNC-CPF     TO PB-CPF
           END-IF.
           MOVE FUNC-NOME        TO PB-NOME.
           MOVE WRK-DIAS-BENEF   TO PB-DIAS.
           MOVE WRK-VALOR-COMPRA TO PB-VALOR-TOTAL.
           WRITE REG-PEDIDO.

           MOVE BN-FUNC-ID         TO BD-FUNC-ID.
           MOVE WRK-COMPETENCIA    TO BD-COMPETENCIA.
           MOVE PB-TIPO            TO BD-TIPO.
           MOVE WRK-DIAS-BENEF     TO BD-DIAS.
           MOVE WRK-VALOR-COMPRA   TO BD-VALOR-COMPRA.
           MOVE WRK-VALOR-DESCONTO TO BD-VALOR-DESCONTO.
           MOVE "P"                TO BD-STATUS.
           MOVE ZEROS              TO BD-DATA-DESCONTO.
           WRITE REG-BENEFDESC.

           MOVE BN-FUNC-ID         TO WRK-LD-ID.
           MOVE FUNC-NOME          TO WRK-LD-NOME.
           MOVE PB-TIPO            TO WRK-LD-TIPO.
           MOVE WRK-DIAS-BENEF     TO WRK-LD-DIAS.
           MOVE PB-VALOR-DIA       TO WRK-LD-VALOR-DIA.
           MOVE WRK-VALOR-COMPRA   TO WRK-LD-COMPRA.
           MOVE WRK-VALOR-DESCONTO TO WRK-LD-DESCONTO.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0590-IMPRIME-TOTAIS  SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "VT"                TO WRK-LTT-TIPO.
           MOVE WRK-TOTAL-COMPRA-VT TO WRK-LTT-COMPRA.
           MOVE WRK-TOTAL-DESC-VT   TO WRK-LTT-DESCONTO.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "VR"                TO WRK-LTT-TIPO.
           MOVE WRK-TOTAL-COMPRA-VR TO WRK-LTT-COMPRA.
           MOVE WRK-TOTAL-DESC-VR   TO WRK-LTT-DESCONTO.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================DIA DA SEMANA DE WRK-DATA-CALC
      *===============================PELA CONGRUENCIA DE ZELLER
      *===============================(MESMO CALCULO DO ESCALA001),
      *===============================1=SEGUNDA ... 7=DOMINGO.
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
       END PROGRAM BENEF001.
