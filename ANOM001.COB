       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOM001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: DETECCAO DE DIA DE VENDA FORA DO NORMAL - O PROGRAMA12
      *          DA A MEDIA MOVEL E O ARQ029 PROJETA O MES, MAS NINGUEM
      *          ERA AVISADO QUANDO UM DIA SAIA CLARAMENTE ERRADO
      *          (FECHAMENTO QUE NAO RODOU, LOJA COM METADE DO
      *          MOVIMENTO, LOTE DUPLICADO INFLANDO O DIA). TODA NOITE
      *          (AGENDA001, DEPOIS DO VENDRES001) COMPARA O TOTAL
      *          LIQUIDO DO DIA DE CADA LOJA NO RESUMO DIARIO
      *          VENDRESUMO.DAT COM A MEDIA E O DESVIO PADRAO DO MESMO
      *          DIA DA SEMANA NAS ULTIMAS N SEMANAS, PULANDO OS
      *          FERIADOS DE FERIADOS.TXT (NO DIA AVALIADO E NA
      *          AMOSTRA). LOJA FORA DA FAIXA MEDIA +/- K DESVIOS SAI EM
      *          ANOMALIA.LST COM A FAIXA ESPERADA, O VALOR DO DIA E OS
      *          PRODUTOS QUE MAIS EXPLICAM A DIFERENCA. CONFERE TAMBEM
      *          SE O FECHAMENTO DO DIA FOI GRAVADO EM VENDASDIA.DAT (E
      *          SO UMA VEZ). N, K, O MINIMO DE SEMANAS E A FAIXA
      *          MINIMA EM % DA MEDIA VEM DE ANOMALIA.CFG; O DIA
      *          AVALIADO E HOJE, OU O DA VARIAVEL DE AMBIENTE
      *          ANOM001_DATA (AAAAMMDD) PARA REAVALIAR UM DIA PASSADO.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDRESUMO ASSIGN TO "VENDRESUMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VRS-CHAVE
           FILE STATUS IS FS-VENDRESUMO.

           SELECT VENDASDIA ASSIGN TO "VENDASDIA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-VENDASDIA.

           SELECT FERIADOS ASSIGN TO "FERIADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FERIADOS.

           SELECT ANOMCFG ASSIGN TO "ANOMALIA.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ANOMCFG.

           SELECT RELATORIO ASSIGN TO "ANOMALIA.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDRESUMO.
           COPY VENDRESREG.

       FD  VENDASDIA.
       01  REG-VENDASDIA.
           05 VD-DATA    PIC 9(08).
           05 VD-TOTAL   PIC 9(07)V99.

       FD  FERIADOS.
       01  REG-FERIADOS.
           05 FER-DATA     PIC 9(08).

      *===============================LINHA UNICA: SEMANAS DA AMOSTRA,
      *===============================DESVIOS DA FAIXA, MINIMO DE
      *===============================SEMANAS VALIDAS E FAIXA MINIMA EM
      *===============================% DA MEDIA. CAMPO NAO NUMERICO
      *===============================MANTEM O PADRAO.
       FD  ANOMCFG.
       01  REG-ANOMCFG.
           05 ANC-SEMANAS      PIC 9(02).
           05 ANC-DESVIOS      PIC 9(01)V9.
           05 ANC-MIN-SEMANAS  PIC 9(02).
           05 ANC-FAIXA-MINIMA PIC 9(02).

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-VENDRESUMO   PIC 9(02) VALUE ZEROS.
       77  FS-VENDASDIA    PIC 9(02) VALUE ZEROS.
       77  FS-FERIADOS     PIC 9(02) VALUE ZEROS.
       77  FS-ANOMCFG      PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-SEMANAS     PIC 9(02) VALUE 08.
       77  WRK-DESVIOS     PIC 9(01)V9 VALUE 2,0.
       77  WRK-MIN-SEMANAS PIC 9(02) VALUE 04.
       77  WRK-FAIXA-MINIMA PIC 9(02) VALUE 10.

       77  WRK-DATA-ENV    PIC X(08) VALUE SPACES.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIDA   PIC 9(08) VALUE ZEROS.
       77  WRK-IDX-DIA     PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-DIAS   PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-AMOSTRA PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-SEMANA  PIC 9(02) VALUE ZEROS.
       77  WRK-RESUMO-ABERTO PIC X(01) VALUE "N".

       77  WRK-QTDE-FERIADOS PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-FERIADO PIC 9(02) VALUE ZEROS.
       77  WRK-EH-FERIADO  PIC X(01) VALUE "N".
       77  WRK-DATA-TESTE  PIC 9(08) VALUE ZEROS.

       77  WRK-QTDE-LOJAS  PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-LOJA    PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-LOJA    PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-ANOMALIAS PIC 9(03) VALUE ZEROS.

       77  WRK-QTDE-PROD   PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-PROD    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-PROD    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-TOP     PIC 9(01) VALUE ZEROS.
       77  WRK-MAIOR-DIF   PIC 9(11)V99 VALUE ZEROS.

       77  WRK-QTDE-FECHAMENTOS PIC 9(03) VALUE ZEROS.

       77  WRK-SOMA        PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-QUAD   PIC S9(17)V99 VALUE ZEROS.
       77  WRK-MEDIA       PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VARIANCIA   PIC S9(17)V99 VALUE ZEROS.
       77  WRK-DESVIO      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-MARGEM      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-MARGEM-MIN  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-LIMITE-INF  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-LIMITE-SUP  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-DIA   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIFERENCA   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-PROD  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIF-SENTIDO PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIA-CALC    PIC S9(02) VALUE ZEROS.

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
       77  WRK-B-QUOC   PIC 9(04) VALUE ZEROS.
       77  WRK-B-SOBRA4 PIC 9(04) VALUE ZEROS.
       77  WRK-B-SOBRA100 PIC 9(04) VALUE ZEROS.
       77  WRK-B-SOBRA400 PIC 9(04) VALUE ZEROS.

       01  WRK-DATA-AVALIADA PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AVALIADA-R REDEFINES WRK-DATA-AVALIADA.
           05 WRK-DAV-ANO   PIC 9(04).
           05 WRK-DAV-MES   PIC 9(02).
           05 WRK-DAV-DIA   PIC 9(02).

      *===============================DATA QUE VAI VOLTANDO DE 7 EM 7
      *===============================DIAS PARA MONTAR A AMOSTRA.
       01  WRK-DATA-CALC    PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05 WRK-DC-ANO    PIC 9(04).
           05 WRK-DC-MES    PIC 9(02).
           05 WRK-DC-DIA    PIC 9(02).

       01  TABELA-DIAS-MES-ANOM.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 28.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
       01  TABELA-DIAS-MES-ANOM-R REDEFINES TABELA-DIAS-MES-ANOM.
           05 DIAS-MES-ANOM PIC 9(02) OCCURS 12 TIMES.

       01  TABELA-NOME-DIA.
           05 FILLER PIC X(09) VALUE "SEGUNDA  ".
           05 FILLER PIC X(09) VALUE "TERCA    ".
           05 FILLER PIC X(09) VALUE "QUARTA   ".
           05 FILLER PIC X(09) VALUE "QUINTA   ".
           05 FILLER PIC X(09) VALUE "SEXTA    ".
           05 FILLER PIC X(09) VALUE "SABADO   ".
           05 FILLER PIC X(09) VALUE "DOMINGO  ".
       01  TABELA-NOME-DIA-R REDEFINES TABELA-NOME-DIA.
           05 NOME-DIA PIC X(09) OCCURS 7 TIMES.

       01  TABELA-FERIADOS.
           05 TF-DATA PIC 9(08) OCCURS 50 TIMES.

      *===============================DIA 1 E O AVALIADO; 2 EM DIANTE
      *===============================SAO OS MESMOS DIAS DA SEMANA DA
      *===============================AMOSTRA (SEM FERIADO).
       01  TABELA-DIAS.
           05 TD-DATA PIC 9(08) OCCURS 27 TIMES.

       01  TABELA-LOJAS.
           05 TAB-LOJA-ANOM OCCURS 20 TIMES.
               10 TLJ-LOJA    PIC 9(02).
               10 TLJ-VALOR   PIC S9(11)V99 OCCURS 27 TIMES.

      *===============================PRODUTOS DA LOJA ANOMALA: VALOR
      *===============================NO DIA E SOMA NA AMOSTRA.
       01  TABELA-PRODUTOS.
           05 TAB-PROD-ANOM OCCURS 300 TIMES.
               10 TPA-PRODUTO    PIC X(30).
               10 TPA-VALOR-DIA  PIC S9(11)V99.
               10 TPA-SOMA-AMOSTRA PIC S9(11)V99.
               10 TPA-DIFERENCA  PIC S9(11)V99.
               10 TPA-LISTADO    PIC X(01).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(14) VALUE SPACES.
           05 FILLER       PIC X(41) VALUE
               "VENDAS FORA DO NORMAL - DIA AVALIADO ".
           05 WRK-LT-DATA  PIC 9999/99/99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LT-NOME-DIA PIC X(09).

       01  WRK-LINHA-PARAM.
           05 FILLER       PIC X(21) VALUE "AMOSTRA: MESMO DIA EM".
           05 WRK-LP-AMOSTRA PIC ZZ9.
           05 FILLER       PIC X(30) VALUE
               " SEMANA(S) SEM FERIADO - FAIXA".
           05 WRK-LP-DESVIOS PIC Z9,9.
           05 FILLER       PIC X(27) VALUE
               " DESVIO(S), MINIMO +/- ".
           05 WRK-LP-FAIXA-MIN PIC Z9.
           05 FILLER       PIC X(01) VALUE "%".

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 FILLER       PIC X(05) VALUE "LOJA ".
           05 FILLER       PIC X(15) VALUE "          MEDIA".
           05 FILLER       PIC X(15) VALUE "     FAIXA  DE ".
           05 FILLER       PIC X(15) VALUE "            ATE".
           05 FILLER       PIC X(15) VALUE "      VALOR DIA".
           05 FILLER       PIC X(15) VALUE "      DIFERENCA".

       01  WRK-LINHA-DET.
           05 WRK-LD-MARCA     PIC X(04).
           05 WRK-LD-LOJA      PIC 99.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LD-MEDIA     PIC ---.---.--9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-INF       PIC ---.---.--9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-SUP       PIC ---.---.--9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR     PIC ---.---.--9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DIFERENCA PIC ---.---.--9,99.

       01  WRK-LINHA-SITUACAO.
           05 FILLER           PIC X(09) VALUE SPACES.
           05 WRK-LS-TEXTO     PIC X(87).

       01  WRK-LINHA-PRODUTO.
           05 FILLER           PIC X(09) VALUE SPACES.
           05 WRK-LPR-PRODUTO  PIC X(30).
           05 FILLER           PIC X(06) VALUE " DIA ".
           05 WRK-LPR-VALOR    PIC ---.---.--9,99.
           05 FILLER           PIC X(07) VALUE " MEDIA ".
           05 WRK-LPR-MEDIA    PIC ---.---.--9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LPR-DIF      PIC ---.---.--9,99.

       01  WRK-LINHA-TOTAL.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 FILLER       PIC X(30) VALUE
               "LOJAS FORA DA FAIXA (***): ".
           05 WRK-LTO-QTDE PIC ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           PERFORM 0100-INICIALIZAR.

           IF WRK-EH-FERIADO EQUAL "S"
               MOVE
                 "DIA AVALIADO E FERIADO (FERIADOS.TXT) - SEM AVALIACAO"
                 TO WRK-LS-TEXTO
               MOVE WRK-LINHA-SITUACAO TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               PERFORM 0200-MONTA-AMOSTRA
               PERFORM 0300-CARREGA-TOTAIS
               PERFORM 0400-AVALIA-LOJAS
               PERFORM 0600-CONFERE-FECHAMENTO
           END-IF.

           PERFORM 0900-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR     SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-AVALIADA.

           ACCEPT WRK-DATA-ENV FROM ENVIRONMENT "ANOM001_DATA"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WRK-DATA-ENV NUMERIC
                   AND WRK-DATA-ENV NOT EQUAL ZEROS
               MOVE WRK-DATA-ENV TO WRK-DATA-AVALIADA
           END-IF.

           PERFORM 0110-CARREGA-CONFIG.
           PERFORM 0120-CARREGA-FERIADOS.

           MOVE WRK-DATA-AVALIADA TO WRK-DATA-CALC.
           PERFORM 0245-DIA-SEMANA-ZELLER.
           MOVE WRK-DATA-AVALIADA TO WRK-DATA-TESTE.
           PERFORM 0285-VERIFICA-FERIADO.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-AVALIADA TO WRK-LT-DATA.
           MOVE NOME-DIA(WRK-DIA-SEMANA-CALC) TO WRK-LT-NOME-DIA.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           DISPLAY "AVALIANDO AS VENDAS DE " WRK-DATA-AVALIADA " ("
                   NOME-DIA(WRK-DIA-SEMANA-CALC) ") ".

       0110-CARREGA-CONFIG  SECTION.
           OPEN INPUT ANOMCFG.
           IF FS-ANOMCFG EQUAL 00
               READ ANOMCFG
                   NOT AT END
                       IF ANC-SEMANAS NUMERIC
                               AND ANC-SEMANAS GREATER ZEROS
                           MOVE ANC-SEMANAS TO WRK-SEMANAS
                       END-IF
                       IF ANC-DESVIOS NUMERIC
                               AND ANC-DESVIOS GREATER ZEROS
                           MOVE ANC-DESVIOS TO WRK-DESVIOS
                       END-IF
                       IF ANC-MIN-SEMANAS NUMERIC
                               AND ANC-MIN-SEMANAS GREATER ZEROS
                           MOVE ANC-MIN-SEMANAS TO WRK-MIN-SEMANAS
                       END-IF
                       IF ANC-FAIXA-MINIMA NUMERIC
                           MOVE ANC-FAIXA-MINIMA TO WRK-FAIXA-MINIMA
                       END-IF
               END-READ
               CLOSE ANOMCFG
           END-IF.

           IF WRK-SEMANAS GREATER 26
               MOVE 26 TO WRK-SEMANAS
           END-IF.
           IF WRK-MIN-SEMANAS GREATER WRK-SEMANAS
               MOVE WRK-SEMANAS TO WRK-MIN-SEMANAS
           END-IF.

       0120-CARREGA-FERIADOS SECTION.
           MOVE ZEROS TO WRK-QTDE-FERIADOS.
           OPEN INPUT FERIADOS.
           IF FS-FERIADOS EQUAL 00
               READ FERIADOS
               PERFORM UNTIL FS-FERIADOS NOT EQUAL 00
                       OR WRK-QTDE-FERIADOS EQUAL 50
                   IF FER-DATA NUMERIC AND FER-DATA NOT EQUAL ZEROS
                       ADD 1 TO WRK-QTDE-FERIADOS
                       MOVE FER-DATA TO TF-DATA(WRK-QTDE-FERIADOS)
                   END-IF
                   READ FERIADOS
               END-PERFORM
               CLOSE FERIADOS
           END-IF.

      *===============================VOLTA DE 7 EM 7 DIAS A PARTIR DO
      *===============================DIA AVALIADO; SEMANA QUE CAI EM
      *===============================FERIADO NAO ENTRA NA AMOSTRA (NEM
      *===============================E SUBSTITUIDA).
       0200-MONTA-AMOSTRA   SECTION.
           MOVE 1 TO WRK-QTDE-DIAS.
           MOVE WRK-DATA-AVALIADA TO TD-DATA(1).
           MOVE WRK-DATA-AVALIADA TO WRK-DATA-CALC.

           PERFORM VARYING WRK-SUB-SEMANA FROM 1 BY 1
                   UNTIL WRK-SUB-SEMANA GREATER WRK-SEMANAS
               PERFORM 0250-VOLTA-UMA-SEMANA
               MOVE WRK-DATA-CALC TO WRK-DATA-TESTE
               PERFORM 0285-VERIFICA-FERIADO
               IF WRK-EH-FERIADO EQUAL "N"
                   ADD 1 TO WRK-QTDE-DIAS
                   MOVE WRK-DATA-CALC TO TD-DATA(WRK-QTDE-DIAS)
               END-IF
           END-PERFORM.

           COMPUTE WRK-QTDE-AMOSTRA = WRK-QTDE-DIAS - 1.

           MOVE WRK-QTDE-AMOSTRA TO WRK-LP-AMOSTRA.
           MOVE WRK-DESVIOS      TO WRK-LP-DESVIOS.
           MOVE WRK-FAIXA-MINIMA TO WRK-LP-FAIXA-MIN.
           MOVE WRK-LINHA-PARAM TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================FEVEREIRO DO ANO BISSEXTO TEM 29.
       0250-VOLTA-UMA-SEMANA SECTION.
           COMPUTE WRK-DIA-CALC = WRK-DC-DIA - 7.
           IF WRK-DIA-CALC LESS 1
               SUBTRACT 1 FROM WRK-DC-MES
               IF WRK-DC-MES LESS 1
                   MOVE 12 TO WRK-DC-MES
                   SUBTRACT 1 FROM WRK-DC-ANO
               END-IF
               ADD DIAS-MES-ANOM(WRK-DC-MES) TO WRK-DIA-CALC
               IF WRK-DC-MES EQUAL 2
                   DIVIDE WRK-DC-ANO BY 4 GIVING WRK-B-QUOC
                       REMAINDER WRK-B-SOBRA4
                   DIVIDE WRK-DC-ANO BY 100 GIVING WRK-B-QUOC
                       REMAINDER WRK-B-SOBRA100
                   DIVIDE WRK-DC-ANO BY 400 GIVING WRK-B-QUOC
                       REMAINDER WRK-B-SOBRA400
                   IF WRK-B-SOBRA4 EQUAL ZEROS
                           AND (WRK-B-SOBRA100 NOT EQUAL ZEROS
                                OR WRK-B-SOBRA400 EQUAL ZEROS)
                       ADD 1 TO WRK-DIA-CALC
                   END-IF
               END-IF
           END-IF.
           MOVE WRK-DIA-CALC TO WRK-DC-DIA.

      *===============================DIA DA SEMANA PELA CONGRUENCIA
      *===============================DE ZELLER (MESMO CALCULO DO
      *===============================AGENDA001): 1=SEGUNDA, 7=DOMINGO.
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
               IF TF-DATA(WRK-SUB-FERIADO) EQUAL WRK-DATA-TESTE
                   MOVE "S" TO WRK-EH-FERIADO
                   MOVE 51 TO WRK-SUB-FERIADO
               END-IF
           END-PERFORM.

      *===============================TOTAL LIQUIDO (BRUTO MENOS
      *===============================DEVOLUCAO) DE CADA LOJA EM CADA
      *===============================DIA DA TABELA. LOJA SEM VENDA NUM
      *===============================DIA FICA COM ZERO NAQUELE DIA.
       0300-CARREGA-TOTAIS  SECTION.
           MOVE ZEROS TO WRK-QTDE-LOJAS.

           OPEN INPUT VENDRESUMO.
           IF FS-VENDRESUMO NOT EQUAL 00
               DISPLAY "VENDRESUMO.DAT NAO ABERTO - STATUS "
                       FS-VENDRESUMO
               MOVE "N" TO WRK-RESUMO-ABERTO
           ELSE
               MOVE "S" TO WRK-RESUMO-ABERTO
               PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                       UNTIL WRK-IDX-DIA GREATER WRK-QTDE-DIAS
                   MOVE TD-DATA(WRK-IDX-DIA) TO WRK-DATA-LIDA
                   PERFORM 0310-SOMA-DIA
               END-PERFORM
           END-IF.

       0310-SOMA-DIA        SECTION.
           MOVE LOW-VALUES    TO VRS-CHAVE.
           MOVE WRK-DATA-LIDA TO VRS-DATA.
           START VENDRESUMO KEY IS NOT LESS VRS-CHAVE.
           IF FS-VENDRESUMO EQUAL 00
               READ VENDRESUMO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-VENDRESUMO NOT EQUAL 00
               IF VRS-DATA NOT EQUAL WRK-DATA-LIDA
                   MOVE 10 TO FS-VENDRESUMO
               ELSE
                   PERFORM 0320-LOCALIZA-LOJA
                   IF WRK-IDX-LOJA NOT EQUAL ZEROS
                       ADD VRS-VALOR-BRUTO
                         TO TLJ-VALOR(WRK-IDX-LOJA, WRK-IDX-DIA)
                       SUBTRACT VRS-VALOR-DEVOL
                         FROM TLJ-VALOR(WRK-IDX-LOJA, WRK-IDX-DIA)
                   END-IF
                   READ VENDRESUMO NEXT RECORD
               END-IF
           END-PERFORM.

       0320-LOCALIZA-LOJA   SECTION.
           MOVE ZEROS TO WRK-IDX-LOJA.
           PERFORM VARYING WRK-SUB-LOJA FROM 1 BY 1
                   UNTIL WRK-SUB-LOJA GREATER WRK-QTDE-LOJAS
               IF TLJ-LOJA(WRK-SUB-LOJA) EQUAL VRS-LOJA
                   MOVE WRK-SUB-LOJA TO WRK-IDX-LOJA
                   MOVE WRK-QTDE-LOJAS TO WRK-SUB-LOJA
               END-IF
           END-PERFORM.

           IF WRK-IDX-LOJA EQUAL ZEROS
               IF WRK-QTDE-LOJAS LESS 20
                   ADD 1 TO WRK-QTDE-LOJAS
                   MOVE WRK-QTDE-LOJAS TO WRK-IDX-LOJA
                   MOVE VRS-LOJA TO TLJ-LOJA(WRK-IDX-LOJA)
                   PERFORM VARYING WRK-SUB-SEMANA FROM 1 BY 1
                           UNTIL WRK-SUB-SEMANA GREATER 27
                       MOVE ZEROS
                         TO TLJ-VALOR(WRK-IDX-LOJA, WRK-SUB-SEMANA)
                   END-PERFORM
               ELSE
                   DISPLAY "TABELA DE LOJAS CHEIA (20) - LOJA FORA "
                           "DA AVALIACAO " VRS-LOJA
               END-IF
           END-IF.

      *===============================MEDIA E DESVIO PADRAO (AMOSTRAL)
      *===============================DA AMOSTRA; A FAIXA NUNCA FICA
      *===============================MAIS ESTREITA QUE +/- A FAIXA
      *===============================MINIMA EM % DA MEDIA (LOJA DE
      *===============================MOVIMENTO MUITO REGULAR).
       0400-AVALIA-LOJAS    SECTION.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF WRK-QTDE-AMOSTRA LESS WRK-MIN-SEMANAS
               MOVE "HISTORICO INSUFICIENTE PARA O DIA DA SEMANA"
                 TO WRK-LS-TEXTO
               MOVE WRK-LINHA-SITUACAO TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY "AMOSTRA DE " WRK-QTDE-AMOSTRA " SEMANA(S), "
                       "MINIMO " WRK-MIN-SEMANAS " - DIA NAO AVALIADO "
           ELSE
               PERFORM VARYING WRK-SUB-LOJA FROM 1 BY 1
                       UNTIL WRK-SUB-LOJA GREATER WRK-QTDE-LOJAS
                   MOVE WRK-SUB-LOJA TO WRK-IDX-LOJA
                   PERFORM 0410-CALCULA-FAIXA
                   PERFORM 0420-IMPRIME-LOJA
               END-PERFORM
           END-IF.

       0410-CALCULA-FAIXA   SECTION.
           MOVE ZEROS TO WRK-SOMA.
           PERFORM VARYING WRK-IDX-DIA FROM 2 BY 1
                   UNTIL WRK-IDX-DIA GREATER WRK-QTDE-DIAS
               ADD TLJ-VALOR(WRK-IDX-LOJA, WRK-IDX-DIA) TO WRK-SOMA
           END-PERFORM.
           COMPUTE WRK-MEDIA ROUNDED = WRK-SOMA / WRK-QTDE-AMOSTRA.

           MOVE ZEROS TO WRK-SOMA-QUAD.
           PERFORM VARYING WRK-IDX-DIA FROM 2 BY 1
                   UNTIL WRK-IDX-DIA GREATER WRK-QTDE-DIAS
               COMPUTE WRK-SOMA-QUAD = WRK-SOMA-QUAD +
                       (TLJ-VALOR(WRK-IDX-LOJA, WRK-IDX-DIA)
                        - WRK-MEDIA) ** 2
           END-PERFORM.

           IF WRK-QTDE-AMOSTRA GREATER 1
               COMPUTE WRK-VARIANCIA ROUNDED =
                       WRK-SOMA-QUAD / (WRK-QTDE-AMOSTRA - 1)
           ELSE
               MOVE ZEROS TO WRK-VARIANCIA
           END-IF.
           COMPUTE WRK-DESVIO ROUNDED = WRK-VARIANCIA ** 0,5.

           COMPUTE WRK-MARGEM ROUNDED = WRK-DESVIOS * WRK-DESVIO.
           IF WRK-MEDIA GREATER ZEROS
               COMPUTE WRK-MARGEM-MIN ROUNDED =
                       WRK-MEDIA * WRK-FAIXA-MINIMA / 100
           ELSE
               MOVE ZEROS TO WRK-MARGEM-MIN
           END-IF.
           IF WRK-MARGEM LESS WRK-MARGEM-MIN
               MOVE WRK-MARGEM-MIN TO WRK-MARGEM
           END-IF.

           COMPUTE WRK-LIMITE-INF = WRK-MEDIA - WRK-MARGEM.
           IF WRK-LIMITE-INF LESS ZEROS
               MOVE ZEROS TO WRK-LIMITE-INF
           END-IF.
           COMPUTE WRK-LIMITE-SUP = WRK-MEDIA + WRK-MARGEM.

           MOVE TLJ-VALOR(WRK-IDX-LOJA, 1) TO WRK-VALOR-DIA.
           COMPUTE WRK-DIFERENCA = WRK-VALOR-DIA - WRK-MEDIA.

       0420-IMPRIME-LOJA    SECTION.
           MOVE SPACES           TO WRK-LD-MARCA.
           MOVE TLJ-LOJA(WRK-IDX-LOJA) TO WRK-LD-LOJA.
           MOVE WRK-MEDIA        TO WRK-LD-MEDIA.
           MOVE WRK-LIMITE-INF   TO WRK-LD-INF.
           MOVE WRK-LIMITE-SUP   TO WRK-LD-SUP.
           MOVE WRK-VALOR-DIA    TO WRK-LD-VALOR.
           MOVE WRK-DIFERENCA    TO WRK-LD-DIFERENCA.

           IF WRK-VALOR-DIA LESS WRK-LIMITE-INF
                   OR WRK-VALOR-DIA GREATER WRK-LIMITE-SUP
               MOVE "*** " TO WRK-LD-MARCA
               ADD 1 TO WRK-QTDE-ANOMALIAS
           END-IF.

           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF WRK-LD-MARCA NOT EQUAL SPACES
               EVALUATE TRUE
                   WHEN WRK-VALOR-DIA EQUAL ZEROS
                       MOVE "SEM VENDA NO DIA - CAIXA NAO LANCADO?"
                         TO WRK-LS-TEXTO
                   WHEN WRK-VALOR-DIA LESS WRK-LIMITE-INF
                       MOVE "ABAIXO DA FAIXA - MAIORES QUEDAS:"
                         TO WRK-LS-TEXTO
                   WHEN OTHER
                       MOVE "ACIMA DA FAIXA - MAIORES ALTAS:"
                         TO WRK-LS-TEXTO
               END-EVALUATE
               MOVE WRK-LINHA-SITUACAO TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM 0500-EXPLICA-DIFERENCA
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

      *===============================PRODUTOS DA LOJA NO DIA E NA
      *===============================AMOSTRA; SAEM OS 5 DE MAIOR
      *===============================DIFERENCA NO SENTIDO DO DESVIO.
       0500-EXPLICA-DIFERENCA SECTION.
           MOVE ZEROS TO WRK-QTDE-PROD.
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA GREATER WRK-QTDE-DIAS
               MOVE TD-DATA(WRK-IDX-DIA) TO WRK-DATA-LIDA
               PERFORM 0510-PRODUTOS-DIA
           END-PERFORM.

           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
               COMPUTE TPA-DIFERENCA(WRK-SUB-PROD) ROUNDED =
                       TPA-VALOR-DIA(WRK-SUB-PROD)
                       - TPA-SOMA-AMOSTRA(WRK-SUB-PROD)
                       / WRK-QTDE-AMOSTRA
               MOVE "N" TO TPA-LISTADO(WRK-SUB-PROD)
           END-PERFORM.

           PERFORM VARYING WRK-SUB-TOP FROM 1 BY 1
                   UNTIL WRK-SUB-TOP GREATER 5
               PERFORM 0530-MAIOR-DIFERENCA
               IF WRK-IDX-PROD NOT EQUAL ZEROS
                   PERFORM 0540-IMPRIME-PRODUTO
               END-IF
           END-PERFORM.

       0510-PRODUTOS-DIA    SECTION.
           MOVE LOW-VALUES             TO VRS-CHAVE.
           MOVE WRK-DATA-LIDA          TO VRS-DATA.
           MOVE TLJ-LOJA(WRK-IDX-LOJA) TO VRS-LOJA.
           START VENDRESUMO KEY IS NOT LESS VRS-CHAVE.
           IF FS-VENDRESUMO EQUAL 00
               READ VENDRESUMO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-VENDRESUMO NOT EQUAL 00
               IF VRS-DATA NOT EQUAL WRK-DATA-LIDA
                       OR VRS-LOJA NOT EQUAL TLJ-LOJA(WRK-IDX-LOJA)
                   MOVE 10 TO FS-VENDRESUMO
               ELSE
                   PERFORM 0520-LOCALIZA-PRODUTO
                   IF WRK-IDX-PROD NOT EQUAL ZEROS
                       COMPUTE WRK-VALOR-PROD =
                               VRS-VALOR-BRUTO - VRS-VALOR-DEVOL
                       IF WRK-IDX-DIA EQUAL 1
                           ADD WRK-VALOR-PROD
                             TO TPA-VALOR-DIA(WRK-IDX-PROD)
                       ELSE
                           ADD WRK-VALOR-PROD
                             TO TPA-SOMA-AMOSTRA(WRK-IDX-PROD)
                       END-IF
                   END-IF
                   READ VENDRESUMO NEXT RECORD
               END-IF
           END-PERFORM.

       0520-LOCALIZA-PRODUTO SECTION.
           MOVE ZEROS TO WRK-IDX-PROD.
           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
               IF TPA-PRODUTO(WRK-SUB-PROD) EQUAL VRS-PRODUTO
                   MOVE WRK-SUB-PROD TO WRK-IDX-PROD
                   MOVE WRK-QTDE-PROD TO WRK-SUB-PROD
               END-IF
           END-PERFORM.

           IF WRK-IDX-PROD EQUAL ZEROS
                   AND WRK-QTDE-PROD LESS 300
               ADD 1 TO WRK-QTDE-PROD
               MOVE WRK-QTDE-PROD TO WRK-IDX-PROD
               MOVE VRS-PRODUTO TO TPA-PRODUTO(WRK-IDX-PROD)
               MOVE ZEROS TO TPA-VALOR-DIA(WRK-IDX-PROD)
               MOVE ZEROS TO TPA-SOMA-AMOSTRA(WRK-IDX-PROD)
           END-IF.

      *===============================DIA ABAIXO DA FAIXA PROCURA A
      *===============================MAIOR QUEDA; ACIMA, A MAIOR ALTA.
       0530-MAIOR-DIFERENCA SECTION.
           MOVE ZEROS TO WRK-IDX-PROD.
           MOVE ZEROS TO WRK-MAIOR-DIF.
           PERFORM VARYING WRK-SUB-PROD FROM 1 BY 1
                   UNTIL WRK-SUB-PROD GREATER WRK-QTDE-PROD
               IF TPA-LISTADO(WRK-SUB-PROD) EQUAL "N"
                   IF TLJ-VALOR(WRK-IDX-LOJA, 1) LESS WRK-LIMITE-INF
                       COMPUTE WRK-DIF-SENTIDO =
                               0 - TPA-DIFERENCA(WRK-SUB-PROD)
                   ELSE
                       MOVE TPA-DIFERENCA(WRK-SUB-PROD)
                         TO WRK-DIF-SENTIDO
                   END-IF
                   IF WRK-DIF-SENTIDO GREATER WRK-MAIOR-DIF
                       MOVE WRK-DIF-SENTIDO TO WRK-MAIOR-DIF
                       MOVE WRK-SUB-PROD TO WRK-IDX-PROD
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-IDX-PROD NOT EQUAL ZEROS
               MOVE "S" TO TPA-LISTADO(WRK-IDX-PROD)
           END-IF.

       0540-IMPRIME-PRODUTO SECTION.
           MOVE TPA-PRODUTO(WRK-IDX-PROD)   TO WRK-LPR-PRODUTO.
           MOVE TPA-VALOR-DIA(WRK-IDX-PROD) TO WRK-LPR-VALOR.
           COMPUTE WRK-LPR-MEDIA ROUNDED =
                   TPA-SOMA-AMOSTRA(WRK-IDX-PROD) / WRK-QTDE-AMOSTRA.
           MOVE TPA-DIFERENCA(WRK-IDX-PROD) TO WRK-LPR-DIF.
           MOVE WRK-LINHA-PRODUTO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================O FECHAMENTO DO PROG_VENDAS GRAVA
      *===============================UMA LINHA POR DIA NO VENDASDIA.DAT
      *===============================NENHUMA COM VENDA NO DIA E
      *===============================FECHAMENTO QUE NAO RODOU; MAIS DE
      *===============================UMA E FECHAMENTO REPETIDO.
       0600-CONFERE-FECHAMENTO SECTION.
           MOVE ZEROS TO WRK-QTDE-FECHAMENTOS.
           OPEN INPUT VENDASDIA.
           IF FS-VENDASDIA EQUAL 00
               READ VENDASDIA NEXT RECORD
               PERFORM UNTIL FS-VENDASDIA NOT EQUAL 00
                   IF VD-DATA EQUAL WRK-DATA-AVALIADA
                       ADD 1 TO WRK-QTDE-FECHAMENTOS
                   END-IF
                   READ VENDASDIA NEXT RECORD
               END-PERFORM
               CLOSE VENDASDIA
           END-IF.

           MOVE ZEROS TO WRK-VALOR-DIA.
           PERFORM VARYING WRK-SUB-LOJA FROM 1 BY 1
                   UNTIL WRK-SUB-LOJA GREATER WRK-QTDE-LOJAS
               ADD TLJ-VALOR(WRK-SUB-LOJA, 1) TO WRK-VALOR-DIA
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           EVALUATE TRUE
               WHEN WRK-QTDE-FECHAMENTOS EQUAL ZEROS
                       AND WRK-VALOR-DIA NOT EQUAL ZEROS
                   MOVE "*** FECHAMENTO DO DIA SEM LINHA NO VENDASDIA"
                     TO WRK-LS-TEXTO
                   ADD 1 TO WRK-QTDE-ANOMALIAS
               WHEN WRK-QTDE-FECHAMENTOS GREATER 1
                   MOVE "*** FECHAMENTO GRAVADO MAIS DE UMA VEZ NO DIA"
                     TO WRK-LS-TEXTO
                   ADD 1 TO WRK-QTDE-ANOMALIAS
               WHEN OTHER
                   MOVE "FECHAMENTO DO DIA EM VENDASDIA.DAT OK"
                     TO WRK-LS-TEXTO
           END-EVALUATE.
           MOVE WRK-LINHA-SITUACAO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0900-FINALIZAR       SECTION.
           IF WRK-RESUMO-ABERTO EQUAL "S"
               CLOSE VENDRESUMO
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-QTDE-ANOMALIAS TO WRK-LTO-QTDE.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.

           DISPLAY "ANOMALIAS ENCONTRADAS. " WRK-QTDE-ANOMALIAS.
           DISPLAY "RELATORIO GRAVADO EM ANOMALIA.LST ".
           DISPLAY "FIM DE PROGRAMA ".
