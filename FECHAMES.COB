      *==OS MOVIMENTOS NORMAIS, NAO AS REVERSOES - O ACERTO FLUI PARA
      *==FECHAMES.HST E PARA O ROLLUP ANUAL DO ARQ019
      *==DATA:22/08/2024
      *==O FECHAMENTO PASSA A MOSTRAR A DEPRECIACAO DO MES E O GANHO OU
      *==PERDA NA BAIXA DE BENS DO ATIVO IMOBILIZADO, LIDOS DE
      *==DEPREC.HST (GRAVADO PELO ATIVO001); SO INFORMATIVO, FORA DO
      *==TOTAL GERAL
      *==DATA:15/10/2026
      *==AS VENDAS DO MES PASSAM A SER LIDAS DO RESUMO DIARIO
      *==VENDRESUMO.DAT (MANTIDO PELO VENDRES001), POSICIONANDO NO
      *==DIA 01 DO MES, EM VEZ DE VARRER TODAS AS LINHAS DE VENDAS.DAT;
      *==QUANTIDADE E VALOR LIQUIDO SAO OS MESMOS DE ANTES
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDRESUMO ASSIGN TO "VENDRESUMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VRS-CHAVE
           FILE STATUS IS FS-VENDRESUMO.

           SELECT HISTFRETE ASSIGN TO "FRETE.LOG"
           ORGANIZATION IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FECHAMESH.

           SELECT DEPRECH ASSIGN TO "DEPREC.HST"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DEPRECH.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDRESUMO.
           COPY VENDRESREG.

       FD  HISTFRETE.
           COPY HISTFRETEREG.
           05 FH-VALOR-GERAL    PIC 9(09)V99.
           05 FH-FRETE-VENCIDO  PIC 9(05).

       FD  DEPRECH.
           COPY DEPRECREG.

       WORKING-STORAGE SECTION.
       77  FS-VENDRESUMO     PIC 9(02) VALUE ZEROS.
       77  FS-HISTFRETE      PIC 9(02) VALUE ZEROS.
       77  FS-FECHAMENTO     PIC 9(02) VALUE ZEROS.
       77  FS-FECHAMESH      PIC 9(02) VALUE ZEROS.
       77  FS-DEPRECH        PIC 9(02) VALUE ZEROS.

       77  WRK-TOTAL-VENDAS       PIC 9(05)    VALUE ZEROS.
       77  WRK-VALOR-VENDAS       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-FRETE        PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-GERAL        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-FRETE-VENCIDO PIC 9(05)   VALUE ZEROS.
       77  WRK-VALOR-DEPREC       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-RESULTADO-BAIXA    PIC S9(08)V99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
           05 WRK-AM-ANO     PIC 9(04).
           05 WRK-AM-MES     PIC 9(02).

       01  WRK-DATA-INICIO-MES.
           05 WRK-DIM-ANO    PIC 9(04).
           05 WRK-DIM-MES    PIC 9(02).
           05 WRK-DIM-DIA    PIC 9(02) VALUE 01.

       01  WRK-DATA-REGISTRO.
           05 WRK-REG-ANO    PIC 9(04).
           05 WRK-REG-MES    PIC 9(02).
                   "COTACOES DE FRETE JA VENCIDAS.... ".
           05 WRK-LFV-QTDE   PIC ZZZZ9.

       01  WRK-LINHA-DEPREC.
           05 FILLER          PIC X(21) VALUE "DEPRECIACAO DO MES.. ".
           05 FILLER          PIC X(21) VALUE SPACES.
           05 WRK-LD-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-BAIXA-ATIVO.
           05 FILLER          PIC X(42) VALUE
                   "GANHO/PERDA NA BAIXA DE BENS.............".
           05 WRK-LBA-VALOR    PIC -ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSA-VENDAS.
           PERFORM 0250-PROCESSA-FRETE.
           PERFORM 0270-PROCESSA-DEPRECIACAO.
           PERFORM 0300-IMPRIME-FECHAMENTO.
           PERFORM 0350-GRAVA-HISTORICO.
           PERFORM 0900-FINALIZAR.
           MOVE WRK-HOJE-ANO TO WRK-AM-ANO.
           MOVE WRK-HOJE-MES TO WRK-AM-MES.

           OPEN INPUT VENDRESUMO.
           OPEN INPUT HISTFRETE.
           OPEN OUTPUT FECHAMENTO.

           MOVE SPACES TO REG-FECHAMENTO.
           WRITE REG-FECHAMENTO.

      *===============================AS VENDAS DO MES VEM DO RESUMO
      *===============================DIARIO (VENDRES001), A PARTIR DO
      *===============================DIA 01 ATE A PRIMEIRA DATA DE
      *===============================OUTRO MES.
       0200-PROCESSA-VENDAS SECTION.
           IF FS-VENDRESUMO NOT EQUAL 00
               DISPLAY "NENHUMA VENDA REGISTRADA NO PERIODO "
           ELSE
               MOVE WRK-AM-ANO TO WRK-DIM-ANO
               MOVE WRK-AM-MES TO WRK-DIM-MES
               MOVE LOW-VALUES TO VRS-CHAVE
               MOVE WRK-DATA-INICIO-MES TO VRS-DATA
               START VENDRESUMO KEY IS NOT LESS VRS-CHAVE
               IF FS-VENDRESUMO EQUAL 00
                   READ VENDRESUMO NEXT RECORD
               END-IF
               PERFORM UNTIL FS-VENDRESUMO NOT EQUAL 00
                   MOVE VRS-DATA TO WRK-DATA-REGISTRO
                   MOVE WRK-REG-ANO TO WRK-ARG-ANO
                   MOVE WRK-REG-MES TO WRK-ARG-MES
                   IF WRK-ANOMES-REGISTRO NOT EQUAL WRK-ANOMES-HOJE
                       MOVE 10 TO FS-VENDRESUMO
                   ELSE
                       ADD VRS-QTDE-VENDIDA TO WRK-TOTAL-VENDAS
                       ADD VRS-VALOR-BRUTO  TO WRK-VALOR-VENDAS
                       SUBTRACT VRS-VALOR-DEVOL FROM WRK-VALOR-VENDAS
                       READ VENDRESUMO NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF.

               END-PERFORM
           END-IF.

      *===============================DEPRECIACAO E BAIXAS DO ATIVO
      *===============================IMOBILIZADO (ATIVO001) DO MES;
      *===============================SO INFORMATIVO - NAO ENTRA NO
      *===============================TOTAL GERAL NEM EM FECHAMES.HST.
       0270-PROCESSA-DEPRECIACAO SECTION.
           OPEN INPUT DEPRECH.
           IF FS-DEPRECH EQUAL 00
               READ DEPRECH
               PERFORM UNTIL FS-DEPRECH NOT EQUAL 00
                   IF DH-ANOMES EQUAL WRK-ANOMES-HOJE
                       IF DH-BAIXA
                           ADD DH-VALOR TO WRK-RESULTADO-BAIXA
                       ELSE
                           ADD DH-VALOR TO WRK-VALOR-DEPREC
                       END-IF
                   END-IF
                   READ DEPRECH
               END-PERFORM
               CLOSE DEPRECH
           END-IF.

       0300-IMPRIME-FECHAMENTO SECTION.
           COMPUTE WRK-VALOR-GERAL =
                   WRK-VALOR-VENDAS + WRK-VALOR-FRETE.
           MOVE WRK-LINHA-FRETE-VENC TO REG-FECHAMENTO.
           WRITE REG-FECHAMENTO.

           MOVE WRK-VALOR-DEPREC TO WRK-LD-VALOR.
           MOVE WRK-LINHA-DEPREC TO REG-FECHAMENTO.
           WRITE REG-FECHAMENTO.

           IF WRK-RESULTADO-BAIXA NOT EQUAL ZEROS
               MOVE WRK-RESULTADO-BAIXA TO WRK-LBA-VALOR
               MOVE WRK-LINHA-BAIXA-ATIVO TO REG-FECHAMENTO
               WRITE REG-FECHAMENTO
           END-IF.

           MOVE SPACES TO REG-FECHAMENTO.
           WRITE REG-FECHAMENTO.

           CLOSE FECHAMESH.

       0900-FINALIZAR       SECTION.
           CLOSE VENDRESUMO.
           CLOSE HISTFRETE.
           CLOSE FECHAMENTO.
           DISPLAY "FIM DE PROGRAMA ".
