       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCDESP001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: ORCAMENTO DE DESPESAS POR CATEGORIA - MANTEM EM
      *          ORCDESP.DAT O VALOR ORCADO DE CADA CP-CATEGORIA DO
      *          CONTAS A PAGAR MES A MES (ALTERACAO SO COM PIN DE
      *          SUPERVISOR), COPIA O ORCAMENTO DO ANO ANTERIOR COM UM
      *          PERCENTUAL DE AJUSTE E IMPRIME EM ORCDESP.LST O
      *          ORCADO CONTRA O REALIZADO DO MES E DO ACUMULADO NO
      *          ANO - LANCADO (CP-DATA-LANCTO) E PAGO (CP-DATA-PGTO)
      *          EM CONTASPAG.DAT - COM A VARIACAO EM VALOR E EM
      *          PERCENTUAL, DESTACANDO A CATEGORIA QUE ESTOURA O
      *          ORCADO ALEM DA TOLERANCIA INFORMADA. NOTA DE
      *          MERCADORIA NAO E DESPESA (VAI PARA O ESTOQUE) E FICA
      *          FORA, COMO NA DRE001. ANTES O ESTOURO EM MANUTENCAO OU
      *          CONTAS DE CONSUMO SO APARECIA NO FIM DO ANO. O
      *          REEMBOLSO DE DESPESA PAGO NA FOLHA (RD-VIA-FOLHA EM
      *          REEMBOLSO.DAT) NAO PASSA PELO CONTASPAG.DAT E ENTRA
      *          NA RD-CATEGORIA COMO LANCADO E PAGO NA RD-DATA-PGTO.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCDESP ASSIGN TO "ORCDESP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OD-CHAVE
           FILE STATUS IS FS-ORCDESP.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTASPAG.

           SELECT REEMBOLSO ASSIGN TO "REEMBOLSO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RD-CHAVE
           FILE STATUS IS FS-REEMBOLSO.

           SELECT RELATORIO ASSIGN TO "ORCDESP.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCDESP.
           COPY ORCDESPREG.

       FD  CONTASPAG.
           COPY CONTAPAGREG.

       FD  REEMBOLSO.
           COPY REEMBREG.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
           COPY PINWS.
       77  FS-ORCDESP      PIC 9(02) VALUE ZEROS.
       77  FS-CONTASPAG    PIC 9(02) VALUE ZEROS.
       77  FS-REEMBOLSO    PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-ANO-PROC    PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-ORIGEM  PIC 9(04) VALUE ZEROS.
       77  WRK-CATEGORIA-PROC PIC X(10) VALUE SPACES.
       77  WRK-MES-ALT     PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-ALT   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SUB-MES     PIC 9(02) VALUE ZEROS.
       77  WRK-EXISTE      PIC X(01) VALUE "N".
       77  WRK-AJUSTE      PIC S9(03)V99 VALUE ZEROS.
       77  WRK-QTDE-COPIADOS PIC 9(04) VALUE ZEROS.
       77  WRK-QTDE-MANTIDOS PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-ANO   PIC 9(09)V99 VALUE ZEROS.

       77  WRK-TOLERANCIA  PIC 9(03)V99 VALUE ZEROS.
       77  WRK-QTDE-CAT    PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-CAT     PIC 9(02) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(02) VALUE ZEROS.
       77  WRK-ACHOU-CAT   PIC X(01) VALUE "N".
       77  WRK-CATEGORIA-BUSCA PIC X(10) VALUE SPACES.
       77  WRK-QTDE-ESTOURO PIC 9(02) VALUE ZEROS.
       77  WRK-VARIACAO    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-PERCENTUAL  PIC S9(05)V99 VALUE ZEROS.
       77  WRK-ORCADO-PER  PIC 9(09)V99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
           05 WRK-HOJE-MES   PIC 9(02).
           05 WRK-HOJE-DIA   PIC 9(02).
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE PIC 9(08).

       01  WRK-ANOMES-PROC.
           05 WRK-AMP-ANO    PIC 9(04).
           05 WRK-AMP-MES    PIC 9(02).

       01  WRK-DATA-LIDA.
           05 WRK-DL-ANO     PIC 9(04).
           05 WRK-DL-MES     PIC 9(02).
           05 WRK-DL-DIA     PIC 9(02).

      *===============================POR CATEGORIA: ORCADO, LANCADO E
      *===============================PAGO; OCORRENCIA 1 = MES,
      *===============================OCORRENCIA 2 = ACUMULADO NO ANO.
       01  TABELA-CATEGORIAS.
           05 TAB-CATEGORIA OCCURS 50 TIMES.
               10 TCT-CATEGORIA   PIC X(10).
               10 TCT-PERIODO OCCURS 2 TIMES.
                   15 TCT-ORCADO  PIC 9(09)V99.
                   15 TCT-LANCADO PIC 9(09)V99.
                   15 TCT-PAGO    PIC 9(09)V99.

       01  TABELA-TOTAIS.
           05 TTO-PERIODO OCCURS 2 TIMES.
               10 TTO-ORCADO      PIC 9(09)V99.
               10 TTO-LANCADO     PIC 9(09)V99.
               10 TTO-PAGO        PIC 9(09)V99.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(50) VALUE
               "ORCAMENTO X REALIZADO - DESPESAS POR CATEGORIA".

       01  WRK-LINHA-PARAM.
           05 FILLER       PIC X(14) VALUE "COMPETENCIA. ".
           05 WRK-LPA-ANOMES PIC 9(06).
           05 FILLER       PIC X(16) VALUE "  TOLERANCIA.. ".
           05 WRK-LPA-TOLERANCIA PIC ZZ9,99.
           05 FILLER       PIC X(01) VALUE "%".

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(11) VALUE "CATEGORIA".
           05 FILLER       PIC X(05) VALUE "PER.".
           05 FILLER       PIC X(13) VALUE "      ORCADO".
           05 FILLER       PIC X(13) VALUE "     LANCADO".
           05 FILLER       PIC X(13) VALUE "        PAGO".
           05 FILLER       PIC X(14) VALUE "     VARIACAO".
           05 FILLER       PIC X(10) VALUE "     VAR%".

       01  WRK-LINHA-DET.
           05 WRK-LD-CATEGORIA PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PERIODO   PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-ORCADO    PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-LANCADO   PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PAGO      PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VARIACAO  PIC -Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PERCENTUAL PIC -ZZZ9,99.
           05 FILLER           PIC X(01) VALUE "%".
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-AVISO     PIC X(12).

       01  WRK-LINHA-RESUMO.
           05 FILLER           PIC X(40) VALUE
               "CATEGORIAS ACIMA DA TOLERANCIA NO MES.. ".
           05 WRK-LR-QTDE      PIC Z9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O ORCDESP.
           IF FS-ORCDESP EQUAL 35
               OPEN OUTPUT ORCDESP
               CLOSE ORCDESP
               OPEN I-O ORCDESP
           END-IF.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           CLOSE ORCDESP.
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  ORCAMENTO DE DESPESAS POR CATEGORIA "
           DISPLAY "================================================"
           DISPLAY "1 - MANTER ORCAMENTO (SUPERVISOR) "
           DISPLAY "2 - COPIAR ANO ANTERIOR COM AJUSTE (SUPERVISOR) "
           DISPLAY "3 - RELATORIO ORCADO X REALIZADO "
           DISPLAY "4 - CONSULTAR ORCAMENTO "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   MOVE 3 TO WRK-NIVEL-EXIGIDO
                   PERFORM 0095-VALIDA-PIN
                   IF WRK-PIN-OK EQUAL "S"
                       PERFORM 0200-MANTEM-ORCAMENTO
                   END-IF
               WHEN 2
                   MOVE 3 TO WRK-NIVEL-EXIGIDO
                   PERFORM 0095-VALIDA-PIN
                   IF WRK-PIN-OK EQUAL "S"
                       PERFORM 0300-COPIA-ANO-ANTERIOR
                   END-IF
               WHEN 3
                   PERFORM 0400-RELATORIO
               WHEN 4
                   PERFORM 0600-CONSULTA-ORCAMENTO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

      *===============================CATEGORIA NOVA NO ANO NASCE COM
      *===============================OS 12 MESES ZERADOS; ALTERA UM
      *===============================MES POR VEZ ATE O MES 00.
       0200-MANTEM-ORCAMENTO SECTION.
           DISPLAY "ANO DO ORCAMENTO (AAAA) "
           ACCEPT WRK-ANO-PROC.
           DISPLAY "CATEGORIA (COMO LANCADA NO CPAG001) "
           ACCEPT WRK-CATEGORIA-PROC.

           MOVE WRK-ANO-PROC       TO OD-ANO.
           MOVE WRK-CATEGORIA-PROC TO OD-CATEGORIA.
           READ ORCDESP
               INVALID KEY
                   MOVE "N" TO WRK-EXISTE
                   MOVE WRK-ANO-PROC       TO OD-ANO
                   MOVE WRK-CATEGORIA-PROC TO OD-CATEGORIA
                   PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
                           UNTIL WRK-SUB-MES GREATER 12
                       MOVE ZEROS TO OD-VALOR-MES(WRK-SUB-MES)
                   END-PERFORM
                   DISPLAY "CATEGORIA SEM ORCAMENTO NO ANO - INCLUINDO "
               NOT INVALID KEY
                   MOVE "S" TO WRK-EXISTE
                   PERFORM 0610-EXIBE-ORCAMENTO
           END-READ.

           MOVE 99 TO WRK-MES-ALT.
           PERFORM UNTIL WRK-MES-ALT EQUAL ZEROS
               DISPLAY "MES A ALTERAR (01-12, 13 = TODOS IGUAIS, "
                       "00 = GRAVAR) "
               ACCEPT WRK-MES-ALT
               EVALUATE TRUE
                   WHEN WRK-MES-ALT EQUAL ZEROS
                       CONTINUE
                   WHEN WRK-MES-ALT GREATER 13
                       DISPLAY "MES INVALIDO "
                   WHEN OTHER
                       DISPLAY "VALOR ORCADO "
                       ACCEPT WRK-VALOR-ALT
                       PERFORM 0210-ALTERA-MES
               END-EVALUATE
           END-PERFORM.

           MOVE WRK-USUARIO-PIN TO OD-ALTERADO-POR.
           MOVE WRK-DATA-HOJE-R TO OD-DATA-ALTERACAO.
           IF WRK-EXISTE EQUAL "S"
               REWRITE REG-ORCDESP
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR ORCDESP.DAT - STATUS "
                               FS-ORCDESP
                   NOT INVALID KEY
                       DISPLAY "ORCAMENTO ALTERADO "
               END-REWRITE
           ELSE
               WRITE REG-ORCDESP
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ORCDESP.DAT - STATUS "
                               FS-ORCDESP
                   NOT INVALID KEY
                       DISPLAY "ORCAMENTO INCLUIDO "
               END-WRITE
           END-IF.

       0210-ALTERA-MES      SECTION.
           IF WRK-MES-ALT EQUAL 13
               PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
                       UNTIL WRK-SUB-MES GREATER 12
                   MOVE WRK-VALOR-ALT TO OD-VALOR-MES(WRK-SUB-MES)
               END-PERFORM
           ELSE
               MOVE WRK-VALOR-ALT TO OD-VALOR-MES(WRK-MES-ALT)
           END-IF.

      *===============================AJUSTE ACEITA SINAL (-5 REDUZ 5%);
      *===============================CATEGORIA JA ORCADA NO ANO DE
      *===============================DESTINO NAO E SOBREPOSTA.
       0300-COPIA-ANO-ANTERIOR SECTION.
           DISPLAY "ANO DE DESTINO (AAAA) "
           ACCEPT WRK-ANO-PROC.
           DISPLAY "PERCENTUAL DE AJUSTE SOBRE O ANO ANTERIOR "
                   "(EX.: 5 OU -3) "
           ACCEPT WRK-AJUSTE.
           COMPUTE WRK-ANO-ORIGEM = WRK-ANO-PROC - 1.

           MOVE ZEROS TO WRK-QTDE-COPIADOS.
           MOVE ZEROS TO WRK-QTDE-MANTIDOS.

           MOVE WRK-ANO-ORIGEM TO OD-ANO.
           MOVE LOW-VALUES     TO OD-CATEGORIA.
           START ORCDESP KEY IS NOT LESS OD-CHAVE.
           IF FS-ORCDESP EQUAL 00
               READ ORCDESP NEXT RECORD
               PERFORM UNTIL FS-ORCDESP NOT EQUAL 00
                       OR OD-ANO NOT EQUAL WRK-ANO-ORIGEM
                   PERFORM 0310-COPIA-CATEGORIA
                   READ ORCDESP NEXT RECORD
               END-PERFORM
           END-IF.

           DISPLAY "CATEGORIAS COPIADAS....... " WRK-QTDE-COPIADOS.
           DISPLAY "JA ORCADAS NO DESTINO..... " WRK-QTDE-MANTIDOS.

      *===============================GRAVA A COPIA E VOLTA A
      *===============================POSICIONAR NA CATEGORIA DE ORIGEM
      *===============================PARA O READ NEXT SEGUINTE.
       0310-COPIA-CATEGORIA SECTION.
           MOVE OD-CATEGORIA TO WRK-CATEGORIA-PROC.

           MOVE WRK-ANO-PROC TO OD-ANO.
           PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
                   UNTIL WRK-SUB-MES GREATER 12
               COMPUTE OD-VALOR-MES(WRK-SUB-MES) ROUNDED =
                       OD-VALOR-MES(WRK-SUB-MES)
                       * (100 + WRK-AJUSTE) / 100
           END-PERFORM.
           MOVE WRK-USUARIO-PIN TO OD-ALTERADO-POR.
           MOVE WRK-DATA-HOJE-R TO OD-DATA-ALTERACAO.

           WRITE REG-ORCDESP
               INVALID KEY
                   ADD 1 TO WRK-QTDE-MANTIDOS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-COPIADOS
           END-WRITE.

           MOVE WRK-ANO-ORIGEM     TO OD-ANO.
           MOVE WRK-CATEGORIA-PROC TO OD-CATEGORIA.
           START ORCDESP KEY IS GREATER OD-CHAVE.

      *===============================VARIACAO = LANCADO - ORCADO
      *===============================(POSITIVA = ESTOURO); O
      *===============================PERCENTUAL E SOBRE O ORCADO.
       0400-RELATORIO       SECTION.
           DISPLAY "COMPETENCIA (AAAAMM) "
           ACCEPT WRK-ANOMES-PROC.
           DISPLAY "TOLERANCIA DE ESTOURO EM % (0 = 10%) "
           ACCEPT WRK-TOLERANCIA.
           IF WRK-TOLERANCIA EQUAL ZEROS
               MOVE 10 TO WRK-TOLERANCIA
           END-IF.

           INITIALIZE TABELA-CATEGORIAS.
           INITIALIZE TABELA-TOTAIS.
           MOVE ZEROS TO WRK-QTDE-CAT.
           MOVE ZEROS TO WRK-QTDE-ESTOURO.

           PERFORM 0410-CARREGA-ORCADO.
           PERFORM 0420-ACUMULA-REALIZADO.
           PERFORM 0440-ACUMULA-REEMBOLSO.
           PERFORM 0450-IMPRIME-RELATORIO.

       0410-CARREGA-ORCADO  SECTION.
           MOVE WRK-AMP-ANO TO OD-ANO.
           MOVE LOW-VALUES  TO OD-CATEGORIA.
           START ORCDESP KEY IS NOT LESS OD-CHAVE.
           IF FS-ORCDESP EQUAL 00
               READ ORCDESP NEXT RECORD
               PERFORM UNTIL FS-ORCDESP NOT EQUAL 00
                       OR OD-ANO NOT EQUAL WRK-AMP-ANO
                   MOVE OD-CATEGORIA TO WRK-CATEGORIA-BUSCA
                   PERFORM 0430-PROCURA-CATEGORIA
                   IF WRK-ACHOU-CAT EQUAL "S"
                       MOVE OD-VALOR-MES(WRK-AMP-MES)
                         TO TCT-ORCADO(WRK-ACHADO-IDX, 1)
                       PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
                               UNTIL WRK-SUB-MES GREATER WRK-AMP-MES
                           ADD OD-VALOR-MES(WRK-SUB-MES)
                               TO TCT-ORCADO(WRK-ACHADO-IDX, 2)
                       END-PERFORM
                   END-IF
                   READ ORCDESP NEXT RECORD
               END-PERFORM
           END-IF.

       0420-ACUMULA-REALIZADO SECTION.
           OPEN INPUT CONTASPAG.
           IF FS-CONTASPAG NOT EQUAL 00
               DISPLAY "CONTASPAG.DAT NAO ABERTO - REALIZADO ZERADO "
           ELSE
               READ CONTASPAG
               PERFORM UNTIL FS-CONTASPAG NOT EQUAL 00
                   IF CP-CATEGORIA NOT EQUAL "MERCADORIA"
                       MOVE CP-CATEGORIA TO WRK-CATEGORIA-BUSCA
                       PERFORM 0430-PROCURA-CATEGORIA
                       IF WRK-ACHOU-CAT EQUAL "S"
                           PERFORM 0425-ACUMULA-TITULO
                       END-IF
                   END-IF
                   READ CONTASPAG
               END-PERFORM
               CLOSE CONTASPAG
           END-IF.

       0425-ACUMULA-TITULO  SECTION.
           MOVE CP-DATA-LANCTO TO WRK-DATA-LIDA.
           IF WRK-DL-ANO EQUAL WRK-AMP-ANO
                   AND WRK-DL-MES NOT GREATER WRK-AMP-MES
               ADD CP-VALOR TO TCT-LANCADO(WRK-ACHADO-IDX, 2)
               IF WRK-DL-MES EQUAL WRK-AMP-MES
                   ADD CP-VALOR TO TCT-LANCADO(WRK-ACHADO-IDX, 1)
               END-IF
           END-IF.

           IF CP-PAGO
               MOVE CP-DATA-PGTO TO WRK-DATA-LIDA
               IF WRK-DL-ANO EQUAL WRK-AMP-ANO
                       AND WRK-DL-MES NOT GREATER WRK-AMP-MES
                   ADD CP-VALOR TO TCT-PAGO(WRK-ACHADO-IDX, 2)
                   IF WRK-DL-MES EQUAL WRK-AMP-MES
                       ADD CP-VALOR TO TCT-PAGO(WRK-ACHADO-IDX, 1)
                   END-IF
               END-IF
           END-IF.

       0430-PROCURA-CATEGORIA SECTION.
           MOVE "N" TO WRK-ACHOU-CAT.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
                   UNTIL WRK-SUB-CAT GREATER WRK-QTDE-CAT
                   OR WRK-ACHOU-CAT EQUAL "S"
               IF TCT-CATEGORIA(WRK-SUB-CAT) EQUAL WRK-CATEGORIA-BUSCA
                   MOVE "S" TO WRK-ACHOU-CAT
                   MOVE WRK-SUB-CAT TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.

           IF WRK-ACHOU-CAT EQUAL "N"
               IF WRK-QTDE-CAT LESS 50
                   ADD 1 TO WRK-QTDE-CAT
                   MOVE WRK-QTDE-CAT TO WRK-ACHADO-IDX
                   MOVE WRK-CATEGORIA-BUSCA
                     TO TCT-CATEGORIA(WRK-ACHADO-IDX)
                   MOVE "S" TO WRK-ACHOU-CAT
               ELSE
                   DISPLAY "TABELA DE CATEGORIAS CHEIA (50) - FORA DO "
                           "RELATORIO " WRK-CATEGORIA-BUSCA
               END-IF
           END-IF.

      *===============================REEMBOLSO PAGO NA FOLHA: A
      *===============================DESPESA ENTRA NO MES DO
      *===============================PAGAMENTO (RD-DATA-PGTO), COMO
      *===============================LANCADA E PAGA. O PAGO PELO
      *===============================CONTAS A PAGAR JA ESTA NO 0420.
       0440-ACUMULA-REEMBOLSO SECTION.
           OPEN INPUT REEMBOLSO.
           IF FS-REEMBOLSO EQUAL 00
               MOVE ZEROS TO RD-FUNC-ID RD-NUMERO
               START REEMBOLSO KEY IS NOT LESS RD-CHAVE
               IF FS-REEMBOLSO EQUAL 00
                   READ REEMBOLSO NEXT RECORD
               END-IF
               PERFORM UNTIL FS-REEMBOLSO NOT EQUAL 00
                   IF RD-VIA-FOLHA AND RD-PAGO
                       MOVE RD-CATEGORIA TO WRK-CATEGORIA-BUSCA
                       PERFORM 0430-PROCURA-CATEGORIA
                       IF WRK-ACHOU-CAT EQUAL "S"
                           PERFORM 0445-ACUMULA-PEDIDO
                       END-IF
                   END-IF
                   READ REEMBOLSO NEXT RECORD
               END-PERFORM
               CLOSE REEMBOLSO
           END-IF.

       0445-ACUMULA-PEDIDO  SECTION.
           MOVE RD-DATA-PGTO TO WRK-DATA-LIDA.
           IF WRK-DL-ANO EQUAL WRK-AMP-ANO
                   AND WRK-DL-MES NOT GREATER WRK-AMP-MES
               ADD RD-VALOR TO TCT-LANCADO(WRK-ACHADO-IDX, 2)
               ADD RD-VALOR TO TCT-PAGO(WRK-ACHADO-IDX, 2)
               IF WRK-DL-MES EQUAL WRK-AMP-MES
                   ADD RD-VALOR TO TCT-LANCADO(WRK-ACHADO-IDX, 1)
                   ADD RD-VALOR TO TCT-PAGO(WRK-ACHADO-IDX, 1)
               END-IF
           END-IF.

       0450-IMPRIME-RELATORIO SECTION.
           OPEN OUTPUT RELATORIO.

           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-ANOMES-PROC TO WRK-LPA-ANOMES.
           MOVE WRK-TOLERANCIA TO WRK-LPA-TOLERANCIA.
           MOVE WRK-LINHA-PARAM TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
                   UNTIL WRK-SUB-CAT GREATER WRK-QTDE-CAT
               PERFORM 0460-IMPRIME-CATEGORIA
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "TOTAL"       TO WRK-LD-CATEGORIA.
           MOVE "MES"         TO WRK-LD-PERIODO.
           MOVE TTO-ORCADO(1)  TO WRK-LD-ORCADO.
           MOVE TTO-LANCADO(1) TO WRK-LD-LANCADO.
           MOVE TTO-PAGO(1)    TO WRK-LD-PAGO.
           COMPUTE WRK-VARIACAO = TTO-LANCADO(1) - TTO-ORCADO(1).
           MOVE TTO-ORCADO(1) TO WRK-ORCADO-PER.
           PERFORM 0470-IMPRIME-VARIACAO.
           MOVE SPACES        TO WRK-LD-CATEGORIA.
           MOVE "ANO"         TO WRK-LD-PERIODO.
           MOVE TTO-ORCADO(2)  TO WRK-LD-ORCADO.
           MOVE TTO-LANCADO(2) TO WRK-LD-LANCADO.
           MOVE TTO-PAGO(2)    TO WRK-LD-PAGO.
           COMPUTE WRK-VARIACAO = TTO-LANCADO(2) - TTO-ORCADO(2).
           MOVE TTO-ORCADO(2) TO WRK-ORCADO-PER.
           PERFORM 0470-IMPRIME-VARIACAO.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-QTDE-ESTOURO TO WRK-LR-QTDE.
           MOVE WRK-LINHA-RESUMO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.

           DISPLAY "RELATORIO GRAVADO EM ORCDESP.LST - "
                   WRK-QTDE-ESTOURO " CATEGORIA(S) ACIMA DA "
                   "TOLERANCIA ".

      *===============================UMA LINHA PARA O MES E UMA PARA O
      *===============================ACUMULADO; O DESTAQUE VALE NAS
      *===============================DUAS, A CONTAGEM SO PELO MES.
       0460-IMPRIME-CATEGORIA SECTION.
           ADD TCT-ORCADO(WRK-SUB-CAT, 1)  TO TTO-ORCADO(1).
           ADD TCT-LANCADO(WRK-SUB-CAT, 1) TO TTO-LANCADO(1).
           ADD TCT-PAGO(WRK-SUB-CAT, 1)    TO TTO-PAGO(1).
           ADD TCT-ORCADO(WRK-SUB-CAT, 2)  TO TTO-ORCADO(2).
           ADD TCT-LANCADO(WRK-SUB-CAT, 2) TO TTO-LANCADO(2).
           ADD TCT-PAGO(WRK-SUB-CAT, 2)    TO TTO-PAGO(2).

           MOVE TCT-CATEGORIA(WRK-SUB-CAT)  TO WRK-LD-CATEGORIA.
           MOVE "MES"                       TO WRK-LD-PERIODO.
           MOVE TCT-ORCADO(WRK-SUB-CAT, 1)  TO WRK-LD-ORCADO.
           MOVE TCT-LANCADO(WRK-SUB-CAT, 1) TO WRK-LD-LANCADO.
           MOVE TCT-PAGO(WRK-SUB-CAT, 1)    TO WRK-LD-PAGO.
           COMPUTE WRK-VARIACAO = TCT-LANCADO(WRK-SUB-CAT, 1)
                                - TCT-ORCADO(WRK-SUB-CAT, 1).
           MOVE TCT-ORCADO(WRK-SUB-CAT, 1) TO WRK-ORCADO-PER.
           PERFORM 0470-IMPRIME-VARIACAO.
           IF WRK-LD-AVISO NOT EQUAL SPACES
               ADD 1 TO WRK-QTDE-ESTOURO
           END-IF.

           MOVE SPACES                      TO WRK-LD-CATEGORIA.
           MOVE "ANO"                       TO WRK-LD-PERIODO.
           MOVE TCT-ORCADO(WRK-SUB-CAT, 2)  TO WRK-LD-ORCADO.
           MOVE TCT-LANCADO(WRK-SUB-CAT, 2) TO WRK-LD-LANCADO.
           MOVE TCT-PAGO(WRK-SUB-CAT, 2)    TO WRK-LD-PAGO.
           COMPUTE WRK-VARIACAO = TCT-LANCADO(WRK-SUB-CAT, 2)
                                - TCT-ORCADO(WRK-SUB-CAT, 2).
           MOVE TCT-ORCADO(WRK-SUB-CAT, 2) TO WRK-ORCADO-PER.
           PERFORM 0470-IMPRIME-VARIACAO.

      *===============================WRK-VARIACAO E O ORCADO DO
      *===============================PERIODO (EM WRK-ORCADO-PER) JA
      *===============================PREENCHIDOS.
       0470-IMPRIME-VARIACAO SECTION.
           MOVE SPACES TO WRK-LD-AVISO.
           MOVE ZEROS TO WRK-PERCENTUAL.
           IF WRK-ORCADO-PER EQUAL ZEROS
               IF WRK-VARIACAO GREATER ZEROS
                   MOVE "SEM ORCAM. " TO WRK-LD-AVISO
               END-IF
           ELSE
               COMPUTE WRK-PERCENTUAL ROUNDED =
                       WRK-VARIACAO / WRK-ORCADO-PER * 100
                   ON SIZE ERROR
                       MOVE 9999,99 TO WRK-PERCENTUAL
               END-COMPUTE
               IF WRK-PERCENTUAL GREATER WRK-TOLERANCIA
                   MOVE "*** ESTOURO" TO WRK-LD-AVISO
               END-IF
           END-IF.

           MOVE WRK-VARIACAO   TO WRK-LD-VARIACAO.
           MOVE WRK-PERCENTUAL TO WRK-LD-PERCENTUAL.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0600-CONSULTA-ORCAMENTO SECTION.
           DISPLAY "ANO DO ORCAMENTO (AAAA) "
           ACCEPT WRK-ANO-PROC.
           DISPLAY "CATEGORIA "
           ACCEPT WRK-CATEGORIA-PROC.

           MOVE WRK-ANO-PROC       TO OD-ANO.
           MOVE WRK-CATEGORIA-PROC TO OD-CATEGORIA.
           READ ORCDESP
               INVALID KEY
                   DISPLAY "CATEGORIA SEM ORCAMENTO NO ANO "
               NOT INVALID KEY
                   PERFORM 0610-EXIBE-ORCAMENTO
           END-READ.

       0610-EXIBE-ORCAMENTO SECTION.
           MOVE ZEROS TO WRK-TOTAL-ANO.
           DISPLAY "ORCAMENTO " OD-CATEGORIA " ANO " OD-ANO.
           PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
                   UNTIL WRK-SUB-MES GREATER 12
               DISPLAY "  MES " WRK-SUB-MES " "
                       OD-VALOR-MES(WRK-SUB-MES)
               ADD OD-VALOR-MES(WRK-SUB-MES) TO WRK-TOTAL-ANO
           END-PERFORM.
           DISPLAY "  TOTAL DO ANO " WRK-TOTAL-ANO.
           DISPLAY "  ALTERADO POR " OD-ALTERADO-POR
                   " EM " OD-DATA-ALTERACAO.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY PINPD.
       END PROGRAM ORCDESP001.
