      *          IMPRIME EM METAS.LST O RELATORIO MENSAL DE META X
      *          REALIZADO, COM PERCENTUAL DE ATINGIMENTO E RANKING -
      *          O REALIZADO SAO AS VENDAS LIQUIDAS (VENDAS MENOS
      *          DEVOLUCOES) DE CADA VENDEDOR NO RESUMO DIARIO
      *          VENDRESUMO.DAT (VENDRES001, TIRADO DE VENDAS.DAT), O
      *          MESMO CALCULO DO RELATORIO DE COMISSAO (ARQ013). AS
      *          METAS ERAM MANTIDAS EM PAPEL E COMPARADAS NA MAO
      *          ANTES DA REUNIAO DE SEGUNDA.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==O REALIZADO PASSA A SER LIDO DO RESUMO DIARIO VENDRESUMO.DAT
      *==(VENDRES001), POSICIONANDO NO DIA 01 DO MES PEDIDO, EM VEZ DE
      *==VARRER TODAS AS LINHAS DE VENDAS.DAT
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS MT-CHAVE
           FILE STATUS IS FS-METAS.

           SELECT VENDRESUMO ASSIGN TO "VENDRESUMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VRS-CHAVE
           FILE STATUS IS FS-VENDRESUMO.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
               10 MT-ANOMES   PIC 9(06).
           05 MT-VALOR-META   PIC 9(08)V99.

       FD  VENDRESUMO.
           COPY VENDRESREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       WORKING-STORAGE SECTION.
       77  FS-METAS        PIC 9(02) VALUE ZEROS.
       77  FS-VENDRESUMO   PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU-VEND  PIC X(01) VALUE "N".
       77  WRK-TROCOU      PIC X(01) VALUE "N".
       77  WRK-VALOR-LIQ   PIC S9(09)V99 VALUE ZEROS.

       01  WRK-AREA-TROCA.
           05 WRK-TR-VENDEDOR PIC 9(04).
           05 WRK-AMV-ANOMES PIC 9(06).
           05 FILLER         PIC X(02).

       01  WRK-DATA-INICIO-MES.
           05 WRK-DIM-ANOMES PIC 9(06).
           05 WRK-DIM-DIA    PIC 9(02) VALUE 01.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(22) VALUE SPACES.
           05 FILLER       PIC X(36) VALUE
      *===============================VENDEDOR COM VENDA NO MES MAS SEM
      *===============================META CADASTRADA TAMBEM ENTRA NO
      *===============================RELATORIO, COM META ZERADA.
      *===============================O REALIZADO VEM DO RESUMO DIARIO
      *===============================DE VENDAS (VENDRES001), A PARTIR
      *===============================DO DIA 01 DO MES PEDIDO.
       0520-ACUMULA-REALIZADO SECTION.
           OPEN INPUT VENDRESUMO.
           IF FS-VENDRESUMO NOT EQUAL 00
               DISPLAY "VENDRESUMO.DAT NAO ABERTO - REALIZADO ZERADO "
           ELSE
               MOVE WRK-ANOMES-PROC TO WRK-DIM-ANOMES
               MOVE LOW-VALUES TO VRS-CHAVE
               MOVE WRK-DATA-INICIO-MES TO VRS-DATA
               START VENDRESUMO KEY IS NOT LESS VRS-CHAVE
               IF FS-VENDRESUMO EQUAL 00
                   READ VENDRESUMO NEXT RECORD
               END-IF
               PERFORM UNTIL FS-VENDRESUMO NOT EQUAL 00
                   MOVE VRS-DATA TO WRK-ANOMES-VENDA
                   IF WRK-AMV-ANOMES NOT EQUAL WRK-ANOMES-PROC
                       MOVE 10 TO FS-VENDRESUMO
                   ELSE
                       IF VRS-VENDEDOR NOT EQUAL ZEROS
                           COMPUTE WRK-VALOR-LIQ =
                                   VRS-VALOR-BRUTO - VRS-VALOR-DEVOL
                           PERFORM 0525-ACUMULA-VENDEDOR
                       END-IF
                       READ VENDRESUMO NEXT RECORD
                   END-IF
               END-PERFORM
               CLOSE VENDRESUMO
           END-IF.

       0525-ACUMULA-VENDEDOR SECTION.
           MOVE "N" TO WRK-ACHOU-VEND.
           PERFORM VARYING WRK-SUB-VEND FROM 1 BY 1
                   UNTIL WRK-SUB-VEND GREATER WRK-QTDE-VEND
               IF TMT-VENDEDOR(WRK-SUB-VEND) EQUAL VRS-VENDEDOR
                   MOVE "S" TO WRK-ACHOU-VEND
                   MOVE WRK-SUB-VEND TO WRK-ACHADO-IDX
                   MOVE WRK-QTDE-VEND TO WRK-SUB-VEND
               IF WRK-QTDE-VEND LESS 100
                   ADD 1 TO WRK-QTDE-VEND
                   MOVE WRK-QTDE-VEND TO WRK-ACHADO-IDX
                   MOVE VRS-VENDEDOR TO TMT-VENDEDOR(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TMT-META(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TMT-REALIZADO(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TMT-PERC(WRK-ACHADO-IDX)
           END-IF.

           IF WRK-ACHOU-VEND EQUAL "S"
               ADD WRK-VALOR-LIQ TO TMT-REALIZADO(WRK-ACHADO-IDX)
           END-IF.

       0530-CALCULA-PERCENTUAIS SECTION.
