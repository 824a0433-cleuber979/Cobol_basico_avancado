      * Author:CLEUBER MACIEL
      * Date: 02/09/2026
      * Purpose: CONTRIBUICAO REGIONAL POR UF - CRUZA A RECEITA DO MES
      *          NO RESUMO DIARIO DE VENDAS (VENDRESUMO.DAT, MANTIDO
      *          PELO VENDRES001 A PARTIR DE VENDAS.DAT; LIQUIDA DE
      *          DEVOLUCAO, AGRUPADA PELA REG-CLI-UF DO CLIENTE EM
      *          CLIENTES.DAT; VENDA AVULSA
      *          OU CLIENTE SEM UF ENTRA COMO "??") COM O FRETE DO MES
      *          EM FRETE.LOG DESTINADO A MESMA UF (HF-ESTADO, LIQUIDO
      *          DE ESTORNO) E IMPRIME EM REGIONAL.LST A CONTRIBUICAO
      *          ESTADO DISTANTE CUSTA MAIS DE FRETE DO QUE TRAZ DE
      *          VENDA ANTES DE MEXER NA POLITICA DE ENTREGA.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==A RECEITA DO MES PASSA A SER LIDA DO RESUMO DIARIO
      *==VENDRESUMO.DAT (VENDRES001), POSICIONANDO NO DIA 01 DO MES, EM
      *==VEZ DE VARRER TODAS AS LINHAS DE VENDAS.DAT
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

           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
           ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  VENDRESUMO.
           COPY VENDRESREG.

       FD  CLIENTES.
           COPY CLIREG.

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
       77  FS-VENDRESUMO   PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-HISTFRETE    PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.
           05 WRK-AMR-ANOMES PIC 9(06).
           05 FILLER         PIC X(02).

       01  WRK-DATA-INICIO-MES.
           05 WRK-DIM-ANOMES PIC 9(06).
           05 WRK-DIM-DIA    PIC 9(02) VALUE 01.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(18) VALUE SPACES.
           05 FILLER       PIC X(44) VALUE

           STOP RUN.

      *===============================A RECEITA VEM DO RESUMO DIARIO DE
      *===============================VENDAS (VENDRES001), A PARTIR DO
      *===============================DIA 01 DO MES PEDIDO.
       0200-ACUMULA-RECEITA SECTION.
           OPEN INPUT VENDRESUMO.
           IF FS-VENDRESUMO NOT EQUAL 00
               DISPLAY "VENDRESUMO.DAT NAO ABERTO - SEM RECEITA NO "
                       "PERIODO "
           ELSE
               MOVE WRK-ANOMES-PROC TO WRK-DIM-ANOMES
               MOVE LOW-VALUES TO VRS-CHAVE
               MOVE WRK-DATA-INICIO-MES TO VRS-DATA
               START VENDRESUMO KEY IS NOT LESS VRS-CHAVE
               IF FS-VENDRESUMO EQUAL 00
                   READ VENDRESUMO NEXT RECORD
               END-IF
               PERFORM UNTIL FS-VENDRESUMO NOT EQUAL 00
                   MOVE VRS-DATA TO WRK-ANOMES-REG
                   IF WRK-AMR-ANOMES NOT EQUAL WRK-ANOMES-PROC
                       MOVE 10 TO FS-VENDRESUMO
                   ELSE
                       PERFORM 0210-ACUMULA-VENDA
                       READ VENDRESUMO NEXT RECORD
                   END-IF
               END-PERFORM
               CLOSE VENDRESUMO
           END-IF.

       0210-ACUMULA-VENDA   SECTION.
           MOVE "??" TO WRK-UF-REG.

           IF VRS-ID-CLIENTE NOT EQUAL ZEROS
                   AND FS-CLIENTES EQUAL 00
               MOVE VRS-ID-CLIENTE TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       CONTINUE

           PERFORM 0390-LOCALIZA-UF.

           ADD VRS-VALOR-BRUTO TO TUF-RECEITA(WRK-IDX-UF).
           SUBTRACT VRS-VALOR-DEVOL FROM TUF-RECEITA(WRK-IDX-UF).

       0300-ACUMULA-FRETE   SECTION.
           OPEN INPUT HISTFRETE.
