      * Author:CLEUBER MACIEL
      * Date: 23/08/2024
      * Purpose: CATEGORIZACAO DE CLIENTES - CRUZA CLIENTES.DAT COM O
      *          RESUMO DIARIO DE VENDAS VENDRESUMO.DAT (VENDRES001;
      *          VENDAS LIQUIDAS DE DEVOLUCAO) E GRAVA EM CADA CLIENTE
      *          A CATEGORIA (VIP/REGULAR/NOVO) DE ACORDO COM O VOLUME
      *          COMPRADO, PARA SER EXIBIDA POR CRUDCLI E ARQ003.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==O VOLUME COMPRADO POR CLIENTE PASSA A SER SOMADO DO RESUMO
      *==DIARIO VENDRESUMO.DAT (VENDRES001), UM REGISTRO POR DIA,
      *==CLIENTE, VENDEDOR E PRODUTO, EM VEZ DE LINHA A LINHA DE
      *==VENDAS.DAT
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS REG-ID
           FILE STATUS IS FS-CLIENTES.

           SELECT VENDRESUMO ASSIGN TO "VENDRESUMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VRS-CHAVE
           FILE STATUS IS FS-VENDRESUMO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIREG.

       FD  VENDRESUMO.
           COPY VENDRESREG.

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
       77  FS-CLIENTES    PIC 9(02) VALUE ZEROS.
       77  FS-VENDRESUMO  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO   PIC X(30).
           COPY FSERRWS.

           STOP RUN.

       0100-CARREGA-COMPRADORES SECTION.
           OPEN INPUT VENDRESUMO.
           IF FS-VENDRESUMO NOT EQUAL 00
               DISPLAY "NENHUMA VENDA REGISTRADA - TODOS OS CLIENTES "
                       "SERAO TRATADOS COMO NOVOS "
           ELSE
               READ VENDRESUMO NEXT RECORD
               PERFORM UNTIL FS-VENDRESUMO NOT EQUAL 00
                   IF VRS-ID-CLIENTE NOT EQUAL ZEROS
                       PERFORM 0120-PROCURA-COMPRADOR
                       IF WRK-ACHOU-COMPRA EQUAL "N"
                           ADD 1 TO WRK-QTDE-COMPRADORES
                           MOVE VRS-ID-CLIENTE
                               TO TCV-ID(WRK-QTDE-COMPRADORES)
                           MOVE ZEROS
                               TO TCV-VALOR-LIQ(WRK-QTDE-COMPRADORES)
                           MOVE WRK-QTDE-COMPRADORES TO WRK-ACHADO-IDX
                       END-IF
                       ADD VRS-VALOR-BRUTO
                           TO TCV-VALOR-LIQ(WRK-ACHADO-IDX)
                       SUBTRACT VRS-VALOR-DEVOL
                           FROM TCV-VALOR-LIQ(WRK-ACHADO-IDX)
                   END-IF
                   READ VENDRESUMO NEXT RECORD
               END-PERFORM
               CLOSE VENDRESUMO
           END-IF.

       0120-PROCURA-COMPRADOR SECTION.
           MOVE "N" TO WRK-ACHOU-COMPRA.
           PERFORM VARYING WRK-SUB-TCV FROM 1 BY 1
                   UNTIL WRK-SUB-TCV GREATER WRK-QTDE-COMPRADORES
               IF TCV-ID(WRK-SUB-TCV) EQUAL VRS-ID-CLIENTE
                   MOVE "S" TO WRK-ACHOU-COMPRA
                   MOVE WRK-SUB-TCV TO WRK-ACHADO-IDX
                   MOVE WRK-QTDE-COMPRADORES TO WRK-SUB-TCV
