      * Date: 10/08/2024
      * Purpose: RELATORIO DE COMISSAO POR VENDEDOR - TOTALIZA AS
      *          VENDAS LIQUIDAS (VENDAS MENOS DEVOLUCOES) DE CADA
      *          VENDEDOR NO RESUMO DIARIO VENDRESUMO.DAT (VENDRES001,
      *          TIRADO DE VENDAS.DAT) E APLICA A TAXA DE
      *          COMISSAO VIGENTE.
      * Tectonics: cobc
      ******************************************************************
      *==DENTRO DO PERIODO, NUMA SO PASSADA - A COMISSAO DE PERIODOS
      *==ANTERIORES AO CORTE SUMIA DO RELATORIO
      *==DATA:02/09/2026
      *==REGISTRO DO ARQUIVO DE VENDAS DO ANO ACOMPANHA O VENDAREG
      *==(X(69), COM VND-PARCELAS)
      *==DATA:15/10/2026
      *==AS VENDAS DO VENDAS.DAT VIVO PASSAM A SER LIDAS DO RESUMO
      *==DIARIO VENDRESUMO.DAT (VENDRES001), POSICIONANDO NA DATA
      *==INICIAL DO PERIODO; OS ARQUIVOS ANUAIS VENDASAAAA.DAT
      *==CONTINUAM LIDOS LINHA A LINHA
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

           SELECT VENDASARQ ASSIGN USING WRK-NOME-ARQ-VENDAS
           ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  VENDRESUMO.
           COPY VENDRESREG.

       FD  VENDASARQ.
           COPY VENDAREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.
       01  REG-COMISSAO     PIC X(80).

       WORKING-STORAGE SECTION.
       77  FS-VENDRESUMO     PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS   PIC 9(02) VALUE ZEROS.
       77  WRK-FUNC-ABERTO   PIC X(01) VALUE "N".
       77  FS-COMISSAO       PIC 9(02) VALUE ZEROS.
       77  WRK-ACHOU-VENDEDOR   PIC X(01) VALUE "N".
       77  WRK-TOTAL-GERAL-COM  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-COMISSAO   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VENDEDOR-ACUM    PIC 9(04) VALUE ZEROS.
       77  WRK-VALOR-LIQ-ACUM   PIC S9(09)V99 VALUE ZEROS.

       01  TABELA-VENDEDORES.
           05 TAB-VENDEDOR OCCURS 200 TIMES.
           ELSE
               READ VENDASARQ
               PERFORM UNTIL FS-VENDASARQ NOT EQUAL 00
                   IF VND-VENDEDOR NOT EQUAL ZEROS
                           AND VND-DATA NOT LESS WRK-DATA-INICIAL
                           AND VND-DATA NOT GREATER WRK-DATA-FINAL
                       MOVE VND-VENDEDOR TO WRK-VENDEDOR-ACUM
                       IF VND-TIPO-TRANS EQUAL "D"
                           COMPUTE WRK-VALOR-LIQ-ACUM = 0 - VND-VALOR
                       ELSE
                           MOVE VND-VALOR TO WRK-VALOR-LIQ-ACUM
                       END-IF
                       PERFORM 0210-ACUMULA-VENDEDOR
                   END-IF
                   READ VENDASARQ
               CLOSE VENDASARQ
           END-IF.

      *===============================O VENDAS.DAT VIVO ENTRA PELO
      *===============================RESUMO DIARIO (VENDRES001),
      *===============================POSICIONADO NA DATA INICIAL.
       0200-CARREGA-VENDAS    SECTION.
           OPEN INPUT VENDRESUMO.
           IF FS-VENDRESUMO NOT EQUAL 00
               DISPLAY "NENHUMA VENDA REGISTRADA EM VENDRESUMO.DAT "
           ELSE
               MOVE LOW-VALUES TO VRS-CHAVE
               MOVE WRK-DATA-INICIAL TO VRS-DATA
               START VENDRESUMO KEY IS NOT LESS VRS-CHAVE
               IF FS-VENDRESUMO EQUAL 00
                   READ VENDRESUMO NEXT RECORD
               END-IF
               PERFORM UNTIL FS-VENDRESUMO NOT EQUAL 00
                   IF VRS-DATA GREATER WRK-DATA-FINAL
                       MOVE 10 TO FS-VENDRESUMO
                   ELSE
                       IF VRS-VENDEDOR NOT EQUAL ZEROS
                           MOVE VRS-VENDEDOR TO WRK-VENDEDOR-ACUM
                           COMPUTE WRK-VALOR-LIQ-ACUM =
                                   VRS-VALOR-BRUTO - VRS-VALOR-DEVOL
                           PERFORM 0210-ACUMULA-VENDEDOR
                       END-IF
                       READ VENDRESUMO NEXT RECORD
                   END-IF
               END-PERFORM
               CLOSE VENDRESUMO
           END-IF.

       0210-ACUMULA-VENDEDOR  SECTION.
           PERFORM 0220-PROCURA-VENDEDOR.
           IF WRK-ACHOU-VENDEDOR EQUAL "N"
               ADD 1 TO WRK-QTDE-VENDEDORES
               MOVE WRK-VENDEDOR-ACUM TO TVN-ID(WRK-QTDE-VENDEDORES)
               MOVE ZEROS TO TVN-VALOR-LIQ(WRK-QTDE-VENDEDORES)
               MOVE WRK-QTDE-VENDEDORES TO WRK-ACHADO-IDX-VND
           END-IF.

           ADD WRK-VALOR-LIQ-ACUM TO TVN-VALOR-LIQ(WRK-ACHADO-IDX-VND).

       0220-PROCURA-VENDEDOR  SECTION.
           MOVE "N" TO WRK-ACHOU-VENDEDOR.
           PERFORM VARYING WRK-SUB-VND FROM 1 BY 1
                   UNTIL WRK-SUB-VND GREATER WRK-QTDE-VENDEDORES
               IF TVN-ID(WRK-SUB-VND) EQUAL WRK-VENDEDOR-ACUM
                   MOVE "S" TO WRK-ACHOU-VENDEDOR
                   MOVE WRK-SUB-VND TO WRK-ACHADO-IDX-VND
                   MOVE WRK-QTDE-VENDEDORES TO WRK-SUB-VND
