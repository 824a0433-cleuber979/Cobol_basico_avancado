      *          ABERTO GRAVADOS EM CONTASREC.DAT POR CLIENTE, COM
      *          FAIXAS DE VENCIMENTO (ATUAL/30/60/90 DIAS).
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==TITULO DESCONTADO NO BANCO (CR-SITUACAO "T", VER ANTEC001) FICA
      *==FORA DO AGING E SAI SOMADO EM LINHA PROPRIA NO FIM DO RAZAO
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-ACHADO-IDX-CR    PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU-CLIENTE-CR PIC X(01) VALUE "N".
       77  WRK-TOTAL-GERAL-CR   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-DESCONTADO PIC 9(09)V99 VALUE ZEROS.

       01  TABELA-CLIENTES-CR.
           05 TAB-CLIENTE-CR OCCURS 500 TIMES.
           05 FILLER          PIC X(20) VALUE "TOTAL EM ABERTO.... ".
           05 WRK-LT-TOTAL     PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-DESCONTADO.
           05 FILLER          PIC X(40) VALUE
               "DESCONTADOS NO BANCO (FORA DO AGING)... ".
           05 WRK-LDS-TOTAL    PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           PERFORM 0100-INICIALIZAR.
           ELSE
               READ CONTASREC NEXT RECORD
               PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                   IF CR-TRANSFERIDO
                       ADD CR-VALOR TO WRK-TOTAL-DESCONTADO
                   ELSE
                       PERFORM 0210-ACUMULA-TITULO
                   END-IF
                   READ CONTASREC NEXT RECORD
               END-PERFORM
               CLOSE CONTASREC
           MOVE WRK-TOTAL-GERAL-CR TO WRK-LT-TOTAL.
           MOVE WRK-LINHA-TOTAL TO REG-RAZAOREC.
           WRITE REG-RAZAOREC.
           IF WRK-TOTAL-DESCONTADO GREATER ZEROS
               MOVE WRK-TOTAL-DESCONTADO TO WRK-LDS-TOTAL
               MOVE WRK-LINHA-DESCONTADO TO REG-RAZAOREC
               WRITE REG-RAZAOREC
           END-IF.

       0400-FINALIZAR        SECTION.
           DISPLAY "RAZAO DE CONTAS A RECEBER GRAVADO EM RAZAOREC.LST "
