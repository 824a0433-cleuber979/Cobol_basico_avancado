      *          SAI EM MENSALIDADE.LST USANDO OS MESMOS TITULOS QUE O
      *          AGING DO ARQ011 JA ENXERGA.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==TITULO NOVO EM CONTASREC.DAT GRAVADO COM CR-SITUACAO EM BRANCO
      *==(EM CARTEIRA)
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               MOVE WRK-ANOMES-PROC TO WRK-ANOMES-PROC-X
               MOVE WRK-APX-MES     TO CR-PARCELA
               MOVE 12              TO CR-QTDE-PARCELAS
               MOVE SPACES          TO CR-SITUACAO
               WRITE REG-CONTAREC

               ADD 1 TO WRK-TOTAL-TITULOS
