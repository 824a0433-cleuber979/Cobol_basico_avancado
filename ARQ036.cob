      *          OS REGISTRADOS QUE A TRANSPORTADORA NAO COBROU -
      *          PARA PARAR DE PAGAR A FATURA NO ESCURO.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==O EMBARQUE DO FRETE.LOG E CASADO PELO PESO TAXADO (O MAIOR
      *==ENTRE HF-PESO E HF-PESO-CUBADO), QUE E O PESO QUE A
      *==TRANSPORTADORA COBRA, EM VEZ DO PESO REAL SOZINHO.
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       ADD 1 TO WRK-QTDE-LOG
                       MOVE HF-DATA   TO TFL-DATA(WRK-QTDE-LOG)
                       MOVE HF-ESTADO TO TFL-ESTADO(WRK-QTDE-LOG)
                       IF HF-PESO-CUBADO GREATER HF-PESO
                           MOVE HF-PESO-CUBADO
                             TO TFL-PESO(WRK-QTDE-LOG)
                       ELSE
                           MOVE HF-PESO TO TFL-PESO(WRK-QTDE-LOG)
                       END-IF
                       MOVE HF-FRETE  TO TFL-FRETE(WRK-QTDE-LOG)
                       MOVE "N"       TO TFL-CASADO(WRK-QTDE-LOG)
                   END-IF
