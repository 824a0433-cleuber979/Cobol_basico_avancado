      *          QUANDO OS ATRASOS SUPERAM OS PAGAMENTOS EM DIA OU HA
      *          TITULO VENCIDO EM ABERTO.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==LINHA DE ESTORNO DE CHEQUE DEVOLVIDO (CRP-ACRESCIMO "E") NAO
      *==CONTA NA PONTUALIDADE
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   MOVE CRP-ID-CLIENTE TO WRK-ID-BUSCA
                   PERFORM 0390-LOCALIZA-CLIENTE
                   IF WRK-ACHOU-CLI EQUAL "S"
                           AND NOT CRP-ESTORNO-CHEQUE
                       IF CRP-DATA-PGTO GREATER CRP-DATA-VENC
                           ADD 1 TO TSC-ATRASADOS(WRK-ACHADO-IDX)
                       ELSE
