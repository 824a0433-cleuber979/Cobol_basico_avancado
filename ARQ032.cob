      *          DE REENVIAR O LEMBRETE PARA SEMPRE. DIAS DE ATRASO
      *          PELA MESMA APROXIMACAO ANO*360 DO ARQ011.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==TITULO DESCONTADO NO BANCO (CR-SITUACAO "T", VER ANTEC001) NAO
      *==ENTRA NA COBRANCA - QUEM COBRA E O BANCO
      *==DATA:15/10/2026
      *==TITULO PAGO COM CHEQUE EM CUSTODIA (CR-SITUACAO "C", VER
      *==CHEQ001) NAO ENTRA NA COBRANCA
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                   IF CR-DATA-VENC LESS WRK-DATA-HOJE-R
                           AND CR-ID-CLIENTE NOT EQUAL ZEROS
                           AND NOT CR-TRANSFERIDO
                           AND NOT CR-CHEQUE-CUSTODIA
                       PERFORM 0210-AVALIA-TITULO
                   END-IF
                   READ CONTASREC
