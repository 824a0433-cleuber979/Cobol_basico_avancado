      *          PROGRMA19 - A HORA EXTRA SEMPRE APARECEU NO PONTO001,
      *          O ATRASO SISTEMATICO DE 20 MINUTOS NUNCA.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==LAYOUT DE ESCALAS.DAT PASSA PARA A COPY ESCALAREG, LIDA TAMBEM
      *==PELA RODADA DE BENEFICIOS (BENEF001).
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ESCALAS.
           COPY ESCALAREG.

       FD  PONTODIA.
           COPY PONTODIAREG.
