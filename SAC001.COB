      *          GRITANDO NAS COM 30 DIAS OU MAIS - ANTES RECLAMACAO
      *          ERA BILHETE COLADO NO BALCAO.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==LAYOUT DE RECLAMA.DAT PASSA PARA A COPY RECLAMAREG,
      *==COMPARTILHADA COM O NPS001 (PESQUISA DE SATISFACAO
      *==POS-RECLAMACAO)
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMA.
           COPY RECLAMAREG.

       FD  RECLAMACTL.
       01  REG-RECLAMACTL.
