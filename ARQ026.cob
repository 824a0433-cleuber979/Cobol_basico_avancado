      *==POR UM SEGUNDO OPERADOR NO APROV001; O BACKUP PURO SEGUE
      *==DIRETO
      *==DATA:02/09/2026
      *==REG-BACKUP ACOMPANHA O TIPO DE PESSOA E O CPF/CNPJ
      *==ACRESCENTADOS EM CLIREG
      *==DATA:15/10/2026
      *==REG-BACKUP ACOMPANHA A MATRIZ E O LIMITE DO GRUPO
      *==ACRESCENTADOS EM CLIREG
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CLIREG.

       FD  BACKUP.
       01  REG-BACKUP        PIC X(114).

       FD  APROVACOES.
           COPY APROVREG.
