      *==A FOLHA CALCULADA DO PONTO (FOLHA001) E O REGISTRO DE FOLHA
      *==POR PERIODO COMPARTILHAREM O MESMO REGISTRO
      *==DATA:22/08/2024
      *==FOLHA-TIPO E OS CAMPOS DE BRUTO E RETENCOES DE FOLHAREG PASSAM
      *==A SER GRAVADOS EM BRANCO/ZERO NA LINHA DIGITADA
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE WRK-SALARIO TO FOLHA-SALARIO.
           MOVE WRK-SALARIO TO FOLHA-VALOR-PAGO.
           MOVE WRK-DATA-HOJE TO FOLHA-DATA.
           MOVE SPACES      TO FOLHA-TIPO.
           MOVE ZEROS       TO FOLHA-BRUTO.
           MOVE ZEROS       TO FOLHA-INSS.
           MOVE ZEROS       TO FOLHA-IRRF.
           WRITE REG-FOLHA.

           CLOSE FOLHA.
