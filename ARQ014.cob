      *==DE ARQUIVO MORTO SAEM MARCADAS "ARQ" - "O QUE ESTE CLIENTE
      *==COMPROU EM TRES ANOS" DEIXAVA DE FORA TUDO ANTERIOR AO CORTE
      *==DATA:02/09/2026
      *==REGISTRO DO ARQUIVO DE VENDAS DO ANO ACOMPANHA O VENDAREG
      *==(X(69), COM VND-PARCELAS)
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY VENDAREG.

       FD  VENDASARQ.
       01  REG-VENDAARQ    PIC X(69).

       FD  EXTRATO.
       01  REG-EXTRATO     PIC X(80).
