      *==GRAVADOS ANTES DA EXTENSAO PRECISAM SER CONVERTIDOS ANTES DA
      *==PROXIMA RODADA
      *==DATA:02/09/2026
      *==REGISTRO DO ARQUIVO DE VENDAS DO ANO ACOMPANHA O VENDAREG
      *==(X(69), COM VND-PARCELAS)
      *==DATA:15/10/2026
      *==REG-FRETEARQ/REG-FRETETMP ACOMPANHAM O REGISTRO DE FRETE.LOG
      *==COM HF-NUMERO-FATURA (127 BYTES)
      *==DATA:15/10/2026
      *==REGISTROS DE FRETE.LOG PASSAM A 134 POSICOES COM O PESO CUBADO
      *==(HF-PESO-CUBADO) ACRESCENTADO A COPY HISTFRETEREG.
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY VENDAREG.

       FD  VENDASARQ.
       01  REG-VENDASARQ      PIC X(69).

       FD  VENDASTMP.
       01  REG-VENDASTMP      PIC X(69).

       FD  HISTFRETE.
           COPY HISTFRETEREG.

       FD  FRETEARQ.
       01  REG-FRETEARQ       PIC X(134).

       FD  FRETETMP.
       01  REG-FRETETMP       PIC X(134).

       WORKING-STORAGE SECTION.
           COPY PINWS.
