      *==REG-CLIENTES; REGISTRO ANTIGO (SEM A IMAGEM) TEM AUD-STATUS
      *==EM BRANCO, E E ASSIM QUE O ARQ040 O RECONHECE.
      *==DATA:02/09/2026
      *==IMAGEM ACOMPANHA O TIPO DE PESSOA E O CPF/CNPJ ACRESCENTADOS
      *==EM CLIREG (AUD-TIPO-PESSOA/AUD-CPF-CNPJ, NO FINAL)
      *==DATA:15/10/2026
      *==IMAGEM ACOMPANHA A MATRIZ E O LIMITE DO GRUPO ACRESCENTADOS
      *==EM CLIREG (AUD-ID-MATRIZ/AUD-LIMITE-GRUPO, NO FINAL)
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-AUDITCLI.
           05 AUD-DATA        PIC 9(08).
           05 AUD-LIMITE-CRED PIC 9(07)V99.
           05 AUD-STATUS      PIC X(01).
           05 AUD-DATA-ANONIM PIC 9(08).
           05 AUD-TIPO-PESSOA PIC X(01).
           05 AUD-CPF-CNPJ    PIC 9(14).
           05 AUD-ID-MATRIZ   PIC 9(04).
           05 AUD-LIMITE-GRUPO PIC 9(07)V99.
