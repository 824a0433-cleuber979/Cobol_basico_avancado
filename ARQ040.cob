      *==SO O NOME; EVENTO ANTIGO SEM A IMAGEM (AUD-STATUS EM BRANCO)
      *==SEGUE REAPLICADO SO COM ID E NOME, COMO ANTES
      *==DATA:02/09/2026
      *==BACKUP, RECONSTRUIDO E IMAGEM DA TRILHA ACOMPANHAM O TIPO DE
      *==PESSOA E O CPF/CNPJ ACRESCENTADOS EM CLIREG, REAPLICADOS E
      *==COMPARADOS COMO OS DEMAIS CAMPOS
      *==DATA:15/10/2026
      *==BACKUP, RECONSTRUIDO E IMAGEM DA TRILHA ACOMPANHAM A MATRIZ E
      *==O LIMITE DO GRUPO ACRESCENTADOS EM CLIREG
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP.
       01  REG-BACKUP        PIC X(114).

       FD  AUDITCLI.
           COPY AUDITCLIREG.
       FD  REBUILD.
       01  REG-REBUILD.
           05 RBC-ID        PIC 9(04).
           05 RBC-RESTO     PIC X(110).

       FD  CLIENTES.
           COPY CLIREG.
           05 WT-LIMITE    PIC 9(07)V99.
           05 WT-STATUS    PIC X(01).
           05 WT-DATA-ANON PIC 9(08).
           05 WT-TIPO-PESSOA PIC X(01).
           05 WT-CPF-CNPJ  PIC 9(14).
           05 WT-ID-MATRIZ PIC 9(04).
           05 WT-LIMITE-GRUPO PIC 9(07)V99.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(16) VALUE SPACES.
                   MOVE ZEROS    TO WT-LIMITE
                   MOVE "A"      TO WT-STATUS
                   MOVE ZEROS    TO WT-DATA-ANON
                   MOVE ZEROS    TO WT-CPF-CNPJ
                   MOVE ZEROS    TO WT-ID-MATRIZ
                   MOVE ZEROS    TO WT-LIMITE-GRUPO
                   IF AUD-STATUS NOT EQUAL SPACES
                       PERFORM 0225-COPIA-IMAGEM-AUD
                   END-IF
           MOVE AUD-LIMITE-CRED TO WT-LIMITE.
           MOVE AUD-STATUS      TO WT-STATUS.
           MOVE AUD-DATA-ANONIM TO WT-DATA-ANON.
           MOVE AUD-TIPO-PESSOA TO WT-TIPO-PESSOA.
           MOVE AUD-CPF-CNPJ    TO WT-CPF-CNPJ.
           MOVE AUD-ID-MATRIZ   TO WT-ID-MATRIZ.
           MOVE AUD-LIMITE-GRUPO TO WT-LIMITE-GRUPO.

       0230-ATUALIZA-STATUS-I SECTION.
           MOVE AUD-ID TO RBC-ID.
               MOVE "DATA ANONIM" TO WRK-CAMPO-DIVERG
           END-IF.

           IF WRK-CAMPO-DIVERG EQUAL SPACES
                   AND (REG-CLI-TIPO-PESSOA NOT EQUAL WT-TIPO-PESSOA
                   OR REG-CLI-CPF-CNPJ NOT EQUAL WT-CPF-CNPJ)
               MOVE "CPF/CNPJ" TO WRK-CAMPO-DIVERG
           END-IF.

           IF WRK-CAMPO-DIVERG EQUAL SPACES
                   AND (REG-CLI-ID-MATRIZ NOT EQUAL WT-ID-MATRIZ
                   OR REG-CLI-LIMITE-GRUPO NOT EQUAL WT-LIMITE-GRUPO)
               MOVE "GRUPO" TO WRK-CAMPO-DIVERG
           END-IF.

       0520-COMPARA-VIVO    SECTION.
           MOVE REG-ID TO RBC-ID.
           MOVE REG-ID TO WRK-LD-ID.
