      *==CLIENTES INATIVADOS (REG-CLI-STATUS = "I") DEIXAM DE SAIR NA
      *==EXPORTACAO
      *==DATA:22/08/2024
      *==SO SAEM NA EXPORTACAO OS CLIENTES COM OPT-IN PARA
      *==COMPARTILHAMENTO COM O MARKETING (CANAL "M" DE CONSENT.DAT,
      *==COPY CONSENTWS/CONSENTPD); OS DEMAIS SAO CONTADOS COMO OMITIDOS
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS REG-ID
           FILE STATUS IS FS-CLIENTES.

           SELECT CONSENT ASSIGN TO "CONSENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-CHAVE
           FILE STATUS IS FS-CONSENT.

           SELECT CLIENTESCSV ASSIGN TO "CLIENTES.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CLIENTESCSV.
       FD  CLIENTES.
           COPY CLIREG.

       FD  CONSENT.
           COPY CONSENTREG.

       FD  CLIENTESCSV.
       01  REG-CLIENTESCSV   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
           COPY TELMASKWS.
           COPY CONSENTWS.
       77  FS-CLIENTES      PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTESCSV   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO     PIC X(30).
           COPY FSERRWS.

       77  WRK-TOTAL-CLIENTES PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CONSENT PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-CSV.
           05 WRK-LC-ID        PIC 9(04).
       0200-PROCESSAR         SECTION.
           READ CLIENTES NEXT RECORD
           PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
               MOVE "N" TO WRK-CNS-CONSENTIU
               IF NOT REG-CLI-INATIVO
                   MOVE REG-ID TO WRK-CNS-ID-CLIENTE
                   MOVE "M"    TO WRK-CNS-CANAL
                   PERFORM 0655-CONSULTA-CONSENTIMENTO
                   IF WRK-CNS-CONSENTIU EQUAL "N"
                       ADD 1 TO WRK-TOTAL-SEM-CONSENT
                   END-IF
               END-IF

               IF WRK-CNS-CONSENTIU EQUAL "N"
                   CONTINUE
               ELSE
                   ADD 1 TO WRK-TOTAL-CLIENTES
       0300-FINALIZAR         SECTION.
           DISPLAY "CLIENTES EXPORTADOS PARA CLIENTES.CSV - "
                   WRK-TOTAL-CLIENTES " REGISTRO(S) ".
           DISPLAY "OMITIDOS SEM CONSENTIMENTO (LGPD) - "
                   WRK-TOTAL-SEM-CONSENT " CLIENTE(S) ".

           CLOSE CLIENTES.
           CLOSE CLIENTESCSV.
           COPY FSERRPD.
           COPY CLIPATHPD.
           COPY TELMASKPD.
           COPY CONSENTPD.
       END PROGRAM ARQ010.
