      *          PARA OS SISTEMAS EXTERNOS CONSUMIREM SO O QUE MUDOU
      *          EM VEZ DO RETRATO COMPLETO DE ARQ010.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==SO SAEM NO DELTA OS EVENTOS DE CLIENTES COM OPT-IN PARA
      *==COMPARTILHAMENTO COM O MARKETING (CANAL "M" DE CONSENT.DAT,
      *==COPY CONSENTWS/CONSENTPD); EVENTO DE CLIENTE SEM
      *==CONSENTIMENTO E CONTADO COMO OMITIDO E NAO E REENVIADO NA
      *==RODADA SEGUINTE
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DELTACSV.

           SELECT CONSENT ASSIGN TO "CONSENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-CHAVE
           FILE STATUS IS FS-CONSENT.

           SELECT DELTACTL ASSIGN TO "CLIDELTA.CTL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DELTACTL.
       FD  DELTACSV.
       01  REG-DELTACSV      PIC X(80).

       FD  CONSENT.
           COPY CONSENTREG.

       FD  DELTACTL.
       01  REG-DELTACTL.
           05 CTL-EXPORTADOS PIC 9(07).

       WORKING-STORAGE SECTION.
           COPY CONSENTWS.
       77  FS-AUDITCLI       PIC 9(02) VALUE ZEROS.
       77  FS-DELTACSV       PIC 9(02) VALUE ZEROS.
       77  FS-DELTACTL       PIC 9(02) VALUE ZEROS.
       77  WRK-JA-EXPORTADOS  PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-LIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-DELTA    PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CONSENT PIC 9(07) VALUE ZEROS.

       01  WRK-LINHA-DELTA.
           05 WRK-LD-DATA      PIC 9(08).
               ADD 1 TO WRK-TOTAL-LIDOS

               IF WRK-TOTAL-LIDOS GREATER WRK-JA-EXPORTADOS
                   MOVE AUD-ID TO WRK-CNS-ID-CLIENTE
                   MOVE "M"    TO WRK-CNS-CANAL
                   PERFORM 0655-CONSULTA-CONSENTIMENTO
                   IF WRK-CNS-CONSENTIU EQUAL "S"
                       PERFORM 0220-EXPORTA-EVENTO
                   ELSE
                       ADD 1 TO WRK-TOTAL-SEM-CONSENT
                   END-IF
               END-IF

               READ AUDITCLI
           DISPLAY "EVENTOS NA TRILHA....: " WRK-TOTAL-LIDOS.
           DISPLAY "JA EXPORTADOS ANTES..: " WRK-JA-EXPORTADOS.
           DISPLAY "EXPORTADOS NO DELTA..: " WRK-TOTAL-DELTA.
           DISPLAY "OMITIDOS SEM CONSENT.: " WRK-TOTAL-SEM-CONSENT.
           DISPLAY "DELTA GRAVADO EM CLIDELTA.CSV ".

           CLOSE AUDITCLI.
           CLOSE DELTACSV.

           COPY FSERRPD.
           COPY CONSENTPD.
       END PROGRAM ARQ025.
