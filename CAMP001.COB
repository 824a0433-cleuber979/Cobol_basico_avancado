      *          ESPIRITO DO RASTREIO DE REATIVACAO DO ARQ021, MAS POR
      *          CAMPANHA), IMPRIMINDO O RESULTADO EM CAMPRES.LST.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==CAMPANHA PASSA A TER CANAL DE CONTATO (CAMP-CANAL E-EMAIL
      *==T-TELEFONE C-CARTA, NO FIM DO REGISTRO) E O PUBLICO-ALVO SO
      *==RECEBE CLIENTES COM OPT-IN NAQUELE CANAL EM CONSENT.DAT (LGPD,
      *==COPY CONSENTWS/CONSENTPD); OS BARRADOS SAO CONTADOS NA TELA
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS CAMP-NUMERO
           FILE STATUS IS FS-CAMPANHAS.

           SELECT CONSENT ASSIGN TO "CONSENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-CHAVE
           FILE STATUS IS FS-CONSENT.

           SELECT CAMPCTL ASSIGN TO "CAMPANHA.CTL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CAMPCTL.
           05 CAMP-CRIT-UF      PIC X(02).
           05 CAMP-CRIT-DORMENTE PIC X(01).
           05 CAMP-QTDE-ALVO    PIC 9(05).
           05 CAMP-CANAL        PIC X(01).

       FD  CONSENT.
           COPY CONSENTREG.

       FD  CAMPCTL.
       01  REG-CAMPCTL.

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
           COPY CONSENTWS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-CAMPANHAS    PIC 9(02) VALUE ZEROS.
       77  FS-CAMPCTL      PIC 9(02) VALUE ZEROS.
       77  WRK-ACHOU       PIC X(01) VALUE "N".
       77  WRK-CLIENTE-ENTRA PIC X(01) VALUE "N".
       77  WRK-EH-DORMENTE PIC X(01) VALUE "N".
       77  WRK-TOTAL-SEM-CONSENT PIC 9(05) VALUE ZEROS.

       77  WRK-QTDE-DORM   PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-DORM    PIC 9(03) VALUE ZEROS.
           DISPLAY "SOMENTE DORMENTES (S), SOMENTE NAO DORMENTES "
                   "(N), INDIFERENTE (BRANCO) "
           ACCEPT CAMP-CRIT-DORMENTE.
           MOVE SPACES TO CAMP-CANAL.
           PERFORM UNTIL CAMP-CANAL EQUAL "E" OR CAMP-CANAL EQUAL "T"
                   OR CAMP-CANAL EQUAL "C"
               DISPLAY "CANAL DO CONTATO (E-EMAIL T-TELEFONE "
                       "C-CARTA) "
               ACCEPT CAMP-CANAL
           END-PERFORM.

           MOVE WRK-DATA-HOJE TO CAMP-DATA-CRIACAO.
           MOVE ZEROS TO CAMP-QTDE-ALVO.

           DISPLAY "CAMPANHA " CAMP-NUMERO " CRIADA COM "
                   CAMP-QTDE-ALVO " CLIENTE(S) NO PUBLICO-ALVO ".
           DISPLAY "FORA DO PUBLICO POR FALTA DE CONSENTIMENTO NO "
                   "CANAL (LGPD).. " WRK-TOTAL-SEM-CONSENT.

       0310-CARREGA-DORMENTES SECTION.
           MOVE ZEROS TO WRK-QTDE-DORM.
                   OPEN OUTPUT CAMPMEMB
               END-IF

               MOVE ZEROS TO WRK-TOTAL-SEM-CONSENT
               MOVE ZEROS TO REG-ID
               START CLIENTES KEY IS NOT LESS REG-ID
               READ CLIENTES NEXT RECORD
               END-IF
           END-IF.

      *===============================SO ENTRA QUEM DEU OPT-IN NO CANAL
      *===============================DA CAMPANHA (CONSENT.DAT, LGPD).
           IF WRK-CLIENTE-ENTRA EQUAL "S"
               MOVE REG-ID     TO WRK-CNS-ID-CLIENTE
               MOVE CAMP-CANAL TO WRK-CNS-CANAL
               PERFORM 0655-CONSULTA-CONSENTIMENTO
               IF WRK-CNS-CONSENTIU EQUAL "N"
                   MOVE "N" TO WRK-CLIENTE-ENTRA
                   ADD 1 TO WRK-TOTAL-SEM-CONSENT
               END-IF
           END-IF.

       0500-REGISTRA-CONTATO SECTION.
           DISPLAY "NUMERO DA CAMPANHA "
           ACCEPT WRK-CAMPANHA-PROC.
                   WRK-TOTAL-CONTATADOS " CONTATADO(S) ".

           COPY CLIPATHPD.
           COPY CONSENTPD.
       END PROGRAM CAMP001.
