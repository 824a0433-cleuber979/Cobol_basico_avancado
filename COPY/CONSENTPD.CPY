      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: CONSULTA DO CONSENTIMENTO LGPD (PROCEDURE DIVISION).
      *          0655-CONSULTA-CONSENTIMENTO DEIXA "S" EM
      *          WRK-CNS-CONSENTIU SOMENTE QUANDO CONSENT.DAT TEM OPT-IN
      *          DO CLIENTE WRK-CNS-ID-CLIENTE NO CANAL WRK-CNS-CANAL;
      *          SEM REGISTRO, COM OPT-OUT OU SEM O ARQUIVO FICA "N" -
      *          NA LGPD O SILENCIO NAO E CONSENTIMENTO. ABRE E FECHA O
      *          ARQUIVO A CADA CHAMADA (MESMO ESQUEMA DO CREDLOJAPD).
      *          0656-DESCREVE-CANAL E 0657-DESCREVE-ORIGEM TRADUZEM OS
      *          CODIGOS PARA TELA E RELATORIO. AS CARTAS DE COBRANCA
      *          DO ARQ032 NAO PASSAM POR AQUI DE PROPOSITO: COBRANCA
      *          DE DIVIDA E LEGITIMO INTERESSE E INDEPENDE DE
      *          CONSENTIMENTO.
      ******************************************************************
       0655-CONSULTA-CONSENTIMENTO.
           MOVE "N" TO WRK-CNS-CONSENTIU.

           OPEN INPUT CONSENT.
           IF FS-CONSENT EQUAL 00
               MOVE WRK-CNS-ID-CLIENTE TO CNS-ID-CLIENTE
               MOVE WRK-CNS-CANAL      TO CNS-CANAL
               READ CONSENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNS-OPT-IN
                           MOVE "S" TO WRK-CNS-CONSENTIU
                       END-IF
               END-READ
               CLOSE CONSENT
           END-IF.

       0656-DESCREVE-CANAL.
           EVALUATE WRK-CNS-CANAL
               WHEN "E"
                   MOVE "EMAIL         " TO WRK-CNS-CANAL-DESC
               WHEN "T"
                   MOVE "TELEFONE      " TO WRK-CNS-CANAL-DESC
               WHEN "C"
                   MOVE "CARTA         " TO WRK-CNS-CANAL-DESC
               WHEN "M"
                   MOVE "COMPART.MARKET" TO WRK-CNS-CANAL-DESC
               WHEN OTHER
                   MOVE "?             " TO WRK-CNS-CANAL-DESC
           END-EVALUATE.

       0657-DESCREVE-ORIGEM.
           EVALUATE WRK-CNS-ORIGEM
               WHEN "B"
                   MOVE "BALCAO    " TO WRK-CNS-ORIGEM-DESC
               WHEN "T"
                   MOVE "TELEFONE  " TO WRK-CNS-ORIGEM-DESC
               WHEN "E"
                   MOVE "EMAIL     " TO WRK-CNS-ORIGEM-DESC
               WHEN "F"
                   MOVE "FORMULARIO" TO WRK-CNS-ORIGEM-DESC
               WHEN "S"
                   MOVE "SITE      " TO WRK-CNS-ORIGEM-DESC
               WHEN OTHER
                   MOVE "OUTRA     " TO WRK-CNS-ORIGEM-DESC
           END-EVALUATE.
