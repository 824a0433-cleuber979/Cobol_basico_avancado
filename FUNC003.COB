      *          RESCISAO.LST. FUNCIONARIO DESLIGADO SAI DO EFETIVO
      *          (FUNC001) E DAS PROXIMAS RODADAS DE FOLHA.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==PEDE O MOTIVO DO DESLIGAMENTO (S/J/P), GRAVA EM
      *==FUNC-MOTIVO-DESLIG E IMPRIME NO MEMORIAL - A DISPENSA SEM JUSTA
      *==CAUSA GERA A MULTA DE 40% DO FGTS NA RODADA DO FOLHA005.
      *==DATA:15/10/2026
      *==NOVOS CAMPOS DE BRUTO E RETENCOES DE FOLHAREG ZERADOS NA LINHA
      *=="RS" GRAVADA EM FOLHA.DAT
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-DATA-SAIDA  PIC 9(08) VALUE ZEROS.
       77  WRK-ACHOU-FUNC  PIC X(01) VALUE "N".
       77  WRK-CONFIRMA    PIC X(01) VALUE "N".
       77  WRK-MOTIVO-DESLIG PIC X(01) VALUE SPACES.
           88 WRK-MOTIVO-VALIDO VALUE "S" "J" "P".

       77  WRK-JORNADA-MES  PIC 9(03)      VALUE 220.
       77  WRK-PERC-EXTRA   PIC 9(03)      VALUE 50.
           05 WRK-LF-NOME   PIC X(20).
           05 FILLER       PIC X(09) VALUE "  SAIDA. ".
           05 WRK-LF-SAIDA  PIC 9(08).
           05 FILLER       PIC X(09) VALUE "  MOTIVO ".
           05 WRK-LF-MOTIVO PIC X(18).

       01  WRK-LINHA-VERBA.
           05 WRK-LV-DESC   PIC X(26).
           DISPLAY "DATA DE SAIDA (AAAAMMDD) "
           ACCEPT WRK-DATA-SAIDA.
           MOVE WRK-DATA-SAIDA TO WRK-DATA-SAIDA-R.
           PERFORM UNTIL WRK-MOTIVO-VALIDO
               DISPLAY "MOTIVO (S-SEM JUSTA CAUSA / J-JUSTA CAUSA / "
                       "P-PEDIDO DE DEMISSAO) "
               ACCEPT WRK-MOTIVO-DESLIG
           END-PERFORM.

           PERFORM 0100-LE-FUNCIONARIO.

           MOVE WRK-VALOR-TOTAL TO FOLHA-VALOR-PAGO.
           MOVE WRK-DATA-SAIDA  TO FOLHA-DATA.
           MOVE "RS"            TO FOLHA-TIPO.
           MOVE ZEROS           TO FOLHA-BRUTO.
           MOVE ZEROS           TO FOLHA-INSS.
           MOVE ZEROS           TO FOLHA-IRRF.
           WRITE REG-FOLHA.

           CLOSE FOLHA.
               NOT INVALID KEY
                   MOVE "D"            TO FUNC-STATUS
                   MOVE WRK-DATA-SAIDA TO FUNC-DATA-DESLIG
                   MOVE WRK-MOTIVO-DESLIG TO FUNC-MOTIVO-DESLIG
                   REWRITE REG-FUNCIONARIOS
           END-READ.
           CLOSE FUNCIONARIOS.
           MOVE WRK-ID-FUNC    TO WRK-LF-ID.
           MOVE FUNC-NOME      TO WRK-LF-NOME.
           MOVE WRK-DATA-SAIDA TO WRK-LF-SAIDA.
           EVALUATE WRK-MOTIVO-DESLIG
               WHEN "S"
                   MOVE "SEM JUSTA CAUSA"    TO WRK-LF-MOTIVO
               WHEN "J"
                   MOVE "JUSTA CAUSA"        TO WRK-LF-MOTIVO
               WHEN OTHER
                   MOVE "PEDIDO DE DEMISSAO" TO WRK-LF-MOTIVO
           END-EVALUATE.
           MOVE WRK-LINHA-FUNC TO REG-MEMORIA.
           WRITE REG-MEMORIA.
           MOVE SPACES TO REG-MEMORIA.
