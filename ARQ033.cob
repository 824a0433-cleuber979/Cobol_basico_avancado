      *          ANUAL DE PERDAS POR MOTIVO E POR CLIENTE
      *          (BAIXAPERDA.LST).
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==TITULO DESCONTADO NO BANCO (CR-SITUACAO "T", VER ANTEC001) NAO
      *==PODE SER BAIXADO AQUI; REG-CRECTMP PASSA A 40 POSICOES
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CONTARECREG.

       FD  CRECTMP.
       01  REG-CRECTMP     PIC X(40).

       FD  BAIXAPERDA.
       01  REG-BAIXAPERDA.
       01  WRK-TITULO-BAIXADO.
           05 WRK-TB-VALOR     PIC 9(07)V99.
           05 WRK-TB-DATA-VENC PIC 9(08).
           05 WRK-TB-SITUACAO  PIC X(01).

       01  WRK-ANO-BAIXA.
           05 WRK-AB-ANO      PIC 9(04).
                       MOVE "S" TO WRK-ACHOU
                       MOVE CR-VALOR     TO WRK-TB-VALOR
                       MOVE CR-DATA-VENC TO WRK-TB-DATA-VENC
                       MOVE CR-SITUACAO  TO WRK-TB-SITUACAO
                   END-IF
                   READ CONTASREC
               END-PERFORM
               CLOSE CONTASREC
           END-IF.

      *===============================TITULO DESCONTADO NO BANCO
      *===============================(ANTEC001) E COBRADO PELO BANCO
      *===============================ATE A LIQUIDACAO OU A RECOMPRA.
           IF WRK-ACHOU EQUAL "S" AND WRK-TB-SITUACAO EQUAL "T"
               DISPLAY "TITULO DESCONTADO NO BANCO - SO SAI DA "
                       "CARTEIRA PELO ANTEC001 "
               MOVE "N" TO WRK-ACHOU
           END-IF.

       0340-GRAVA-PERDA     SECTION.
           OPEN EXTEND BAIXAPERDA.
           IF FS-BAIXAPERDA EQUAL 35
