      *          RECEBIDO PELO VALOR DE FACE PORQUE NINGUEM SABIA
      *          CALCULAR A CORRECAO NO BALCAO.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==TITULO DESCONTADO NO BANCO (CR-SITUACAO "T", VER ANTEC001) NAO
      *==PODE SER BAIXADO AQUI; REG-CRECTMP PASSA A 40 POSICOES
      *==DATA:15/10/2026
      *==TITULO PAGO COM CHEQUE EM CUSTODIA (CR-SITUACAO "C") SO E
      *==BAIXADO PELA COMPENSACAO NO CHEQ001
      *==DATA:15/10/2026
      *==LINHA DE ESTORNO DE CHEQUE DEVOLVIDO (CRP-ACRESCIMO "E") FICA
      *==FORA DO RELATORIO DE JUROS E MULTAS
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CONTARECREG.

       FD  CRECTMP.
       01  REG-CRECTMP     PIC X(40).

       FD  CRECPAGOS.
           COPY CRECPAGREG.
       01  WRK-TITULO-BAIXADO.
           05 WRK-TB-VALOR     PIC 9(07)V99.
           05 WRK-TB-DATA-VENC PIC 9(08).
           05 WRK-TB-SITUACAO  PIC X(01).

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
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

      *===============================TITULO PAGO COM CHEQUE EM
      *===============================CUSTODIA E BAIXADO NA
      *===============================COMPENSACAO DO CHEQ001.
           IF WRK-ACHOU EQUAL "S" AND WRK-TB-SITUACAO EQUAL "C"
               DISPLAY "TITULO PAGO COM CHEQUE EM CUSTODIA - BAIXA "
                       "PELA COMPENSACAO NO CHEQ001 "
               MOVE "N" TO WRK-ACHOU
           END-IF.

      *===============================JUROS PRO-RATA: TAXA MENSAL
      *===============================SOBRE O VALOR DE FACE,
      *===============================PROPORCIONAL AOS DIAS DE ATRASO
                   MOVE CRP-DATA-PGTO TO WRK-ANOMES-PGTO
                   IF WRK-AMP-ANOMES EQUAL WRK-ANOMES-PROC
                           AND CRP-ACRESCIMO NOT EQUAL SPACES
                           AND NOT CRP-ESTORNO-CHEQUE
                       PERFORM 0610-IMPRIME-BAIXA
                   END-IF
                   READ CRECPAGOS
