      *==LIMITE DO VALOR PAGO, COM O MOVIMENTO "D" GRAVADO NO EXTRATO
      *==DE VALES E A LINHA PROPRIA NO DEMONSTRATIVO DA RODADA
      *==DATA:02/09/2026
      *==A PARTE DO FUNCIONARIO NO VALE-TRANSPORTE E NO VALE-REFEICAO
      *==(BENEFDESC.DAT, GERADO PELA RODADA MENSAL DO BENEF001) PASSA A
      *==SER DESCONTADA DO PAGAMENTO, MARCANDO O DESCONTO COMO FEITO; O
      *==QUE NAO COUBER NO VALOR PAGO FICA PENDENTE
      *==DATA:15/10/2026
      *==BANCO DE HORAS: FUNCIONARIO COM ESCALA RECEBE A JORNADA
      *==CHEIA E A HORA ACIMA DELA DEIXA DE SER PAGA COMO EXTRA (VAI
      *==PARA O BANCO NA APURACAO DO HORAS001); O CREDITO VENCIDO NAO
      *==COMPENSADO E PAGO COMO HORA EXTRA E BAIXADO COM MOVIMENTO
      *=="P" EM BCOHORAS.DAT
      *==DATA:15/10/2026
      *==DEPENDENTES (DEPENDENTES.DAT): O DEMONSTRATIVO PASSA A
      *==MOSTRAR O INSS E O IRRF DO MES, COM A DEDUCAO POR
      *==DEPENDENTE NA BASE DO IRRF, E O SALARIO-FAMILIA DOS FILHOS
      *==ATE 14 ANOS E PAGO EM LINHA PROPRIA "SF" EM FOLHA.DAT QUANDO
      *==O SALARIO ESTA NO LIMITE
      *==DATA:15/10/2026
      *==REEMBOLSO DE DESPESAS (REEMBOLSO.DAT, APROVADO NO REEMB001)
      *==QUE O FUNCIONARIO ESCOLHEU RECEBER NA FOLHA E PAGO EM LINHA
      *==PROPRIA "RD" EM FOLHA.DAT, FORA DA BASE DO INSS/IRRF/FGTS,
      *==MARCANDO O PEDIDO COMO PAGO
      *==DATA:15/10/2026
      *==A LINHA "NO" PASSA A GRAVAR EM FOLHA.DAT O BRUTO DO MES (ANTES
      *==DE VALES E VT/VR) E O INSS E O IRRF CALCULADOS NA RODADA, PARA
      *==O FGTS (FOLHA005) E O INFORME DE RENDIMENTOS (FOLHA006)
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-VALES.

           SELECT ESCALAS ASSIGN TO "ESCALAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESC-FUNC-ID
           FILE STATUS IS FS-ESCALAS.

           SELECT BCOHORAS ASSIGN TO "BCOHORAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BCOHORAS.

           SELECT DEPENDENTES ASSIGN TO "DEPENDENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CHAVE
           FILE STATUS IS FS-DEPENDENTES.

           SELECT BENEFDESC ASSIGN TO "BENEFDESC.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BENEFDESC.

           SELECT REEMBOLSO ASSIGN TO "REEMBOLSO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RD-CHAVE
           FILE STATUS IS FS-REEMBOLSO.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
       FD  VALES.
           COPY VALESREG.

       FD  ESCALAS.
           COPY ESCALAREG.

       FD  BCOHORAS.
           COPY BCOHORASREG.

       FD  DEPENDENTES.
           COPY DEPENDREG.

       FD  BENEFDESC.
           COPY BENEFDESCREG.

       FD  REEMBOLSO.
           COPY REEMBREG.

       WORKING-STORAGE SECTION.
       77  FS-FUNCIONARIOS  PIC 9(02) VALUE ZEROS.
       77  FS-PONTO         PIC 9(02) VALUE ZEROS.
       77  FS-VALES         PIC 9(02) VALUE ZEROS.
       77  WRK-SALDO-VALE   PIC S9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-VALE-DESC PIC 9(07)V99 VALUE ZEROS.
       77  FS-BENEFDESC     PIC 9(02) VALUE ZEROS.
       77  FS-ESCALAS       PIC 9(02) VALUE ZEROS.
       77  FS-BCOHORAS      PIC 9(02) VALUE ZEROS.
       77  WRK-BANCO-HORAS  PIC X(01) VALUE "N".
       77  FS-DEPENDENTES   PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-SAL-FAMILIA PIC 9(07)V99 VALUE ZEROS.
       77  FS-REEMBOLSO     PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-REEMBOLSO PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QTDE-REEMBOLSO PIC 9(03) VALUE ZEROS.

           COPY DEPENDWS.
           COPY RETENCAOWS.
       77  WRK-HORAS-BANCO-VENC PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-BENEF-DESC PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BENEF-PENDENTE PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-FALTA   PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-FALTAS PIC 9(07)V99 VALUE ZEROS.

               PERFORM 0300-CALCULA-PAGAMENTO
               PERFORM 0400-GRAVA-FOLHA
               PERFORM 0450-PAGA-FERIAS
               PERFORM 0470-PAGA-REEMBOLSOS
               PERFORM 0500-ZERA-PONTO
               PERFORM 0600-MOSTRA
           END-IF.
           COMPUTE WRK-VALOR-HORA ROUNDED =
                   FUNC-SALARIO / WRK-JORNADA-MES.

           PERFORM 0250-VERIFICA-BANCO-HORAS.

           IF WRK-BANCO-HORAS EQUAL "S"
               MOVE WRK-JORNADA-MES TO WRK-HORAS-NORMAIS
               PERFORM 0390-PAGA-BANCO-VENCIDO
               MOVE WRK-HORAS-BANCO-VENC TO WRK-HORAS-EXTRAS
           ELSE
               IF WRK-HORAS-TOTAIS GREATER WRK-JORNADA-MES
                   MOVE WRK-JORNADA-MES TO WRK-HORAS-NORMAIS
                   COMPUTE WRK-HORAS-EXTRAS =
                           WRK-HORAS-TOTAIS - WRK-JORNADA-MES
               ELSE
                   MOVE WRK-HORAS-TOTAIS TO WRK-HORAS-NORMAIS
                   MOVE ZEROS TO WRK-HORAS-EXTRAS
               END-IF
           END-IF.

           COMPUTE WRK-VALOR-NORMAL ROUNDED =

           PERFORM 0350-DESCONTA-FALTAS.
           PERFORM 0370-DESCONTA-VALES.
           PERFORM 0380-DESCONTA-BENEFICIOS.
           PERFORM 0385-RETENCOES-DEPENDENTES.

      *===============================QUEM TEM ESCALA (ESCALA001)
      *===============================ESTA NO BANCO DE HORAS: RECEBE A
      *===============================JORNADA CHEIA, A SOBRA E A FALTA
      *===============================DO DIA VAO PARA O BANCO (HORAS001)
      *===============================E SO O CREDITO VENCIDO E PAGO
      *===============================COMO HORA EXTRA.
       0250-VERIFICA-BANCO-HORAS SECTION.
           MOVE "N" TO WRK-BANCO-HORAS.
           OPEN INPUT ESCALAS.
           IF FS-ESCALAS EQUAL 00
               MOVE WRK-ID-FUNC TO ESC-FUNC-ID
               READ ESCALAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-BANCO-HORAS
               END-READ
               CLOSE ESCALAS
           END-IF.

      *===============================FALTA INJUSTIFICADA ("F" EM
      *===============================PONTODIA.LOG NO MES CORRENTE)
               END-IF
           END-IF.

      *===============================PARTE DO FUNCIONARIO NO
      *===============================VALE-TRANSPORTE E NO VALE-
      *===============================REFEICAO (BENEFDESC.DAT, GERADO
      *===============================PELO BENEF001). DESCONTO QUE NAO
      *===============================CABE NO VALOR PAGO FICA PENDENTE
      *===============================PARA A PROXIMA RODADA.
       0380-DESCONTA-BENEFICIOS SECTION.
           MOVE ZEROS TO WRK-VALOR-BENEF-DESC.
           MOVE ZEROS TO WRK-BENEF-PENDENTE.

           OPEN I-O BENEFDESC.
           IF FS-BENEFDESC EQUAL 00
               READ BENEFDESC
               PERFORM UNTIL FS-BENEFDESC NOT EQUAL 00
                   IF BD-FUNC-ID EQUAL WRK-ID-FUNC
                           AND BD-PENDENTE
                       IF BD-VALOR-DESCONTO GREATER WRK-VALOR-PAGO
                           ADD 1 TO WRK-BENEF-PENDENTE
                       ELSE
                           SUBTRACT BD-VALOR-DESCONTO
                               FROM WRK-VALOR-PAGO
                           ADD BD-VALOR-DESCONTO
                               TO WRK-VALOR-BENEF-DESC
                           MOVE "D"           TO BD-STATUS
                           MOVE WRK-DATA-HOJE TO BD-DATA-DESCONTO
                           REWRITE REG-BENEFDESC
                       END-IF
                   END-IF
                   READ BENEFDESC
               END-PERFORM
               CLOSE BENEFDESC
           END-IF.

      *===============================INSS E IRRF DO MES SOBRE O
      *===============================BRUTO (DEDUZINDO DA BASE DO IRRF
      *===============================OS DEPENDENTES DO FUNCIONARIO) E
      *===============================SALARIO-FAMILIA DOS FILHOS ATE
      *===============================14 ANOS PARA QUEM GANHA ATE O
      *===============================LIMITE LEGAL.
       0385-RETENCOES-DEPENDENTES SECTION.
           MOVE WRK-ID-FUNC   TO WRK-DEP-FUNC-ID.
           MOVE WRK-DATA-HOJE TO WRK-DEP-DATA-REF.
           PERFORM 0870-CONTA-DEPENDENTES.

           COMPUTE WRK-RET-BASE =
                   WRK-VALOR-NORMAL + WRK-VALOR-EXTRA
                   - WRK-VALOR-FALTAS.
           COMPUTE WRK-RET-DEDUCOES =
                   WRK-DEP-QTDE-IRRF * WRK-RET-DEDUCAO-DEPEND.
           PERFORM 0880-CALCULA-INSS-RETIDO.
           PERFORM 0885-CALCULA-IRRF-RETIDO.

           MOVE ZEROS TO WRK-VALOR-SAL-FAMILIA.
           IF FUNC-SALARIO NOT GREATER WRK-SALFAM-LIMITE
               COMPUTE WRK-VALOR-SAL-FAMILIA =
                       WRK-DEP-QTDE-SALFAM * WRK-SALFAM-COTA
           END-IF.

      *===============================CREDITO DO BANCO DE HORAS NAO
      *===============================COMPENSADO ATE O VENCIMENTO: ZERA
      *===============================O SALDO E GRAVA O MOVIMENTO "P"
      *===============================COM AS HORAS PAGAS NESTA RODADA.
       0390-PAGA-BANCO-VENCIDO SECTION.
           MOVE ZEROS TO WRK-HORAS-BANCO-VENC.

           OPEN I-O BCOHORAS.
           IF FS-BCOHORAS EQUAL 00
               READ BCOHORAS
               PERFORM UNTIL FS-BCOHORAS NOT EQUAL 00
                   IF BH-FUNC-ID EQUAL WRK-ID-FUNC
                           AND BH-CREDITO
                           AND BH-SALDO GREATER ZEROS
                           AND BH-VENCIMENTO LESS WRK-DATA-HOJE
                       ADD BH-SALDO TO WRK-HORAS-BANCO-VENC
                       MOVE ZEROS TO BH-SALDO
                       REWRITE REG-BCOHORAS
                   END-IF
                   READ BCOHORAS
               END-PERFORM
               CLOSE BCOHORAS
           END-IF.

           IF WRK-HORAS-BANCO-VENC GREATER ZEROS
               OPEN EXTEND BCOHORAS
               IF FS-BCOHORAS EQUAL 35
                   OPEN OUTPUT BCOHORAS
               END-IF
               MOVE WRK-ID-FUNC   TO BH-FUNC-ID
               MOVE WRK-DATA-HOJE TO BH-DATA
               MOVE "P"           TO BH-TIPO
               MOVE "F"           TO BH-ORIGEM
               MOVE WRK-HORAS-BANCO-VENC TO BH-HORAS
               MOVE ZEROS         TO BH-SALDO
               MOVE ZEROS         TO BH-VENCIMENTO
               WRITE REG-BCOHORAS
               CLOSE BCOHORAS
           END-IF.

       0400-GRAVA-FOLHA     SECTION.
           OPEN EXTEND FOLHA.
           IF FS-FOLHA EQUAL 35
           MOVE WRK-VALOR-PAGO TO FOLHA-VALOR-PAGO.
           MOVE WRK-DATA-HOJE  TO FOLHA-DATA.
           MOVE "NO"           TO FOLHA-TIPO.
           MOVE WRK-RET-BASE   TO FOLHA-BRUTO.
           MOVE WRK-RET-INSS   TO FOLHA-INSS.
           MOVE WRK-RET-IRRF   TO FOLHA-IRRF.
           WRITE REG-FOLHA.

           IF WRK-VALOR-SAL-FAMILIA GREATER ZEROS
               MOVE WRK-VALOR-SAL-FAMILIA TO FOLHA-VALOR-PAGO
               MOVE "SF"           TO FOLHA-TIPO
               MOVE ZEROS          TO FOLHA-BRUTO
               MOVE ZEROS          TO FOLHA-INSS
               MOVE ZEROS          TO FOLHA-IRRF
               WRITE REG-FOLHA
           END-IF.

           CLOSE FOLHA.

      *===============================FERIAS AGENDADAS (FERIAS001) QUE
           MOVE WRK-VALOR-FERIAS TO FOLHA-VALOR-PAGO.
           MOVE WRK-DATA-HOJE    TO FOLHA-DATA.
           MOVE "FE"             TO FOLHA-TIPO.
           MOVE ZEROS            TO FOLHA-BRUTO.
           MOVE ZEROS            TO FOLHA-INSS.
           MOVE ZEROS            TO FOLHA-IRRF.
           WRITE REG-FOLHA.

           CLOSE FOLHA.
           DISPLAY "FERIAS DE " FER-DIAS " DIA(S) PAGAS - VALOR "
                   WRK-VALOR-FERIAS.

      *===============================REEMBOLSOS DE DESPESA APROVADOS
      *===============================NO REEMB001 PARA RECEBER NA
      *===============================FOLHA: CREDITO EM LINHA PROPRIA
      *==============================="RD", FORA DA BASE DO INSS, IRRF
      *===============================E FGTS, E O PEDIDO MARCADO COMO
      *===============================PAGO.
       0470-PAGA-REEMBOLSOS SECTION.
           MOVE ZEROS TO WRK-VALOR-REEMBOLSO.
           MOVE ZEROS TO WRK-QTDE-REEMBOLSO.

           OPEN I-O REEMBOLSO.
           IF FS-REEMBOLSO NOT EQUAL 00
               CONTINUE
           ELSE
               MOVE WRK-ID-FUNC TO RD-FUNC-ID
               MOVE ZEROS       TO RD-NUMERO
               START REEMBOLSO KEY IS NOT LESS RD-CHAVE
               IF FS-REEMBOLSO EQUAL 00
                   READ REEMBOLSO NEXT RECORD
               END-IF
               PERFORM UNTIL FS-REEMBOLSO NOT EQUAL 00
                   IF RD-FUNC-ID NOT EQUAL WRK-ID-FUNC
                       MOVE 10 TO FS-REEMBOLSO
                   ELSE
                       IF RD-APROVADO AND RD-VIA-FOLHA
                           ADD RD-VALOR TO WRK-VALOR-REEMBOLSO
                           ADD 1 TO WRK-QTDE-REEMBOLSO
                           MOVE "G"           TO RD-STATUS
                           MOVE WRK-DATA-HOJE TO RD-DATA-PGTO
                           REWRITE REG-REEMBOLSO
                       END-IF
                       READ REEMBOLSO NEXT RECORD
                   END-IF
               END-PERFORM
               CLOSE REEMBOLSO
           END-IF.

           IF WRK-VALOR-REEMBOLSO GREATER ZEROS
               OPEN EXTEND FOLHA
               IF FS-FOLHA EQUAL 35
                   OPEN OUTPUT FOLHA
               END-IF
               MOVE WRK-ID-FUNC         TO FOLHA-CODIGO
               MOVE FUNC-NOME           TO FOLHA-NOME
               MOVE FUNC-SALARIO        TO FOLHA-SALARIO
               MOVE WRK-VALOR-REEMBOLSO TO FOLHA-VALOR-PAGO
               MOVE WRK-DATA-HOJE       TO FOLHA-DATA
               MOVE "RD"                TO FOLHA-TIPO
               MOVE ZEROS               TO FOLHA-BRUTO
               MOVE ZEROS               TO FOLHA-INSS
               MOVE ZEROS               TO FOLHA-IRRF
               WRITE REG-FOLHA
               CLOSE FOLHA
           END-IF.

       0500-ZERA-PONTO      SECTION.
           OPEN I-O PONTO.
           MOVE WRK-ID-FUNC TO PONTO-ID.
           DISPLAY "HORAS NORMAIS PAGAS... " WRK-HORAS-NORMAIS.
           DISPLAY "HORAS EXTRAS PAGAS.... " WRK-HORAS-EXTRAS.
           DISPLAY "VALOR DAS EXTRAS...... " WRK-VALOR-EXTRA-ED.
           IF WRK-BANCO-HORAS EQUAL "S"
               DISPLAY "BANCO DE HORAS - EXTRAS PAGAS SAO CREDITOS "
                       "VENCIDOS; O RESTO FICA NO BANCO (HORAS001) "
           END-IF.
           IF WRK-DIAS-FALTA GREATER ZEROS
               DISPLAY "FALTAS DESCONTADAS.... " WRK-DIAS-FALTA
                       " DIA(S) = " WRK-VALOR-FALTAS
               DISPLAY "VALES DESCONTADOS..... "
                       WRK-VALOR-VALE-DESC
           END-IF.
           IF WRK-VALOR-BENEF-DESC GREATER ZEROS
               DISPLAY "VT/VR DESCONTADOS..... "
                       WRK-VALOR-BENEF-DESC
           END-IF.
           IF WRK-BENEF-PENDENTE GREATER ZEROS
               DISPLAY "DESCONTO(S) DE VT/VR SEM SALDO NO PAGAMENTO "
                       "- PENDENTE(S) P/ PROXIMA RODADA: "
                       WRK-BENEF-PENDENTE
           END-IF.
           DISPLAY "VALOR TOTAL PAGO...... " WRK-VALOR-PAGO-ED.
           IF WRK-VALOR-SAL-FAMILIA GREATER ZEROS
               DISPLAY "SALARIO-FAMILIA....... " WRK-VALOR-SAL-FAMILIA
                       " (" WRK-DEP-QTDE-SALFAM " FILHO(S), LINHA SF) "
           END-IF.
           IF WRK-VALOR-REEMBOLSO GREATER ZEROS
               DISPLAY "REEMBOLSO DE DESPESAS. " WRK-VALOR-REEMBOLSO
                       " (" WRK-QTDE-REEMBOLSO " PEDIDO(S), LINHA RD) "
           END-IF.
           DISPLAY "INSS DO MES........... " WRK-RET-INSS.
           DISPLAY "IRRF DO MES........... " WRK-RET-IRRF
                   " (" WRK-DEP-QTDE-IRRF " DEPENDENTE(S)) ".
           DISPLAY "PONTO DO FUNCIONARIO ZERADO PARA O PROXIMO "
                   "PERIODO ".
           DISPLAY "LINHA GRAVADA EM FOLHA.DAT ".

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO (MESMO PAPEL QUE O
      *===============================9000-TRATA-ERRO DA FSERRPD FAZ
      *===============================NOS PROGRAMAS QUE A INCLUEM).
       9900-FIM-PROGRAMA SECTION.

           COPY RETENCAOPD.
           COPY DEPENDPD.
       END PROGRAM FOLHA001.
