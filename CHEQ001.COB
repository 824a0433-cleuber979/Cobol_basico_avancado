       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQ001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: CUSTODIA DE CHEQUES PRE-DATADOS - REGISTRA EM
      *          CHEQUES.DAT O CHEQUE (BANCO, AGENCIA, NUMERO,
      *          EMITENTE, VALOR E DATA PARA DEPOSITO) LIGADO AO TITULO
      *          DE CONTASREC.DAT QUE ELE PAGA, QUE PASSA A CR-SITUACAO
      *          "C" (FORA DA COBRANCA DO ARQ032). IMPRIME O RELATORIO
      *          DIARIO DOS CHEQUES A DEPOSITAR (CHEQUES.LST) E MARCA OS
      *          DEPOSITADOS. NA COMPENSACAO BAIXA O TITULO COMO O
      *          CREC001: GRAVA CONTASREC.PGO E REGRAVA CONTASREC.DAT
      *          SEM ELE (VIA CONTASREC.TMP). CHEQUE DEVOLVIDO GUARDA O
      *          MOTIVO DO BANCO, REABRE O TITULO COM A TARIFA SOMADA,
      *          ESTORNA EM CONTASREC.PGO (LINHA "E") A BAIXA DA
      *          COMPENSACAO SE O CHEQUE VOLTOU DEPOIS DE COMPENSADO E
      *          BLOQUEIA A VENDA A PRAZO DO CLIENTE NO PROG_VENDAS ATE
      *          O SUPERVISOR LIBERAR (PIN NIVEL 3). ATE AQUI OS
      *          CHEQUES FICAVAM NUMA PASTA, PRESOS COM CLIPE.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUES ASSIGN TO "CHEQUES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQ-NUMERO
           FILE STATUS IS FS-CHEQUES.

           SELECT CHEQUECTL ASSIGN TO "CHEQUE.CTL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CHEQUECTL.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTASREC.

           SELECT CRECTMP ASSIGN TO "CONTASREC.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CRECTMP.

           SELECT CRECPAGOS ASSIGN TO "CONTASREC.PGO"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CRECPAGOS.

           SELECT RELATORIO ASSIGN TO "CHEQUES.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUES.
           COPY CHEQUEREG.

       FD  CHEQUECTL.
       01  REG-CHEQUECTL.
           05 CTL-ULTIMO-CHEQUE PIC 9(06).

       FD  CONTASREC.
           COPY CONTARECREG.

       FD  CRECTMP.
       01  REG-CRECTMP     PIC X(40).

       FD  CRECPAGOS.
           COPY CRECPAGREG.


       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
           COPY PINWS.
       77  FS-CHEQUES      PIC 9(02) VALUE ZEROS.
       77  FS-CHEQUECTL    PIC 9(02) VALUE ZEROS.
       77  FS-CONTASREC    PIC 9(02) VALUE ZEROS.
       77  FS-CRECTMP      PIC 9(02) VALUE ZEROS.
       77  FS-CRECPAGOS    PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-ID-PROC     PIC 9(04) VALUE ZEROS.
       77  WRK-TICKET-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-PARCELA-PROC PIC 9(02) VALUE ZEROS.
       77  WRK-NUMERO-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-CONFIRMA    PIC X(01) VALUE "N".
       77  WRK-ACHOU       PIC X(01) VALUE "N".
       77  WRK-JA-CUSTODIA PIC X(01) VALUE "N".
       77  WRK-SITUACAO-TIT PIC X(01) VALUE SPACES.
       77  WRK-TARIFA      PIC 9(05)V99 VALUE ZEROS.
       77  WRK-MOTIVO      PIC 9(02) VALUE ZEROS.
       77  WRK-ERA-COMPENSADO PIC X(01) VALUE "N".

       77  WRK-QTDE-DEPOSITAR PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-DEPOSITAR PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTDE-BLOQUEADOS PIC 9(04) VALUE ZEROS.
       77  WRK-QTDE-LIBERADOS PIC 9(04) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
           05 WRK-HOJE-MES   PIC 9(02).
           05 WRK-HOJE-DIA   PIC 9(02).
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE PIC 9(08).

      *===============================CODIGOS DE DEVOLUCAO MAIS COMUNS
      *===============================DA COMPENSACAO; OUTRO CODIGO E
      *===============================ACEITO E SAI COMO "OUTROS".
       01  TABELA-MOTIVOS-DEVOL.
           05 FILLER PIC X(24) VALUE "11SEM FUNDOS 1A APRES. ".
           05 FILLER PIC X(24) VALUE "12SEM FUNDOS 2A APRES. ".
           05 FILLER PIC X(24) VALUE "13CONTA ENCERRADA      ".
           05 FILLER PIC X(24) VALUE "20SUSTADO / CONTRA-ORD.".
           05 FILLER PIC X(24) VALUE "22DIVERGENCIA ASSINAT. ".
           05 FILLER PIC X(24) VALUE "31ERRO FORMAL          ".
       01  FILLER REDEFINES TABELA-MOTIVOS-DEVOL.
           05 TAB-MOTIVO-DEVOL OCCURS 6 TIMES.
              10 TMD-CODIGO    PIC 9(02).
              10 TMD-DESCRICAO PIC X(22).
       77  WRK-SUB-MOT     PIC 9(02) VALUE ZEROS.
       77  WRK-DESCR-MOTIVO PIC X(22) VALUE SPACES.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "CHEQUES PRE-DATADOS A DEPOSITAR".

       01  WRK-LINHA-PARAM.
           05 FILLER       PIC X(14) VALUE "POSICAO DE.. ".
           05 WRK-LPA-DATA PIC 9(08).

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(08) VALUE "CUSTOD.".
           05 FILLER       PIC X(06) VALUE "CLIEN".
           05 FILLER       PIC X(05) VALUE "BCO".
           05 FILLER       PIC X(06) VALUE "AGEN".
           05 FILLER       PIC X(08) VALUE "CHEQUE".
           05 FILLER       PIC X(21) VALUE "EMITENTE".
           05 FILLER       PIC X(10) VALUE "DEPOSITO".
           05 FILLER       PIC X(14) VALUE "         VALOR".
           05 FILLER       PIC X(02) VALUE SPACES.

       01  WRK-LINHA-DET.
           05 WRK-LD-NUMERO  PIC 9(06).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-CLIENTE PIC 9(04).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-BANCO   PIC 9(03).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-AGENCIA PIC 9(04).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-CHEQUE  PIC 9(06).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-EMITENTE PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-DEPOSITO PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-VALOR   PIC Z.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-AVISO   PIC X(08).

       01  WRK-LINHA-TOTAL.
           05 FILLER         PIC X(20) VALUE "CHEQUES A DEPOSITAR ".
           05 WRK-LT-QTDE    PIC ZZZ9.
           05 FILLER         PIC X(12) VALUE "   TOTAL.. ".
           05 WRK-LT-VALOR   PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TIT-BLOQ.
           05 FILLER         PIC X(50) VALUE
               "CHEQUES DEVOLVIDOS - VENDA A PRAZO BLOQUEADA".

       01  WRK-LINHA-BLOQ.
           05 WRK-LB-NUMERO  PIC 9(06).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LB-CLIENTE PIC 9(04).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LB-DATA    PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LB-MOTIVO  PIC 9(02).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LB-DESCRICAO PIC X(22).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LB-VALOR   PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O CHEQUES.
           IF FS-CHEQUES EQUAL 35
               OPEN OUTPUT CHEQUES
               CLOSE CHEQUES
               OPEN I-O CHEQUES
           END-IF.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           CLOSE CHEQUES.
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  CUSTODIA DE CHEQUES PRE-DATADOS "
           DISPLAY "================================================"
           DISPLAY "1 - RECEBER CHEQUE EM CUSTODIA "
           DISPLAY "2 - RELATORIO DIARIO / DEPOSITO "
           DISPLAY "3 - COMPENSACAO (BAIXA DO TITULO) "
           DISPLAY "4 - CHEQUE DEVOLVIDO "
           DISPLAY "5 - LIBERAR VENDA A PRAZO DO CLIENTE "
           DISPLAY "6 - CONSULTAR CHEQUE "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-RECEBE-CHEQUE
               WHEN 2
                   PERFORM 0400-RELATORIO-DIARIO
               WHEN 3
                   PERFORM 0500-COMPENSACAO
               WHEN 4
                   PERFORM 0600-DEVOLUCAO
               WHEN 5
                   PERFORM 0700-LIBERA-CLIENTE
               WHEN 6
                   PERFORM 0800-CONSULTA-CHEQUE
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

      *===============================SO TITULO EM CARTEIRA OU
      *===============================RECOMPRADO PODE SER PAGO COM
      *===============================CHEQUE; DESCONTADO NO BANCO OU JA
      *===============================EM CUSTODIA, NAO.
       0300-RECEBE-CHEQUE   SECTION.
           DISPLAY "ID DO CLIENTE "
           ACCEPT WRK-ID-PROC.
           DISPLAY "TICKET DO TITULO "
           ACCEPT WRK-TICKET-PROC.
           DISPLAY "PARCELA (01-12) "
           ACCEPT WRK-PARCELA-PROC.

           PERFORM 0310-LOCALIZA-TITULO.

           EVALUATE TRUE
               WHEN WRK-ACHOU NOT EQUAL "S"
                   DISPLAY "TITULO NAO ENCONTRADO EM ABERTO "
               WHEN WRK-JA-CUSTODIA EQUAL "S"
                   DISPLAY "TITULO JA TEM CHEQUE EM CUSTODIA "
               WHEN WRK-SITUACAO-TIT EQUAL "T"
                   DISPLAY "TITULO DESCONTADO NO BANCO - NAO ACEITA "
                           "CHEQUE "
               WHEN OTHER
                   PERFORM 0320-LE-DADOS-CHEQUE
           END-EVALUATE.

       0310-LOCALIZA-TITULO SECTION.
           MOVE "N" TO WRK-ACHOU.
           MOVE "N" TO WRK-JA-CUSTODIA.

           OPEN INPUT CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
               DISPLAY "CONTASREC.DAT NAO ABERTO - NENHUM TITULO "
                       "EM ABERTO "
           ELSE
               READ CONTASREC
               PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                   IF CR-ID-CLIENTE EQUAL WRK-ID-PROC
                           AND CR-TICKET EQUAL WRK-TICKET-PROC
                           AND CR-PARCELA EQUAL WRK-PARCELA-PROC
                           AND WRK-ACHOU EQUAL "N"
                       MOVE "S" TO WRK-ACHOU
                       MOVE CR-SITUACAO   TO WRK-SITUACAO-TIT
                       IF CR-CHEQUE-CUSTODIA
                           MOVE "S" TO WRK-JA-CUSTODIA
                       END-IF
                       MOVE CR-VALOR      TO CHQ-TIT-VALOR
                       MOVE CR-DATA-VENDA TO CHQ-TIT-DATA-VENDA
                       MOVE CR-DATA-VENC  TO CHQ-TIT-DATA-VENC
                       MOVE CR-QTDE-PARCELAS
                         TO CHQ-TIT-QTDE-PARCELAS
                   END-IF
                   READ CONTASREC
               END-PERFORM
               CLOSE CONTASREC
           END-IF.

           IF WRK-ACHOU EQUAL "S"
                   AND CHQ-TIT-QTDE-PARCELAS EQUAL ZEROS
               MOVE 1 TO CHQ-TIT-QTDE-PARCELAS
           END-IF.

       0320-LE-DADOS-CHEQUE SECTION.
           DISPLAY "VALOR DO TITULO... " CHQ-TIT-VALOR
                   " VENCIMENTO " CHQ-TIT-DATA-VENC.
           DISPLAY "BANCO DO CHEQUE (3 DIGITOS) "
           ACCEPT CHQ-BANCO.
           DISPLAY "AGENCIA "
           ACCEPT CHQ-AGENCIA.
           DISPLAY "NUMERO DO CHEQUE "
           ACCEPT CHQ-NUM-CHEQUE.
           DISPLAY "EMITENTE "
           ACCEPT CHQ-EMITENTE.
           DISPLAY "VALOR DO CHEQUE "
           ACCEPT CHQ-VALOR.
           DISPLAY "BOM PARA (DATA DE DEPOSITO AAAAMMDD) "
           ACCEPT CHQ-DATA-DEPOSITO.
           IF CHQ-DATA-DEPOSITO EQUAL ZEROS
               MOVE WRK-DATA-HOJE-R TO CHQ-DATA-DEPOSITO
           END-IF.

           IF CHQ-VALOR EQUAL ZEROS
               DISPLAY "VALOR INVALIDO - CHEQUE NAO REGISTRADO "
           ELSE
               IF CHQ-VALOR LESS CHQ-TIT-VALOR
                   DISPLAY "ATENCAO - CHEQUE MENOR QUE O TITULO; A "
                           "DIFERENCA FICA EM ABERTO SO SE LANCADA A "
                           "PARTE "
               END-IF
               DISPLAY "CONFIRMA O CHEQUE EM CUSTODIA (S/N) "
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL "S"
                   PERFORM 0330-GRAVA-CHEQUE
               ELSE
                   DISPLAY "CHEQUE NAO REGISTRADO "
               END-IF
           END-IF.

       0330-GRAVA-CHEQUE    SECTION.
           OPEN I-O CHEQUECTL.
           IF FS-CHEQUECTL EQUAL 35
               OPEN OUTPUT CHEQUECTL
               MOVE ZEROS TO CTL-ULTIMO-CHEQUE
               WRITE REG-CHEQUECTL
               CLOSE CHEQUECTL
               OPEN I-O CHEQUECTL
           END-IF.

           READ CHEQUECTL NEXT RECORD.
           ADD 1 TO CTL-ULTIMO-CHEQUE.
           MOVE CTL-ULTIMO-CHEQUE TO CHQ-NUMERO.
           REWRITE REG-CHEQUECTL.

           CLOSE CHEQUECTL.

           MOVE WRK-DATA-HOJE-R  TO CHQ-DATA-CUSTODIA.
           MOVE WRK-ID-PROC      TO CHQ-ID-CLIENTE.
           MOVE WRK-TICKET-PROC  TO CHQ-TICKET.
           MOVE WRK-PARCELA-PROC TO CHQ-PARCELA.
           MOVE "C"              TO CHQ-STATUS.
           MOVE WRK-DATA-HOJE-R  TO CHQ-DATA-STATUS.
           MOVE ZEROS            TO CHQ-MOTIVO-DEVOL.
           MOVE ZEROS            TO CHQ-TARIFA.
           MOVE SPACES           TO CHQ-BLOQUEIO.
           MOVE SPACES           TO CHQ-LIBERADO-POR.
           MOVE ZEROS            TO CHQ-DATA-LIBERACAO.
           MOVE "N"              TO CHQ-REABERTO.

           WRITE REG-CHEQUE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CHEQUES.DAT - STATUS "
                           FS-CHEQUES
               NOT INVALID KEY
                   MOVE "C" TO WRK-SITUACAO-TIT
                   MOVE ZEROS TO WRK-TARIFA
                   PERFORM 0900-ATUALIZA-TITULO
                   DISPLAY "CHEQUE EM CUSTODIA NUMERO " CHQ-NUMERO
           END-WRITE.

      *===============================LISTA O QUE JA PODE SER
      *===============================DEPOSITADO (BOM PARA ATE HOJE) E
      *===============================OS CLIENTES BLOQUEADOS POR CHEQUE
      *===============================DEVOLVIDO; OS LISTADOS PODEM SER
      *===============================MARCADOS COMO DEPOSITADOS.
       0400-RELATORIO-DIARIO SECTION.
           MOVE ZEROS TO WRK-QTDE-DEPOSITAR.
           MOVE ZEROS TO WRK-TOTAL-DEPOSITAR.
           MOVE ZEROS TO WRK-QTDE-BLOQUEADOS.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-HOJE-R TO WRK-LPA-DATA.
           MOVE WRK-LINHA-PARAM TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZEROS TO CHQ-NUMERO.
           START CHEQUES KEY IS NOT LESS CHQ-NUMERO.
           IF FS-CHEQUES EQUAL 00
               READ CHEQUES NEXT RECORD
               PERFORM UNTIL FS-CHEQUES NOT EQUAL 00
                   IF CHQ-EM-CUSTODIA
                           AND CHQ-DATA-DEPOSITO
                               NOT GREATER WRK-DATA-HOJE-R
                       PERFORM 0410-IMPRIME-A-DEPOSITAR
                   END-IF
                   READ CHEQUES NEXT RECORD
               END-PERFORM
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-QTDE-DEPOSITAR  TO WRK-LT-QTDE.
           MOVE WRK-TOTAL-DEPOSITAR TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TIT-BLOQ TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZEROS TO CHQ-NUMERO.
           START CHEQUES KEY IS NOT LESS CHQ-NUMERO.
           IF FS-CHEQUES EQUAL 00
               READ CHEQUES NEXT RECORD
               PERFORM UNTIL FS-CHEQUES NOT EQUAL 00
                   IF CHQ-BLOQUEIA-PRAZO
                       PERFORM 0420-IMPRIME-BLOQUEADO
                   END-IF
                   READ CHEQUES NEXT RECORD
               END-PERFORM
           END-IF.

           CLOSE RELATORIO.

           DISPLAY "RELATORIO GRAVADO EM CHEQUES.LST - "
                   WRK-QTDE-DEPOSITAR " CHEQUE(S) A DEPOSITAR ".

           IF WRK-QTDE-DEPOSITAR GREATER ZEROS
               DISPLAY "MARCAR OS CHEQUES LISTADOS COMO DEPOSITADOS "
                       "HOJE (S/N) "
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL "S"
                   PERFORM 0430-MARCA-DEPOSITADOS
               END-IF
           END-IF.

       0410-IMPRIME-A-DEPOSITAR SECTION.
           ADD 1 TO WRK-QTDE-DEPOSITAR.
           ADD CHQ-VALOR TO WRK-TOTAL-DEPOSITAR.

           MOVE CHQ-NUMERO        TO WRK-LD-NUMERO.
           MOVE CHQ-ID-CLIENTE    TO WRK-LD-CLIENTE.
           MOVE CHQ-BANCO         TO WRK-LD-BANCO.
           MOVE CHQ-AGENCIA       TO WRK-LD-AGENCIA.
           MOVE CHQ-NUM-CHEQUE    TO WRK-LD-CHEQUE.
           MOVE CHQ-EMITENTE      TO WRK-LD-EMITENTE.
           MOVE CHQ-DATA-DEPOSITO TO WRK-LD-DEPOSITO.
           MOVE CHQ-VALOR         TO WRK-LD-VALOR.
           IF CHQ-DATA-DEPOSITO LESS WRK-DATA-HOJE-R
               MOVE "ATRASADO" TO WRK-LD-AVISO
           ELSE
               MOVE SPACES     TO WRK-LD-AVISO
           END-IF.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0420-IMPRIME-BLOQUEADO SECTION.
           ADD 1 TO WRK-QTDE-BLOQUEADOS.

           MOVE CHQ-MOTIVO-DEVOL TO WRK-MOTIVO.
           PERFORM 0910-DESCREVE-MOTIVO.

           MOVE CHQ-NUMERO       TO WRK-LB-NUMERO.
           MOVE CHQ-ID-CLIENTE   TO WRK-LB-CLIENTE.
           MOVE CHQ-DATA-STATUS  TO WRK-LB-DATA.
           MOVE CHQ-MOTIVO-DEVOL TO WRK-LB-MOTIVO.
           MOVE WRK-DESCR-MOTIVO TO WRK-LB-DESCRICAO.
           MOVE CHQ-VALOR        TO WRK-LB-VALOR.
           MOVE WRK-LINHA-BLOQ TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0430-MARCA-DEPOSITADOS SECTION.
           MOVE ZEROS TO CHQ-NUMERO.
           START CHEQUES KEY IS NOT LESS CHQ-NUMERO.
           IF FS-CHEQUES EQUAL 00
               READ CHEQUES NEXT RECORD
               PERFORM UNTIL FS-CHEQUES NOT EQUAL 00
                   IF CHQ-EM-CUSTODIA
                           AND CHQ-DATA-DEPOSITO
                               NOT GREATER WRK-DATA-HOJE-R
                       MOVE "D"             TO CHQ-STATUS
                       MOVE WRK-DATA-HOJE-R TO CHQ-DATA-STATUS
                       REWRITE REG-CHEQUE
                   END-IF
                   READ CHEQUES NEXT RECORD
               END-PERFORM
           END-IF.

           DISPLAY WRK-QTDE-DEPOSITAR " CHEQUE(S) MARCADO(S) COMO "
                   "DEPOSITADO(S) ".

      *===============================COMPENSADO: O TITULO E BAIXADO
      *===============================PELO VALOR DO CHEQUE; O QUE
      *===============================PASSAR DO VALOR DE FACE ENTRA
      *===============================COMO JUROS COBRADOS.
       0500-COMPENSACAO     SECTION.
           DISPLAY "NUMERO DE CUSTODIA DO CHEQUE "
           ACCEPT WRK-NUMERO-PROC.

           MOVE WRK-NUMERO-PROC TO CHQ-NUMERO.
           READ CHEQUES
               INVALID KEY
                   DISPLAY "CHEQUE NAO ENCONTRADO " WRK-NUMERO-PROC
               NOT INVALID KEY
                   IF CHQ-EM-CUSTODIA OR CHQ-DEPOSITADO
                       PERFORM 0510-CONFIRMA-COMPENSACAO
                   ELSE
                       DISPLAY "CHEQUE JA COMPENSADO OU DEVOLVIDO "
                   END-IF
           END-READ.

       0510-CONFIRMA-COMPENSACAO SECTION.
           PERFORM 0820-EXIBE-CHEQUE.
           DISPLAY "CONFIRMA A COMPENSACAO (S/N) "
           ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S"
               MOVE "P"             TO CHQ-STATUS
               MOVE WRK-DATA-HOJE-R TO CHQ-DATA-STATUS
               REWRITE REG-CHEQUE
               PERFORM 0520-GRAVA-PAGO
               PERFORM 0530-REMOVE-DO-ABERTO
               IF WRK-ACHOU EQUAL "S"
                   DISPLAY "CHEQUE COMPENSADO - TITULO BAIXADO EM "
                           "CONTASREC.PGO "
               ELSE
                   DISPLAY "CHEQUE COMPENSADO - TITULO NAO ESTAVA EM "
                           "CONTASREC.DAT (CONFERIR BAIXA EM DOBRO) "
               END-IF
           ELSE
               DISPLAY "COMPENSACAO CANCELADA "
           END-IF.

       0520-GRAVA-PAGO      SECTION.
           OPEN EXTEND CRECPAGOS.
           IF FS-CRECPAGOS EQUAL 35
               OPEN OUTPUT CRECPAGOS
           END-IF.

           MOVE CHQ-ID-CLIENTE    TO CRP-ID-CLIENTE.
           MOVE CHQ-TICKET        TO CRP-TICKET.
           MOVE CHQ-PARCELA       TO CRP-PARCELA.
           MOVE CHQ-TIT-VALOR     TO CRP-VALOR-FACE.
           MOVE CHQ-TIT-DATA-VENC TO CRP-DATA-VENC.
           MOVE WRK-DATA-HOJE-R   TO CRP-DATA-PGTO.
           MOVE CHQ-VALOR         TO CRP-VALOR-PAGO.
           MOVE ZEROS             TO CRP-MULTA.

           IF CHQ-VALOR GREATER CHQ-TIT-VALOR
               COMPUTE CRP-JUROS = CHQ-VALOR - CHQ-TIT-VALOR
               MOVE "S"    TO CRP-ACRESCIMO
           ELSE
               MOVE ZEROS  TO CRP-JUROS
               MOVE SPACES TO CRP-ACRESCIMO
           END-IF.

           WRITE REG-CRECPAGO.

           CLOSE CRECPAGOS.

      *===============================REGRAVA CONTASREC.DAT SEM O
      *===============================TITULO, VIA ARQUIVO TEMPORARIO
      *===============================(MESMO ESQUEMA DO CREC001).
       0530-REMOVE-DO-ABERTO SECTION.
           MOVE "N" TO WRK-ACHOU.

           OPEN INPUT CONTASREC.
           IF FS-CONTASREC EQUAL 00
               OPEN OUTPUT CRECTMP

               READ CONTASREC
               PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                   IF CR-ID-CLIENTE EQUAL CHQ-ID-CLIENTE
                           AND CR-TICKET EQUAL CHQ-TICKET
                           AND CR-PARCELA EQUAL CHQ-PARCELA
                           AND WRK-ACHOU EQUAL "N"
                       MOVE "S" TO WRK-ACHOU
                   ELSE
                       MOVE REG-CONTAREC TO REG-CRECTMP
                       WRITE REG-CRECTMP
                   END-IF
                   READ CONTASREC
               END-PERFORM

               CLOSE CONTASREC
               CLOSE CRECTMP

               OPEN OUTPUT CONTASREC
               OPEN INPUT CRECTMP

               READ CRECTMP
               PERFORM UNTIL FS-CRECTMP NOT EQUAL 00
                   MOVE REG-CRECTMP TO REG-CONTAREC
                   WRITE REG-CONTAREC
                   READ CRECTMP
               END-PERFORM

               CLOSE CONTASREC
               CLOSE CRECTMP
           END-IF.

      *===============================DEVOLVIDO: O TITULO VOLTA PARA A
      *===============================CARTEIRA COM A TARIFA DO BANCO
      *===============================SOMADA - SE AINDA ESTAVA ABERTO E
      *===============================SO MUDA; SE JA TINHA SIDO BAIXADO
      *===============================NA COMPENSACAO, E REGRAVADO COM OS
      *===============================DADOS GUARDADOS NO CHEQUE E A
      *===============================BAIXA DA COMPENSACAO E ESTORNADA
      *===============================EM CONTASREC.PGO (O DINHEIRO NAO
      *===============================FICOU NO BANCO).
       0600-DEVOLUCAO       SECTION.
           DISPLAY "NUMERO DE CUSTODIA DO CHEQUE "
           ACCEPT WRK-NUMERO-PROC.

           MOVE WRK-NUMERO-PROC TO CHQ-NUMERO.
           READ CHEQUES
               INVALID KEY
                   DISPLAY "CHEQUE NAO ENCONTRADO " WRK-NUMERO-PROC
               NOT INVALID KEY
                   IF CHQ-DEPOSITADO OR CHQ-COMPENSADO
                       PERFORM 0610-REGISTRA-DEVOLUCAO
                   ELSE
                       DISPLAY "SO CHEQUE DEPOSITADO OU COMPENSADO "
                               "PODE VOLTAR "
                   END-IF
           END-READ.

       0610-REGISTRA-DEVOLUCAO SECTION.
           PERFORM 0820-EXIBE-CHEQUE.

           DISPLAY "MOTIVO DA DEVOLUCAO (11/12 SEM FUNDOS, 13 CONTA "
                   "ENCERRADA, 20 SUSTADO, 22 ASSINATURA, 31 ERRO "
                   "FORMAL) "
           ACCEPT WRK-MOTIVO.
           DISPLAY "TARIFA DE DEVOLUCAO COBRADA PELO BANCO "
           ACCEPT WRK-TARIFA.

           PERFORM 0910-DESCREVE-MOTIVO.
           DISPLAY "MOTIVO " WRK-MOTIVO " - " WRK-DESCR-MOTIVO.
           DISPLAY "CONFIRMA A DEVOLUCAO (S/N) "
           ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S"
               MOVE "N" TO WRK-ERA-COMPENSADO
               IF CHQ-COMPENSADO
                   MOVE "S"             TO WRK-ERA-COMPENSADO
               END-IF
               MOVE "V"             TO CHQ-STATUS
               MOVE WRK-DATA-HOJE-R TO CHQ-DATA-STATUS
               MOVE WRK-MOTIVO      TO CHQ-MOTIVO-DEVOL
               MOVE WRK-TARIFA      TO CHQ-TARIFA
               MOVE "B"             TO CHQ-BLOQUEIO
               MOVE SPACES          TO CHQ-LIBERADO-POR
               MOVE ZEROS           TO CHQ-DATA-LIBERACAO
               MOVE "N"             TO CHQ-REABERTO
               MOVE SPACES TO WRK-SITUACAO-TIT
               PERFORM 0900-ATUALIZA-TITULO
               IF WRK-ACHOU NOT EQUAL "S"
                   PERFORM 0620-REABRE-TITULO
                   MOVE "S" TO CHQ-REABERTO
               END-IF
               IF WRK-ERA-COMPENSADO EQUAL "S"
                   PERFORM 0630-ESTORNA-PAGO
               END-IF
               REWRITE REG-CHEQUE
               DISPLAY "CHEQUE DEVOLVIDO - TITULO REABERTO E VENDA A "
                       "PRAZO DO CLIENTE " CHQ-ID-CLIENTE
                       " BLOQUEADA "
           ELSE
               DISPLAY "DEVOLUCAO CANCELADA "
           END-IF.

       0620-REABRE-TITULO   SECTION.
           OPEN EXTEND CONTASREC.
           IF FS-CONTASREC EQUAL 35
               OPEN OUTPUT CONTASREC
           END-IF.

           MOVE CHQ-ID-CLIENTE        TO CR-ID-CLIENTE.
           MOVE CHQ-TICKET            TO CR-TICKET.
           COMPUTE CR-VALOR = CHQ-TIT-VALOR + WRK-TARIFA.
           MOVE CHQ-TIT-DATA-VENDA    TO CR-DATA-VENDA.
           MOVE CHQ-TIT-DATA-VENC     TO CR-DATA-VENC.
           MOVE CHQ-PARCELA           TO CR-PARCELA.
           MOVE CHQ-TIT-QTDE-PARCELAS TO CR-QTDE-PARCELAS.
           MOVE SPACES                TO CR-SITUACAO.
           WRITE REG-CONTAREC.

           CLOSE CONTASREC.

      *===============================ESTORNA A BAIXA DA COMPENSACAO:
      *===============================LINHA "E" EM CONTASREC.PGO COM OS
      *===============================MESMOS VALORES DA BAIXA E A DATA
      *===============================DA DEVOLUCAO. O BANCO001 ABATE O
      *===============================VALOR DO CAIXA E O CREC001/ARQ034
      *===============================IGNORAM A LINHA; O ARQUIVO SEGUE
      *===============================SO RECEBENDO LINHAS NO FIM.
       0630-ESTORNA-PAGO    SECTION.
           OPEN EXTEND CRECPAGOS.
           IF FS-CRECPAGOS EQUAL 35
               OPEN OUTPUT CRECPAGOS
           END-IF.

           MOVE CHQ-ID-CLIENTE    TO CRP-ID-CLIENTE.
           MOVE CHQ-TICKET        TO CRP-TICKET.
           MOVE CHQ-PARCELA       TO CRP-PARCELA.
           MOVE CHQ-TIT-VALOR     TO CRP-VALOR-FACE.
           MOVE CHQ-TIT-DATA-VENC TO CRP-DATA-VENC.
           MOVE WRK-DATA-HOJE-R   TO CRP-DATA-PGTO.
           MOVE CHQ-VALOR         TO CRP-VALOR-PAGO.
           MOVE ZEROS             TO CRP-MULTA.
           MOVE "E"               TO CRP-ACRESCIMO.

           IF CHQ-VALOR GREATER CHQ-TIT-VALOR
               COMPUTE CRP-JUROS = CHQ-VALOR - CHQ-TIT-VALOR
           ELSE
               MOVE ZEROS  TO CRP-JUROS
           END-IF.

           WRITE REG-CRECPAGO.

           CLOSE CRECPAGOS.

      *===============================LIBERACAO SO COM PIN DE
      *===============================SUPERVISOR; LIBERA TODOS OS
      *===============================CHEQUES DEVOLVIDOS DO CLIENTE.
       0700-LIBERA-CLIENTE  SECTION.
           DISPLAY "ID DO CLIENTE "
           ACCEPT WRK-ID-PROC.

           MOVE 3 TO WRK-NIVEL-EXIGIDO.
           PERFORM 0095-VALIDA-PIN.

           IF WRK-PIN-OK NOT EQUAL "S"
               DISPLAY "LIBERACAO NAO AUTORIZADA "
           ELSE
               MOVE ZEROS TO WRK-QTDE-LIBERADOS
               MOVE ZEROS TO CHQ-NUMERO
               START CHEQUES KEY IS NOT LESS CHQ-NUMERO
               IF FS-CHEQUES EQUAL 00
                   READ CHEQUES NEXT RECORD
                   PERFORM UNTIL FS-CHEQUES NOT EQUAL 00
                       IF CHQ-ID-CLIENTE EQUAL WRK-ID-PROC
                               AND CHQ-BLOQUEIA-PRAZO
                           MOVE "L"             TO CHQ-BLOQUEIO
                           MOVE WRK-USUARIO-PIN TO CHQ-LIBERADO-POR
                           MOVE WRK-DATA-HOJE-R TO CHQ-DATA-LIBERACAO
                           REWRITE REG-CHEQUE
                           ADD 1 TO WRK-QTDE-LIBERADOS
                       END-IF
                       READ CHEQUES NEXT RECORD
                   END-PERFORM
               END-IF
               IF WRK-QTDE-LIBERADOS EQUAL ZEROS
                   DISPLAY "CLIENTE SEM BLOQUEIO POR CHEQUE DEVOLVIDO "
               ELSE
                   DISPLAY "VENDA A PRAZO LIBERADA - "
                           WRK-QTDE-LIBERADOS " CHEQUE(S) POR "
                           WRK-USUARIO-PIN
               END-IF
           END-IF.

       0800-CONSULTA-CHEQUE SECTION.
           DISPLAY "NUMERO DE CUSTODIA DO CHEQUE "
           ACCEPT WRK-NUMERO-PROC.

           MOVE WRK-NUMERO-PROC TO CHQ-NUMERO.
           READ CHEQUES
               INVALID KEY
                   DISPLAY "CHEQUE NAO ENCONTRADO " WRK-NUMERO-PROC
               NOT INVALID KEY
                   PERFORM 0820-EXIBE-CHEQUE
           END-READ.

       0820-EXIBE-CHEQUE    SECTION.
           DISPLAY "CUSTODIA........... " CHQ-NUMERO.
           DISPLAY "BANCO/AGENCIA...... " CHQ-BANCO "/" CHQ-AGENCIA.
           DISPLAY "CHEQUE............. " CHQ-NUM-CHEQUE.
           DISPLAY "EMITENTE........... " CHQ-EMITENTE.
           DISPLAY "VALOR.............. " CHQ-VALOR.
           DISPLAY "BOM PARA........... " CHQ-DATA-DEPOSITO.
           DISPLAY "TITULO............. " CHQ-ID-CLIENTE " / "
                   CHQ-TICKET "/" CHQ-PARCELA
                   " FACE " CHQ-TIT-VALOR.
           EVALUATE TRUE
               WHEN CHQ-EM-CUSTODIA
                   DISPLAY "SITUACAO........... EM CUSTODIA DESDE "
                           CHQ-DATA-CUSTODIA
               WHEN CHQ-DEPOSITADO
                   DISPLAY "SITUACAO........... DEPOSITADO EM "
                           CHQ-DATA-STATUS
               WHEN CHQ-COMPENSADO
                   DISPLAY "SITUACAO........... COMPENSADO EM "
                           CHQ-DATA-STATUS
               WHEN CHQ-DEVOLVIDO
                   MOVE CHQ-MOTIVO-DEVOL TO WRK-MOTIVO
                   PERFORM 0910-DESCREVE-MOTIVO
                   DISPLAY "SITUACAO........... DEVOLVIDO EM "
                           CHQ-DATA-STATUS " MOTIVO "
                           CHQ-MOTIVO-DEVOL " " WRK-DESCR-MOTIVO
                   DISPLAY "TARIFA............. " CHQ-TARIFA
           END-EVALUATE.
           IF CHQ-BLOQUEIA-PRAZO
               DISPLAY "VENDA A PRAZO DO CLIENTE BLOQUEADA "
           END-IF.
           IF CHQ-PRAZO-LIBERADO
               DISPLAY "LIBERADO POR " CHQ-LIBERADO-POR
                       " EM " CHQ-DATA-LIBERACAO
           END-IF.

      *===============================TITULO DO CHEQUE CORRENTE EM
      *===============================CONTASREC.DAT RECEBE A NOVA
      *===============================SITUACAO E A TARIFA (REGRAVACAO
      *===============================NO LUGAR, COMO NA BAIXA DO
      *===============================CPAG001). WRK-ACHOU = "N" SE O
      *===============================TITULO NAO ESTA MAIS ABERTO.
       0900-ATUALIZA-TITULO SECTION.
           MOVE "N" TO WRK-ACHOU.

           OPEN I-O CONTASREC.
           IF FS-CONTASREC EQUAL 00
               READ CONTASREC
               PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                   IF CR-ID-CLIENTE EQUAL CHQ-ID-CLIENTE
                           AND CR-TICKET EQUAL CHQ-TICKET
                           AND CR-PARCELA EQUAL CHQ-PARCELA
                           AND WRK-ACHOU EQUAL "N"
                       MOVE "S" TO WRK-ACHOU
                       MOVE WRK-SITUACAO-TIT TO CR-SITUACAO
                       ADD WRK-TARIFA TO CR-VALOR
                       REWRITE REG-CONTAREC
                   END-IF
                   READ CONTASREC
               END-PERFORM
               CLOSE CONTASREC
           END-IF.

       0910-DESCREVE-MOTIVO SECTION.
           MOVE "OUTROS" TO WRK-DESCR-MOTIVO.
           PERFORM VARYING WRK-SUB-MOT FROM 1 BY 1
                   UNTIL WRK-SUB-MOT GREATER 6
               IF TMD-CODIGO(WRK-SUB-MOT) EQUAL WRK-MOTIVO
                   MOVE TMD-DESCRICAO(WRK-SUB-MOT) TO WRK-DESCR-MOTIVO
               END-IF
           END-PERFORM.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY PINPD.
       END PROGRAM CHEQ001.
