      *==SEGUNDO OPERADOR APROVAR NO APROV001; ESTORNO ATE O TETO
      *==SEGUE EXECUTANDO DIRETO
      *==DATA:02/09/2026
      *==GRAVA VND-PARCELAS ZERADO (CAMPO NOVO DO VENDAREG)
      *==DATA:15/10/2026
      *==REG-CONTARECTMP PASSA A 40 POSICOES (CR-SITUACAO EM
      *==CONTARECREG)
      *==DATA:15/10/2026
      *==O REGISTRO DE DEVOLUCAO EM FRETE.LOG LEVA O NUMERO DA FATURA
      *==ESTORNADA (HF-NUMERO-FATURA)
      *==DATA:15/10/2026
      *==REGISTRO DE ESTORNO EM FRETE.LOG GRAVADO COM HF-PESO-CUBADO
      *==ZERADO (A FATURA NAO GUARDA O PESO CUBADO).
      *==DATA:15/10/2026
      *==ESTORNO RECUSADO QUANDO ALGUM TITULO DA FATURA ESTA DESCONTADO
      *==NO BANCO ("T") OU PAGO COM CHEQUE EM CUSTODIA ("C"), COMO NO
      *==CREC001/ARQ033; FATURA DE ACERTO DE CONSIGNACAO ESTORNADA ZERA
      *==ACR-FATURA DAS LINHAS DE CSGACERTO.DAT FATURADAS NELA
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTARECTMP.

           SELECT CSGACERTO ASSIGN TO "CSGACERTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-CHAVE
           FILE STATUS IS FS-CSGACERTO.


           SELECT APROVACOES ASSIGN TO "APROVACOES.DAT"
           ORGANIZATION IS INDEXED
           COPY CONTARECREG.

       FD  CONTARECTMP.
       01  REG-CONTARECTMP  PIC X(40).

       FD  CSGACERTO.
           COPY CSGACERTOREG.


       FD  APROVACOES.
       77  WRK-NUMERO-PROC  PIC 9(06) VALUE ZEROS.
       77  FS-CONTASREC     PIC 9(02) VALUE ZEROS.
       77  FS-CONTARECTMP   PIC 9(02) VALUE ZEROS.
       77  FS-CSGACERTO     PIC 9(02) VALUE ZEROS.
       77  WRK-LINHAS-ACERTO PIC 9(03) VALUE ZEROS.
       77  WRK-TITULO-BLOQUEADO PIC X(01) VALUE "N".
       77  WRK-TICKET-ESTORNO PIC 9(06) VALUE ZEROS.
       77  WRK-TITULOS-REMOVIDOS PIC 9(03) VALUE ZEROS.
       77  WRK-MOTIVO-PROC  PIC X(40) VALUE SPACES.
           PERFORM 0200-LOCALIZA-FATURA.

           IF WRK-PIN-OK EQUAL "S" AND FATURA-ENCONTRADA
               PERFORM 0295-VERIFICA-TITULOS
               IF WRK-TITULO-BLOQUEADO EQUAL "N"
                   PERFORM 0300-CONFIRMA-ESTORNO
               END-IF
           END-IF.

           PERFORM 0900-FINALIZAR.
               END-IF
           END-IF.

      *===============================TITULO DESCONTADO NO BANCO ("T",
      *===============================ANTEC001) OU PAGO COM CHEQUE EM
      *===============================CUSTODIA ("C", CHEQ001) NAO PODE
      *===============================SUMIR DA CARTEIRA PELO ESTORNO -
      *===============================MESMA REGRA DO CREC001/ARQ033.
       0295-VERIFICA-TITULOS   SECTION.
           IF FT-TICKET NUMERIC AND FT-TICKET NOT EQUAL ZEROS
               MOVE FT-TICKET TO WRK-TICKET-ESTORNO
           ELSE
               MOVE FT-NUMERO TO WRK-TICKET-ESTORNO
           END-IF.

           MOVE "N" TO WRK-TITULO-BLOQUEADO.

           OPEN INPUT CONTASREC.
           IF FS-CONTASREC EQUAL 00
               READ CONTASREC
               PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                   IF CR-TICKET EQUAL WRK-TICKET-ESTORNO
                       IF CR-TRANSFERIDO
                           MOVE "S" TO WRK-TITULO-BLOQUEADO
                           DISPLAY "PARCELA " CR-PARCELA " DESCONTADA "
                                   "NO BANCO - SO SAI DA CARTEIRA PELO "
                                   "ANTEC001 "
                       END-IF
                       IF CR-CHEQUE-CUSTODIA
                           MOVE "S" TO WRK-TITULO-BLOQUEADO
                           DISPLAY "PARCELA " CR-PARCELA " PAGA COM "
                                   "CHEQUE EM CUSTODIA - BAIXA PELA "
                                   "COMPENSACAO NO CHEQ001 "
                       END-IF
                   END-IF
                   READ CONTASREC
               END-PERFORM
               CLOSE CONTASREC
           END-IF.

           IF WRK-TITULO-BLOQUEADO EQUAL "S"
               DISPLAY "ESTORNO NAO EXECUTADO "
           END-IF.

       0305-EXECUTA-ESTORNO    SECTION.
           PERFORM 0310-CANCELA-FATURA.
           PERFORM 0320-ESTORNA-VENDA.
           PERFORM 0330-ESTORNA-FRETE.
           PERFORM 0340-ESTORNA-CONTASREC.
           PERFORM 0350-REABRE-ACERTO.
           MOVE FT-NUMERO      TO AUDF-NUMERO.
           MOVE WRK-MOTIVO-PROC TO AUDF-MOTIVO.
           PERFORM 0097-GRAVA-AUDITORIA-FAT.
               MOVE "D"                       TO VND-TIPO-TRANS
               MOVE WRK-TICKET-ESTORNO        TO VND-TICKET-REF
               MOVE ZEROS                     TO VND-VENDEDOR
               MOVE ZEROS                     TO VND-PARCELAS
               WRITE REG-VENDA
           END-PERFORM.

           MOVE FT-ESTADO       TO HF-ESTADO.
           MOVE ZEROS           TO HF-CEP.
           MOVE FT-PESO         TO HF-PESO.
           MOVE ZEROS           TO HF-PESO-CUBADO.
           MOVE FT-FRETE        TO HF-FRETE.
           MOVE FT-VALOR-FINAL  TO HF-VALOR-FINAL.
           MOVE WRK-DATA-HOJE   TO HF-DATA.
           MOVE ZEROS           TO HF-ADVAL.
           MOVE ZEROS           TO HF-GRIS.
           MOVE ZEROS           TO HF-PEDAGIO.
           MOVE FT-NUMERO       TO HF-NUMERO-FATURA.
           WRITE REG-HISTFRETE.

           CLOSE HISTFRETE.
               END-IF
           END-IF.

      *===============================FATURA DE ACERTO DE CONSIGNACAO:
      *===============================AS LINHAS FATURADAS NELA VOLTAM A
      *===============================ACR-FATURA ZERO, PARA O ACERTO
      *===============================PODER SER FATURADO DE NOVO.
       0350-REABRE-ACERTO      SECTION.
           MOVE ZEROS TO WRK-LINHAS-ACERTO.

           OPEN I-O CSGACERTO.
           IF FS-CSGACERTO EQUAL 00
               MOVE ZEROS TO ACR-NUMERO
               MOVE ZEROS TO ACR-ITEM
               START CSGACERTO KEY IS NOT LESS ACR-CHAVE
               IF FS-CSGACERTO EQUAL 00
                   READ CSGACERTO NEXT RECORD
               END-IF
               PERFORM UNTIL FS-CSGACERTO NOT EQUAL 00
                   IF ACR-FATURA EQUAL FT-NUMERO
                       MOVE ZEROS TO ACR-FATURA
                       REWRITE REG-CSGACERTO
                       ADD 1 TO WRK-LINHAS-ACERTO
                   END-IF
                   READ CSGACERTO NEXT RECORD
               END-PERFORM
               CLOSE CSGACERTO
           END-IF.

           IF WRK-LINHAS-ACERTO GREATER ZEROS
               DISPLAY "LINHAS DE ACERTO DE CONSIGNACAO REABERTAS "
                       "PARA NOVA FATURA: " WRK-LINHAS-ACERTO
           END-IF.

       0900-FINALIZAR          SECTION.
           IF WRK-FATURAS-ABERTO EQUAL "S"
               CLOSE FATURAS
