      *==RELATORIO MENSAL DO ARQ030 - ANTES O ITEM DEVOLVIDO VIRAVA
      *==PILHA NUM CANTO E ESTOQUE.DAT NUNCA FICAVA SABENDO
      *==DATA:02/09/2026
      *==GRAVA VND-PARCELAS ZERADO (CAMPO NOVO DO VENDAREG)
      *==DATA:15/10/2026
      *==PRODUTO COM CONTROLE DE SERIE EXIGE O NUMERO DA UNIDADE
      *==DEVOLVIDA, QUE TEM DE SER A VENDIDA NO TICKET (SERIAIS.DAT);
      *==A SERIE FICA DEVOLVIDA (REPOSTA) OU BAIXADA (SUCATA)
      *==DATA:15/10/2026
      *==CLIENTE DA LISTA DE VIGILANCIA DE DEVOLUCOES (DEVVIG.DAT,
      *==GERADA PELO DEVOL001 COM OS LIMITES DE DEVOLVIG.CFG) E AVISADO
      *==COM OS INDICADORES E SO DEVOLVE COM O PIN DO SUPERVISOR
      *==(NIVEL 3)
      *==DATA:15/10/2026
      *==SECTION TERMINAL VAZIA 9900-FIM-PROGRAMA ANTES DAS COPYS DE
      *==PROCEDURE, PARA QUE O PERFORM DA ULTIMA SECTION NAO EXECUTE OS
      *==PARAGRAFOS DAS COPYS.
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DEVDISP.

           SELECT SERIAIS ASSIGN TO "SERIAIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SER-NUMERO
           FILE STATUS IS FS-SERIAIS.

           SELECT DEVVIG ASSIGN TO "DEVVIG.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DEVVIG.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       FD  DEVDISP.
           COPY DEVDISPREG.

       FD  SERIAIS.
           COPY SERIALREG.

       FD  DEVVIG.
           COPY DEVVIGREG.

       WORKING-STORAGE SECTION.
           COPY CREDLOJAWS.
           COPY ESTMOVWS.
           COPY SERIALWS.
           COPY PINWS.
       77  FS-VENDAS        PIC 9(02) VALUE ZEROS.
       77  FS-NOTACRED      PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WRK-DESTINO      PIC X(01) VALUE SPACES.
       77  WRK-MOTIVO-SUCATA PIC X(30) VALUE SPACES.
       77  WRK-CUSTO-ITEM   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-SERIE-DEVOL  PIC X(20) VALUE SPACES.
       77  FS-DEVVIG        PIC 9(02) VALUE ZEROS.
       77  WRK-ACHOU-VIGIA  PIC X(01) VALUE "N".

       01  WRK-VENDA-ORIGINAL.
           05 WRK-VO-ID-CLIENTE PIC 9(04).
           DISPLAY "VENDA ENCONTRADA - CLIENTE " WRK-VO-ID-CLIENTE
                   " VALOR " WRK-VO-VALOR

           PERFORM 0280-VERIFICA-VIGILANCIA.
           IF WRK-PROSSEGUE EQUAL "S"
               PERFORM 0290-VERIFICA-GARANTIA
           END-IF.
           IF WRK-PROSSEGUE EQUAL "S"
               PERFORM 0295-VERIFICA-SERIE
           END-IF.

           MOVE "N" TO WRK-CONFIRMA.
           IF WRK-PROSSEGUE EQUAL "S"
               DISPLAY "DEVOLUCAO CANCELADA "
           END-IF.

      * CLIENTE NA LISTA DE VIGILANCIA DE DEVOLUCOES (DEVVIG.DAT,
      * GERADA PELO DEVOL001) SO DEVOLVE COM O PIN DO SUPERVISOR.
      * SEM O ARQUIVO, OU VENDA AVULSA, SEGUE O FLUXO NORMAL.
       0280-VERIFICA-VIGILANCIA SECTION.
           MOVE "S" TO WRK-PROSSEGUE.
           MOVE "N" TO WRK-ACHOU-VIGIA.

           IF WRK-VO-ID-CLIENTE NOT EQUAL ZEROS
               OPEN INPUT DEVVIG
               IF FS-DEVVIG EQUAL 00
                   READ DEVVIG
                   PERFORM UNTIL FS-DEVVIG NOT EQUAL 00
                           OR WRK-ACHOU-VIGIA EQUAL "S"
                       IF DVG-ID-CLIENTE EQUAL WRK-VO-ID-CLIENTE
                           MOVE "S" TO WRK-ACHOU-VIGIA
                       ELSE
                           READ DEVVIG
                       END-IF
                   END-PERFORM
                   CLOSE DEVVIG
               END-IF
           END-IF.

           IF WRK-ACHOU-VIGIA EQUAL "S"
               DISPLAY "*** CLIENTE EM VIGILANCIA DE DEVOLUCOES "
                       "DESDE " DVG-DATA " ***"
               DISPLAY "DEVOLUCOES " DVG-QTDE-DEVOL " DE "
                       DVG-QTDE-VENDAS " VENDAS - % QTDE "
                       DVG-PERC-QTDE " % VALOR " DVG-PERC-VALOR
               DISPLAY "SEM GARANTIA " DVG-SEM-GARANTIA
                       " % SUCATA " DVG-PERC-SUCATA
                       " MOTIVOS " DVG-MOTIVOS
               DISPLAY "DEVOLUCAO EXIGE AUTORIZACAO DO SUPERVISOR "
               MOVE 3 TO WRK-NIVEL-EXIGIDO
               PERFORM 0095-VALIDA-PIN
               IF WRK-PIN-OK NOT EQUAL "S"
                   MOVE "N" TO WRK-PROSSEGUE
                   DISPLAY "DEVOLUCAO RECUSADA - CLIENTE EM "
                           "VIGILANCIA "
               ELSE
                   DISPLAY "DEVOLUCAO LIBERADA POR " WRK-USUARIO-PIN
               END-IF
           END-IF.

      * GARANTIA VENCIDA EXIGE LIBERACAO EXPLICITA DO OPERADOR; ITEM
      * SEM REGISTRO DE GARANTIA (PRODUTO SEM PRAZO CADASTRADO OU
      * VENDA ANTERIOR AO CONTROLE) APENAS SINALIZA E SEGUE.
               END-IF
           END-IF.

      * PRODUTO COM CONTROLE DE SERIE: A UNIDADE TRAZIDA TEM DE SER A
      * QUE SAIU NESTE TICKET (SERIAIS.DAT), SENAO A DEVOLUCAO E
      * RECUSADA - UNIDADE COMPRADA EM OUTRO LUGAR NAO ENTRA.
       0295-VERIFICA-SERIE     SECTION.
           MOVE SPACES TO WRK-SERIE-DEVOL.
           MOVE "N" TO WRK-SER-CONFIRMA.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
               MOVE WRK-PRODUTO-PROC TO ESTQ-PRODUTO
               READ ESTOQUE
                   NOT INVALID KEY
                       MOVE ESTQ-SERIALIZADO TO WRK-SER-CONFIRMA
               END-READ
               CLOSE ESTOQUE
           END-IF.

           IF WRK-SER-CONFIRMA EQUAL "S"
               DISPLAY "PRODUTO COM CONTROLE DE SERIE - DIGITE O "
                       "NUMERO DE SERIE DA UNIDADE DEVOLVIDA "
               ACCEPT WRK-SER-NUMERO
               MOVE "C" TO WRK-SER-ACAO
               PERFORM 0182-MOVIMENTA-SERIE
               IF WRK-SER-OK EQUAL "S"
                       AND SER-PRODUTO EQUAL WRK-PRODUTO-PROC
                       AND SER-VENDIDO
                       AND SER-TICKET EQUAL WRK-TICKET-PROC
                   MOVE WRK-SER-NUMERO TO WRK-SERIE-DEVOL
                   DISPLAY "SERIE CONFERE COM A VENDA DO TICKET "
               ELSE
                   MOVE "N" TO WRK-PROSSEGUE
                   DISPLAY "DEVOLUCAO RECUSADA - ESTA SERIE NAO FOI "
                           "VENDIDA NESTE TICKET "
               END-IF
           END-IF.

       0310-GRAVA-DEVOLUCAO    SECTION.
           OPEN EXTEND VENDAS.
           IF FS-VENDAS EQUAL 35
           MOVE "D"               TO VND-TIPO-TRANS.
           MOVE WRK-TICKET-PROC   TO VND-TICKET-REF.
           MOVE WRK-VO-VENDEDOR   TO VND-VENDEDOR.
           MOVE ZEROS             TO VND-PARCELAS.
           WRITE REG-VENDA.

           CLOSE VENDAS.

           PERFORM 0380-GRAVA-DISPOSICAO.

           IF WRK-SERIE-DEVOL NOT EQUAL SPACES
               MOVE WRK-SERIE-DEVOL TO WRK-SER-NUMERO
               MOVE WRK-DATA-HOJE   TO WRK-SER-DATA
               IF WRK-DESTINO EQUAL "R"
                   MOVE "D" TO WRK-SER-ACAO
               ELSE
                   MOVE "B" TO WRK-SER-ACAO
               END-IF
               PERFORM 0182-MOVIMENTA-SERIE
           END-IF.

       0350-BUSCA-CUSTO-ITEM   SECTION.
           MOVE ZEROS TO WRK-CUSTO-ITEM.
           OPEN INPUT ESTOQUE.
       0900-FINALIZAR          SECTION.
           DISPLAY "FIM DE PROGRAMA ".

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY CREDLOJAPD.
           COPY ESTMOVPD.
           COPY SERIALPD.
           COPY PINPD.
       END PROGRAM ARQ012.
