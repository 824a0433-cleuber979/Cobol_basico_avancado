       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIDEL001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: APURACAO NOTURNA DOS PONTOS DE FIDELIDADE - LE AS
      *          LINHAS NOVAS DE VENDAS.DAT (DEPOIS DA ULTIMA LIDA NA
      *          EXECUCAO ANTERIOR, GUARDADA EM FIDELIDADE.CTL) E, PARA
      *          CLIENTE IDENTIFICADO, CREDITA OS PONTOS DA LINHA "V"
      *          PELA REGRA DE FIDELIDADE.CFG (BONUS PARA CLIENTE VIP
      *          DO ARQ020) E ESTORNA OS DA LINHA "D" DE DEVOLUCAO. EM
      *          SEGUIDA EXPIRA OS PONTOS GANHOS HA MAIS DE N MESES QUE
      *          AINDA NAO FORAM CONSUMIDOS (RESGATES, ESTORNOS E
      *          EXPIRACOES ANTERIORES ABATEM SEMPRE OS PONTOS MAIS
      *          ANTIGOS). TUDO FICA NO EXTRATO FIDELIDADE.MOV (COPY
      *          FIDELWS/FIDELPD). RODA SEM OPERADOR, PELO AGENDA001.
      *          O CONTROLE GUARDA TAMBEM A ULTIMA LINHA LIDA (TICKET,
      *          DATA E VALOR, COMO NO VENDRES001): SE ELA NAO BATE,
      *          VENDAS.DAT FOI REGRAVADO (EX.: ARQUIVAMENTO DO ARQ027)
      *          E A APURACAO RECOMECA DEPOIS DA ULTIMA OCORRENCIA DELA
      *          NO ARQUIVO NOVO; SE NAO FOR ACHADA, NADA E PONTUADO
      *          (PARA NAO PONTUAR DUAS VEZES) E O FATO E AVISADO.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-VENDAS.

           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-ID
           FILE STATUS IS FS-CLIENTES.

           SELECT FIDELIDADE ASSIGN TO "FIDELIDADE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FDL-ID-CLIENTE
           FILE STATUS IS FS-FIDELIDADE.

           SELECT FIDMOV ASSIGN TO "FIDELIDADE.MOV"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FIDMOV.

           SELECT FIDCFG ASSIGN TO "FIDELIDADE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FIDCFG.

           SELECT FIDCTL ASSIGN TO "FIDELIDADE.CTL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FIDCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
           COPY VENDAREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  FIDELIDADE.
           COPY FIDELREG.

       FD  FIDMOV.
           COPY FIDMOVREG.

       FD  FIDCFG.
           COPY FIDCFGREG.

       FD  FIDCTL.
       01  REG-FIDCTL.
           05 FCT-QTDE-LIDAS   PIC 9(09).
           05 FCT-DATA         PIC 9(08).
           05 FCT-ULT-TICKET   PIC 9(06).
           05 FCT-ULT-DATA     PIC 9(08).
           05 FCT-ULT-VALOR    PIC 9(05)V99.

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
           COPY FIDELWS.
       77  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  WRK-CLIENTES-ABERTO PIC X(01) VALUE "N".
       77  FS-FIDCTL       PIC 9(02) VALUE ZEROS.

       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-QTDE-JA-LIDAS PIC 9(09) VALUE ZEROS.
       77  WRK-QTDE-LIDAS  PIC 9(09) VALUE ZEROS.
       77  WRK-QTDE-GANHOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ESTORNOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-EXPIRADOS PIC 9(05) VALUE ZEROS.
       77  WRK-PONTOS-GANHOS PIC 9(09) VALUE ZEROS.
       77  WRK-PONTOS-ESTORNADOS PIC 9(09) VALUE ZEROS.
       77  WRK-PONTOS-EXPIRADOS PIC 9(09) VALUE ZEROS.
       77  WRK-PONTOS-LINHA PIC 9(07) VALUE ZEROS.
       77  WRK-PONTOS-BONUS PIC 9(07) VALUE ZEROS.
       77  WRK-MESES-CORTE PIC 9(06) VALUE ZEROS.
       77  WRK-QTDE-CLI    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-CLI     PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.
       77  WRK-CTL-TICKET  PIC 9(06) VALUE ZEROS.
       77  WRK-CTL-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-CTL-VALOR   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-REGRAVADO   PIC X(01) VALUE "N".
       77  WRK-LINHA-ACHADA PIC 9(09) VALUE ZEROS.

      *===============================ULTIMA LINHA LIDA DE VENDAS.DAT,
      *===============================GRAVADA NO CONTROLE.
       01  WRK-ULTIMA-LINHA.
           05 WRK-ULT-TICKET   PIC 9(06) VALUE ZEROS.
           05 WRK-ULT-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-ULT-VALOR    PIC 9(05)V99 VALUE ZEROS.

      *===============================PONTO GANHO ANTES DESTA DATA JA
      *===============================PASSOU DA VALIDADE.
       01  WRK-DATA-CORTE   PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CORTE-R REDEFINES WRK-DATA-CORTE.
           05 WRK-DCO-ANO   PIC 9(04).
           05 WRK-DCO-MES   PIC 9(02).
           05 WRK-DCO-DIA   PIC 9(02).

       01  WRK-DATA-HOJE-R.
           05 WRK-DHO-ANO   PIC 9(04).
           05 WRK-DHO-MES   PIC 9(02).
           05 WRK-DHO-DIA   PIC 9(02).

      *===============================POR CLIENTE DO EXTRATO: GANHOS
      *===============================ANTERIORES AO CORTE E TUDO O QUE
      *===============================JA FOI CONSUMIDO (E/R/X).
       01  TABELA-VALIDADE.
           05 TAB-VALIDADE OCCURS 500 TIMES.
               10 TVL-ID-CLIENTE  PIC 9(04).
               10 TVL-GANHO-VENCIDO PIC 9(09).
               10 TVL-CONSUMIDO   PIC 9(09).

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-HOJE-R.

           PERFORM 0640-CARREGA-CONFIG-FIDEL.
           PERFORM 0100-LE-CONTROLE.
           PERFORM 0200-APURA-VENDAS.
           PERFORM 0300-GRAVA-CONTROLE.
           PERFORM 0400-EXPIRA-PONTOS.

           DISPLAY "LINHAS DE VENDA LIDAS NESTA APURACAO. "
                   WRK-QTDE-LIDAS.
           DISPLAY "PONTOS GANHOS........ " WRK-PONTOS-GANHOS
                   " EM " WRK-QTDE-GANHOS " LINHAS ".
           DISPLAY "PONTOS ESTORNADOS.... " WRK-PONTOS-ESTORNADOS
                   " EM " WRK-QTDE-ESTORNOS " LINHAS ".
           DISPLAY "PONTOS EXPIRADOS..... " WRK-PONTOS-EXPIRADOS
                   " DE " WRK-QTDE-EXPIRADOS " CLIENTES ".
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-LE-CONTROLE     SECTION.
           MOVE ZEROS TO WRK-QTDE-JA-LIDAS.
           MOVE ZEROS TO WRK-CTL-TICKET.
           MOVE ZEROS TO WRK-CTL-DATA.
           MOVE ZEROS TO WRK-CTL-VALOR.

           OPEN INPUT FIDCTL.
           IF FS-FIDCTL EQUAL 00
               READ FIDCTL
                   NOT AT END
                       MOVE FCT-QTDE-LIDAS TO WRK-QTDE-JA-LIDAS
                       IF FCT-ULT-DATA NUMERIC
                               AND FCT-ULT-TICKET NUMERIC
                               AND FCT-ULT-VALOR NUMERIC
                           MOVE FCT-ULT-TICKET TO WRK-CTL-TICKET
                           MOVE FCT-ULT-DATA   TO WRK-CTL-DATA
                           MOVE FCT-ULT-VALOR  TO WRK-CTL-VALOR
                       END-IF
               END-READ
               CLOSE FIDCTL
           ELSE
               DISPLAY "FIDELIDADE.CTL NAO ENCONTRADO - APURANDO "
                       "VENDAS.DAT DESDE O INICIO "
           END-IF.

           MOVE WRK-CTL-TICKET TO WRK-ULT-TICKET.
           MOVE WRK-CTL-DATA   TO WRK-ULT-DATA.
           MOVE WRK-CTL-VALOR  TO WRK-ULT-VALOR.

      *===============================AS LINHAS JA APURADAS SAO SO
      *===============================CONTADAS; A ULTIMA DELAS TEM DE
      *===============================SER A MESMA DO CONTROLE, SENAO
      *===============================VENDAS.DAT FOI REGRAVADO E A
      *===============================POSICAO E RELOCALIZADA (0220).
      *===============================DAS NOVAS, SO AS DE CLIENTE
      *===============================IDENTIFICADO PONTUAM.
       0200-APURA-VENDAS    SECTION.
           PERFORM 0090-DEFINE-CAMINHO-CLIENTES.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "S" TO WRK-CLIENTES-ABERTO
           END-IF.

           PERFORM 0205-LE-VENDAS.
           IF WRK-REGRAVADO EQUAL "S"
               PERFORM 0220-LOCALIZA-ULTIMA-LINHA
               PERFORM 0205-LE-VENDAS
           END-IF.

           IF WRK-CLIENTES-ABERTO EQUAL "S"
               CLOSE CLIENTES
           END-IF.

           IF WRK-QTDE-LIDAS GREATER WRK-QTDE-JA-LIDAS
               SUBTRACT WRK-QTDE-JA-LIDAS FROM WRK-QTDE-LIDAS
           ELSE
               MOVE ZEROS TO WRK-QTDE-LIDAS
           END-IF.

       0205-LE-VENDAS       SECTION.
           MOVE ZEROS TO WRK-QTDE-LIDAS.
           MOVE "N"   TO WRK-REGRAVADO.

           OPEN INPUT VENDAS.
           IF FS-VENDAS NOT EQUAL 00
               DISPLAY "VENDAS.DAT NAO ABERTO - STATUS " FS-VENDAS
           ELSE
               READ VENDAS NEXT RECORD
               PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                       OR WRK-REGRAVADO EQUAL "S"
                   ADD 1 TO WRK-QTDE-LIDAS
                   IF WRK-QTDE-LIDAS EQUAL WRK-QTDE-JA-LIDAS
                           AND WRK-CTL-DATA NOT EQUAL ZEROS
                       IF VND-TICKET NOT EQUAL WRK-CTL-TICKET
                               OR VND-DATA NOT EQUAL WRK-CTL-DATA
                               OR VND-VALOR NOT EQUAL WRK-CTL-VALOR
                           MOVE "S" TO WRK-REGRAVADO
                       END-IF
                   END-IF
                   IF WRK-QTDE-LIDAS GREATER WRK-QTDE-JA-LIDAS
                           AND VND-ID-CLIENTE NOT EQUAL ZEROS
                       PERFORM 0210-PONTUA-LINHA
                   END-IF
                   MOVE VND-TICKET TO WRK-ULT-TICKET
                   MOVE VND-DATA   TO WRK-ULT-DATA
                   MOVE VND-VALOR  TO WRK-ULT-VALOR
                   READ VENDAS NEXT RECORD
               END-PERFORM
               CLOSE VENDAS

               IF WRK-QTDE-LIDAS LESS WRK-QTDE-JA-LIDAS
                       AND WRK-CTL-DATA NOT EQUAL ZEROS
                   MOVE "S" TO WRK-REGRAVADO
               END-IF
           END-IF.

       0210-PONTUA-LINHA    SECTION.
           COMPUTE WRK-PONTOS-LINHA =
                   VND-VALOR / WRK-FDL-REAIS-POR-PONTO.

           MOVE ZEROS TO WRK-PONTOS-BONUS.
           IF WRK-CLIENTES-ABERTO EQUAL "S"
               MOVE VND-ID-CLIENTE TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-CLI-VIP
                           COMPUTE WRK-PONTOS-BONUS =
                                   WRK-PONTOS-LINHA * WRK-FDL-BONUS-VIP
                                   / 100
                       END-IF
               END-READ
           END-IF.
           ADD WRK-PONTOS-BONUS TO WRK-PONTOS-LINHA.

           IF WRK-PONTOS-LINHA GREATER ZEROS
               MOVE VND-ID-CLIENTE   TO WRK-FDL-ID-CLIENTE
               MOVE WRK-PONTOS-LINHA TO WRK-FDL-PONTOS-MOV
               MOVE VND-TICKET       TO WRK-FDL-TICKET-MOV
               IF VND-TIPO-TRANS EQUAL "D"
                   MOVE "E" TO WRK-FDL-TIPO-MOV
                   PERFORM 0642-MOVIMENTA-PONTOS
                   ADD 1 TO WRK-QTDE-ESTORNOS
                   ADD WRK-FDL-PONTOS-EFETIVOS
                     TO WRK-PONTOS-ESTORNADOS
               ELSE
                   MOVE "G" TO WRK-FDL-TIPO-MOV
                   PERFORM 0642-MOVIMENTA-PONTOS
                   ADD 1 TO WRK-QTDE-GANHOS
                   ADD WRK-PONTOS-LINHA TO WRK-PONTOS-GANHOS
               END-IF
           END-IF.

      *===============================VENDAS.DAT REGRAVADO: A APURACAO
      *===============================RECOMECA DEPOIS DA ULTIMA LINHA
      *===============================IGUAL A DO CONTROLE. SEM ELA, O
      *===============================ARQUIVO TODO CONTA COMO JA LIDO.
       0220-LOCALIZA-ULTIMA-LINHA SECTION.
           MOVE ZEROS TO WRK-QTDE-LIDAS.
           MOVE ZEROS TO WRK-LINHA-ACHADA.

           OPEN INPUT VENDAS.
           IF FS-VENDAS EQUAL 00
               READ VENDAS NEXT RECORD
               PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                   ADD 1 TO WRK-QTDE-LIDAS
                   IF VND-TICKET EQUAL WRK-CTL-TICKET
                           AND VND-DATA EQUAL WRK-CTL-DATA
                           AND VND-VALOR EQUAL WRK-CTL-VALOR
                       MOVE WRK-QTDE-LIDAS TO WRK-LINHA-ACHADA
                   END-IF
                   MOVE VND-TICKET TO WRK-ULT-TICKET
                   MOVE VND-DATA   TO WRK-ULT-DATA
                   MOVE VND-VALOR  TO WRK-ULT-VALOR
                   READ VENDAS NEXT RECORD
               END-PERFORM
               CLOSE VENDAS
           END-IF.

           IF WRK-LINHA-ACHADA GREATER ZEROS
               DISPLAY "VENDAS.DAT FOI REGRAVADO - APURACAO RETOMADA "
                       "APOS A LINHA " WRK-LINHA-ACHADA
               MOVE WRK-LINHA-ACHADA TO WRK-QTDE-JA-LIDAS
           ELSE
               DISPLAY "VENDAS.DAT FOI REGRAVADO E A ULTIMA LINHA "
                       "APURADA NAO FOI ACHADA - NADA PONTUADO, "
                       "CONFERIR O EXTRATO "
               MOVE WRK-QTDE-LIDAS TO WRK-QTDE-JA-LIDAS
               MOVE WRK-ULT-TICKET TO WRK-CTL-TICKET
               MOVE WRK-ULT-DATA   TO WRK-CTL-DATA
               MOVE WRK-ULT-VALOR  TO WRK-CTL-VALOR
           END-IF.

       0300-GRAVA-CONTROLE  SECTION.
           ADD WRK-QTDE-LIDAS TO WRK-QTDE-JA-LIDAS.

           OPEN OUTPUT FIDCTL.
           MOVE WRK-QTDE-JA-LIDAS TO FCT-QTDE-LIDAS.
           MOVE WRK-DATA-HOJE     TO FCT-DATA.
           MOVE WRK-ULT-TICKET    TO FCT-ULT-TICKET.
           MOVE WRK-ULT-DATA      TO FCT-ULT-DATA.
           MOVE WRK-ULT-VALOR     TO FCT-ULT-VALOR.
           WRITE REG-FIDCTL.
           CLOSE FIDCTL.

      *===============================O QUE FOI GANHO ANTES DO CORTE E
      *===============================AINDA NAO FOI CONSUMIDO EXPIRA.
      *===============================O EXTRATO E LIDO INTEIRO ANTES
      *===============================DE GRAVAR AS EXPIRACOES NELE.
       0400-EXPIRA-PONTOS   SECTION.
           COMPUTE WRK-MESES-CORTE = WRK-DHO-ANO * 12 + WRK-DHO-MES
                   - 1 - WRK-FDL-MESES-VALIDADE.
           DIVIDE WRK-MESES-CORTE BY 12 GIVING WRK-DCO-ANO
                   REMAINDER WRK-DCO-MES.
           ADD 1 TO WRK-DCO-MES.
           MOVE WRK-DHO-DIA TO WRK-DCO-DIA.

           MOVE ZEROS TO WRK-QTDE-CLI.
           OPEN INPUT FIDMOV.
           IF FS-FIDMOV EQUAL 00
               READ FIDMOV
               PERFORM UNTIL FS-FIDMOV NOT EQUAL 00
                   PERFORM 0410-ACUMULA-EXTRATO
                   READ FIDMOV
               END-PERFORM
               CLOSE FIDMOV
           END-IF.

           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
                   UNTIL WRK-SUB-CLI GREATER WRK-QTDE-CLI
               IF TVL-GANHO-VENCIDO(WRK-SUB-CLI) GREATER
                       TVL-CONSUMIDO(WRK-SUB-CLI)
                   MOVE TVL-ID-CLIENTE(WRK-SUB-CLI)
                     TO WRK-FDL-ID-CLIENTE
                   COMPUTE WRK-FDL-PONTOS-MOV =
                           TVL-GANHO-VENCIDO(WRK-SUB-CLI)
                         - TVL-CONSUMIDO(WRK-SUB-CLI)
                   MOVE "X"   TO WRK-FDL-TIPO-MOV
                   MOVE ZEROS TO WRK-FDL-TICKET-MOV
                   PERFORM 0642-MOVIMENTA-PONTOS
                   ADD 1 TO WRK-QTDE-EXPIRADOS
                   ADD WRK-FDL-PONTOS-EFETIVOS
                     TO WRK-PONTOS-EXPIRADOS
               END-IF
           END-PERFORM.

       0410-ACUMULA-EXTRATO SECTION.
           MOVE ZEROS TO WRK-ACHADO-IDX.
           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
                   UNTIL WRK-SUB-CLI GREATER WRK-QTDE-CLI
               IF TVL-ID-CLIENTE(WRK-SUB-CLI) EQUAL FDM-ID-CLIENTE
                   MOVE WRK-SUB-CLI TO WRK-ACHADO-IDX
               END-IF
           END-PERFORM.

           IF WRK-ACHADO-IDX EQUAL ZEROS
               IF WRK-QTDE-CLI LESS 500
                   ADD 1 TO WRK-QTDE-CLI
                   MOVE WRK-QTDE-CLI TO WRK-ACHADO-IDX
                   MOVE FDM-ID-CLIENTE
                     TO TVL-ID-CLIENTE(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TVL-GANHO-VENCIDO(WRK-ACHADO-IDX)
                   MOVE ZEROS TO TVL-CONSUMIDO(WRK-ACHADO-IDX)
               ELSE
                   DISPLAY "LIMITE DE 500 CLIENTES NA EXPIRACAO - "
                           "IGNORADO " FDM-ID-CLIENTE
               END-IF
           END-IF.

           IF WRK-ACHADO-IDX GREATER ZEROS
               IF FDM-GANHO
                   IF FDM-DATA LESS WRK-DATA-CORTE
                       ADD FDM-PONTOS
                         TO TVL-GANHO-VENCIDO(WRK-ACHADO-IDX)
                   END-IF
               ELSE
                   ADD FDM-PONTOS TO TVL-CONSUMIDO(WRK-ACHADO-IDX)
               END-IF
           END-IF.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY CLIPATHPD.
           COPY FIDELPD.
       END PROGRAM FIDEL001.
