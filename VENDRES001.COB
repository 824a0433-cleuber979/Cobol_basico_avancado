       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDRES001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: RESUMO DIARIO DE VENDAS - MANTEM O VENDRESUMO.DAT
      *          (COPY VENDRESREG), UM REGISTRO POR DATA + LOJA +
      *          CLIENTE + VENDEDOR + PRODUTO COM QUANTIDADE LIQUIDA,
      *          VALOR BRUTO E VALOR DEVOLVIDO, PARA OS RELATORIOS
      *          MENSAIS E DE RANKING (ARQ013, ARQ020, ARQ028, ARQ037,
      *          META001, FECHAMES) NAO PRECISAREM MAIS VARRER TODAS AS
      *          LINHAS DE VENDAS.DAT A CADA EMISSAO. SEM PARAMETRO
      *          (AGENDA001, TODA NOITE) SO ACUMULA AS LINHAS NOVAS DE
      *          VENDAS.DAT, DEPOIS DA ULTIMA LIDA NA EXECUCAO ANTERIOR
      *          (GUARDADA EM VENDRES.CTL, NO PADRAO DO FIDEL001); SE
      *          VENDAS.DAT FOI REGRAVADO (EXPURGO DO ARQ027, RESTAURO
      *          DE COPIA) O RESUMO E RECONSTRUIDO INTEIRO. A VARIAVEL
      *          DE AMBIENTE VENDRES001_OPCAO ESCOLHE A ROTINA NA MAO:
      *          1 = ATUALIZACAO INCREMENTAL, 2 = RECONSTRUCAO TOTAL A
      *          PARTIR DE VENDAS.DAT, 3 = CONFERENCIA DOS TOTAIS DO
      *          RESUMO CONTRA VENDAS.DAT (RELATORIO VENDRES.LST).
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

           SELECT VENDRESUMO ASSIGN TO "VENDRESUMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VRS-CHAVE
           FILE STATUS IS FS-VENDRESUMO.

           SELECT VENDRESCTL ASSIGN TO "VENDRES.CTL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-VENDRESCTL.

           SELECT RELATORIO ASSIGN TO "VENDRES.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
           COPY VENDAREG.

       FD  VENDRESUMO.
           COPY VENDRESREG.

      *===============================QUANTAS LINHAS DE VENDAS.DAT JA
      *===============================ESTAO NO RESUMO E A ULTIMA DELAS,
      *===============================PARA PERCEBER QUANDO O ARQUIVO
      *===============================FOI REGRAVADO POR BAIXO.
       FD  VENDRESCTL.
       01  REG-VENDRESCTL.
           05 VRC-QTDE-LIDAS   PIC 9(09).
           05 VRC-ULT-TICKET   PIC 9(06).
           05 VRC-ULT-DATA     PIC 9(08).
           05 VRC-ULT-VALOR    PIC 9(05)V99.
           05 VRC-DATA         PIC 9(08).

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(80).

       WORKING-STORAGE SECTION.
       77  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       77  FS-VENDRESUMO   PIC 9(02) VALUE ZEROS.
       77  FS-VENDRESCTL   PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO-ENV   PIC X(01) VALUE SPACES.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-LOJA-MATRIZ PIC 9(02) VALUE 01.
       77  WRK-QTDE-JA-LIDAS PIC 9(09) VALUE ZEROS.
       77  WRK-QTDE-LIDAS  PIC 9(09) VALUE ZEROS.
       77  WRK-QTDE-NOVAS  PIC 9(09) VALUE ZEROS.
       77  WRK-QTDE-CRIADOS PIC 9(07) VALUE ZEROS.
       77  WRK-CTL-TICKET  PIC 9(06) VALUE ZEROS.
       77  WRK-CTL-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-CTL-VALOR   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-REGRAVADO   PIC X(01) VALUE "N".
       77  WRK-TEM-CONTROLE PIC X(01) VALUE "N".
       77  WRK-CONFERE     PIC X(01) VALUE "S".
       77  WRK-RESUMO-ABERTO PIC X(01) VALUE "N".
       77  WRK-REG-NOVO    PIC X(01) VALUE "N".
       77  WRK-QTDE-INCONSIST PIC 9(07) VALUE ZEROS.

      *===============================ULTIMA LINHA LIDA DE VENDAS.DAT,
      *===============================GRAVADA NO CONTROLE.
       01  WRK-ULTIMA-LINHA.
           05 WRK-ULT-TICKET   PIC 9(06) VALUE ZEROS.
           05 WRK-ULT-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-ULT-VALOR    PIC 9(05)V99 VALUE ZEROS.

      *===============================TOTAIS DA CONFERENCIA: O QUE
      *===============================VENDAS.DAT DIZ E O QUE O RESUMO
      *===============================DIZ, ATE A ULTIMA LINHA RESUMIDA.
       01  WRK-TOTAIS-VENDAS.
           05 WRK-TVD-VENDIDAS  PIC 9(09)     VALUE ZEROS.
           05 WRK-TVD-DEVOLVIDAS PIC 9(09)    VALUE ZEROS.
           05 WRK-TVD-BRUTO     PIC 9(11)V99  VALUE ZEROS.
           05 WRK-TVD-DEVOL     PIC 9(11)V99  VALUE ZEROS.

       01  WRK-TOTAIS-RESUMO.
           05 WRK-TRS-VENDIDAS  PIC 9(09)     VALUE ZEROS.
           05 WRK-TRS-DEVOLVIDAS PIC 9(09)    VALUE ZEROS.
           05 WRK-TRS-BRUTO     PIC 9(11)V99  VALUE ZEROS.
           05 WRK-TRS-DEVOL     PIC 9(11)V99  VALUE ZEROS.
           05 WRK-TRS-REGISTROS PIC 9(09)     VALUE ZEROS.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(16) VALUE SPACES.
           05 FILLER       PIC X(46) VALUE
               "CONFERENCIA DO RESUMO DE VENDAS - DATA ".
           05 WRK-LT-DATA  PIC 9999/99/99.

       01  WRK-LINHA-CAB.
           05 FILLER       PIC X(22) VALUE SPACES.
           05 FILLER       PIC X(19) VALUE "         VENDAS.DAT".
           05 FILLER       PIC X(19) VALUE "     VENDRESUMO.DAT".
           05 FILLER       PIC X(19) VALUE "          DIFERENCA".

       01  WRK-LINHA-QTDE.
           05 WRK-LQ-MARCA      PIC X(04).
           05 WRK-LQ-DESCRICAO  PIC X(18).
           05 WRK-LQ-VENDAS     PIC -(14)9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WRK-LQ-RESUMO     PIC -(14)9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WRK-LQ-DIFERENCA  PIC -(14)9.

       01  WRK-LINHA-VALOR.
           05 WRK-LV-MARCA      PIC X(04).
           05 WRK-LV-DESCRICAO  PIC X(18).
           05 WRK-LV-VENDAS     PIC -(12)9,99.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WRK-LV-RESUMO     PIC -(12)9,99.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WRK-LV-DIFERENCA  PIC -(12)9,99.

       01  WRK-LINHA-INFO.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WRK-LI-DESCRICAO  PIC X(45).
           05 WRK-LI-QTDE       PIC ZZZZZZZZ9.

       01  WRK-LINHA-RESULTADO  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           ACCEPT WRK-OPCAO-ENV FROM ENVIRONMENT "VENDRES001_OPCAO"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.

           EVALUATE WRK-OPCAO-ENV
               WHEN "2"
                   DISPLAY "VENDRES001 - RECONSTRUCAO TOTAL DO RESUMO "
                   PERFORM 0300-RECONSTROI-RESUMO
               WHEN "3"
                   DISPLAY "VENDRES001 - CONFERENCIA DO RESUMO "
                   PERFORM 0400-CONFERE-RESUMO
               WHEN OTHER
                   PERFORM 0100-LE-CONTROLE
                   IF WRK-TEM-CONTROLE EQUAL "S"
                       PERFORM 0200-ATUALIZA-RESUMO
                   ELSE
                       DISPLAY "VENDRES.CTL NAO ENCONTRADO - "
                               "RECONSTRUINDO O RESUMO "
                       PERFORM 0300-RECONSTROI-RESUMO
                   END-IF
           END-EVALUATE.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-LE-CONTROLE     SECTION.
           MOVE ZEROS TO WRK-QTDE-JA-LIDAS.
           MOVE ZEROS TO WRK-CTL-TICKET.
           MOVE ZEROS TO WRK-CTL-DATA.
           MOVE ZEROS TO WRK-CTL-VALOR.
           MOVE "N"   TO WRK-TEM-CONTROLE.

           OPEN INPUT VENDRESCTL.
           IF FS-VENDRESCTL EQUAL 00
               READ VENDRESCTL
                   NOT AT END
                       MOVE VRC-QTDE-LIDAS TO WRK-QTDE-JA-LIDAS
                       MOVE VRC-ULT-TICKET TO WRK-CTL-TICKET
                       MOVE VRC-ULT-DATA   TO WRK-CTL-DATA
                       MOVE VRC-ULT-VALOR  TO WRK-CTL-VALOR
                       MOVE "S"            TO WRK-TEM-CONTROLE
               END-READ
               CLOSE VENDRESCTL
           END-IF.

      *===============================AS LINHAS JA RESUMIDAS SAO SO
      *===============================CONTADAS; A ULTIMA DELAS TEM DE
      *===============================SER A MESMA DO CONTROLE, SENAO
      *===============================VENDAS.DAT FOI REGRAVADO E O
      *===============================RESUMO E REFEITO INTEIRO.
       0200-ATUALIZA-RESUMO SECTION.
           MOVE ZEROS TO WRK-QTDE-LIDAS.
           MOVE ZEROS TO WRK-QTDE-NOVAS.
           MOVE "N"   TO WRK-REGRAVADO.

           OPEN INPUT VENDAS.
           IF FS-VENDAS NOT EQUAL 00
               DISPLAY "VENDAS.DAT NAO ABERTO - STATUS " FS-VENDAS
                       " - RESUMO NAO ATUALIZADO "
           ELSE
               PERFORM 0510-ABRE-RESUMO
               IF WRK-RESUMO-ABERTO EQUAL "S"
                   READ VENDAS NEXT RECORD
                   PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                           OR WRK-REGRAVADO EQUAL "S"
                       ADD 1 TO WRK-QTDE-LIDAS
                       IF WRK-QTDE-LIDAS EQUAL WRK-QTDE-JA-LIDAS
                           IF VND-TICKET NOT EQUAL WRK-CTL-TICKET
                                   OR VND-DATA NOT EQUAL WRK-CTL-DATA
                                   OR VND-VALOR NOT EQUAL WRK-CTL-VALOR
                               MOVE "S" TO WRK-REGRAVADO
                           END-IF
                       END-IF
                       IF WRK-QTDE-LIDAS GREATER WRK-QTDE-JA-LIDAS
                           PERFORM 0500-ACUMULA-LINHA
                           ADD 1 TO WRK-QTDE-NOVAS
                       END-IF
                       MOVE VND-TICKET TO WRK-ULT-TICKET
                       MOVE VND-DATA   TO WRK-ULT-DATA
                       MOVE VND-VALOR  TO WRK-ULT-VALOR
                       READ VENDAS NEXT RECORD
                   END-PERFORM
                   CLOSE VENDRESUMO
               END-IF
               CLOSE VENDAS
           END-IF.

           IF WRK-RESUMO-ABERTO EQUAL "S"
               MOVE "N" TO WRK-RESUMO-ABERTO
               IF WRK-QTDE-LIDAS LESS WRK-QTDE-JA-LIDAS
                   MOVE "S" TO WRK-REGRAVADO
               END-IF
               IF WRK-REGRAVADO EQUAL "S"
                   DISPLAY "VENDAS.DAT FOI REGRAVADO DESDE A ULTIMA "
                           "ATUALIZACAO - RECONSTRUINDO O RESUMO "
                   PERFORM 0300-RECONSTROI-RESUMO
               ELSE
                   PERFORM 0600-GRAVA-CONTROLE
                   DISPLAY "LINHAS NOVAS RESUMIDAS.... "
                           WRK-QTDE-NOVAS
                   DISPLAY "REGISTROS NOVOS NO RESUMO. "
                           WRK-QTDE-CRIADOS
               END-IF
           END-IF.

      *===============================ZERA O RESUMO E ACUMULA VENDAS.DAT
      *===============================DA PRIMEIRA A ULTIMA LINHA.
       0300-RECONSTROI-RESUMO SECTION.
           MOVE ZEROS TO WRK-QTDE-LIDAS.
           MOVE ZEROS TO WRK-QTDE-CRIADOS.
           MOVE ZEROS TO WRK-ULTIMA-LINHA.

           OPEN OUTPUT VENDRESUMO.
           CLOSE VENDRESUMO.
           PERFORM 0510-ABRE-RESUMO.
           IF WRK-RESUMO-ABERTO EQUAL "S"
               OPEN INPUT VENDAS
               IF FS-VENDAS EQUAL 00
                   READ VENDAS NEXT RECORD
                   PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                       ADD 1 TO WRK-QTDE-LIDAS
                       PERFORM 0500-ACUMULA-LINHA
                       MOVE VND-TICKET TO WRK-ULT-TICKET
                       MOVE VND-DATA   TO WRK-ULT-DATA
                       MOVE VND-VALOR  TO WRK-ULT-VALOR
                       READ VENDAS NEXT RECORD
                   END-PERFORM
                   CLOSE VENDAS
               ELSE
                   DISPLAY "VENDAS.DAT NAO ABERTO - STATUS " FS-VENDAS
                           " - RESUMO FICA VAZIO "
               END-IF
               CLOSE VENDRESUMO
               MOVE "N" TO WRK-RESUMO-ABERTO

               PERFORM 0600-GRAVA-CONTROLE
               DISPLAY "LINHAS DE VENDAS.DAT RESUMIDAS. "
                       WRK-QTDE-LIDAS
               DISPLAY "REGISTROS NO RESUMO........... "
                       WRK-QTDE-CRIADOS
           END-IF.

      *===============================SO ATE A ULTIMA LINHA RESUMIDA
      *===============================(VENDRES.CTL) ENTRA NA SOMA DE
      *===============================VENDAS.DAT; AS LINHAS POSTERIORES
      *===============================SAEM COMO PENDENTES.
       0400-CONFERE-RESUMO  SECTION.
           PERFORM 0100-LE-CONTROLE.

           INITIALIZE WRK-TOTAIS-VENDAS.
           INITIALIZE WRK-TOTAIS-RESUMO.
           MOVE ZEROS TO WRK-QTDE-LIDAS.
           MOVE ZEROS TO WRK-QTDE-INCONSIST.
           MOVE "S"   TO WRK-CONFERE.

           OPEN INPUT VENDAS.
           IF FS-VENDAS EQUAL 00
               READ VENDAS NEXT RECORD
               PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                   ADD 1 TO WRK-QTDE-LIDAS
                   IF WRK-QTDE-LIDAS NOT GREATER WRK-QTDE-JA-LIDAS
                       IF VND-TIPO-TRANS EQUAL "D"
                           ADD 1         TO WRK-TVD-DEVOLVIDAS
                           ADD VND-VALOR TO WRK-TVD-DEVOL
                       ELSE
                           ADD 1         TO WRK-TVD-VENDIDAS
                           ADD VND-VALOR TO WRK-TVD-BRUTO
                       END-IF
                   END-IF
                   READ VENDAS NEXT RECORD
               END-PERFORM
               CLOSE VENDAS
           ELSE
               DISPLAY "VENDAS.DAT NAO ABERTO - STATUS " FS-VENDAS
           END-IF.

           OPEN INPUT VENDRESUMO.
           IF FS-VENDRESUMO EQUAL 00
               READ VENDRESUMO NEXT RECORD
               PERFORM UNTIL FS-VENDRESUMO NOT EQUAL 00
                   ADD 1                  TO WRK-TRS-REGISTROS
                   ADD VRS-QTDE-VENDIDA   TO WRK-TRS-VENDIDAS
                   ADD VRS-QTDE-DEVOLVIDA TO WRK-TRS-DEVOLVIDAS
                   ADD VRS-VALOR-BRUTO    TO WRK-TRS-BRUTO
                   ADD VRS-VALOR-DEVOL    TO WRK-TRS-DEVOL
                   IF VRS-QTDE-LIQUIDA NOT EQUAL
                           VRS-QTDE-VENDIDA - VRS-QTDE-DEVOLVIDA
                       ADD 1 TO WRK-QTDE-INCONSIST
                   END-IF
                   READ VENDRESUMO NEXT RECORD
               END-PERFORM
               CLOSE VENDRESUMO
           ELSE
               DISPLAY "VENDRESUMO.DAT NAO ABERTO - STATUS "
                       FS-VENDRESUMO
           END-IF.

           PERFORM 0410-IMPRIME-CONFERENCIA.

       0410-IMPRIME-CONFERENCIA SECTION.
           OPEN OUTPUT RELATORIO.

           MOVE WRK-DATA-HOJE TO WRK-LT-DATA.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-CAB TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "LINHAS DE VENDA"  TO WRK-LQ-DESCRICAO.
           MOVE WRK-TVD-VENDIDAS   TO WRK-LQ-VENDAS.
           MOVE WRK-TRS-VENDIDAS   TO WRK-LQ-RESUMO.
           COMPUTE WRK-LQ-DIFERENCA =
                   WRK-TRS-VENDIDAS - WRK-TVD-VENDIDAS.
           MOVE SPACES TO WRK-LQ-MARCA.
           IF WRK-TRS-VENDIDAS NOT EQUAL WRK-TVD-VENDIDAS
               MOVE "***" TO WRK-LQ-MARCA
               MOVE "N"   TO WRK-CONFERE
           END-IF.
           MOVE WRK-LINHA-QTDE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "LINHAS DEVOLUCAO" TO WRK-LQ-DESCRICAO.
           MOVE WRK-TVD-DEVOLVIDAS TO WRK-LQ-VENDAS.
           MOVE WRK-TRS-DEVOLVIDAS TO WRK-LQ-RESUMO.
           COMPUTE WRK-LQ-DIFERENCA =
                   WRK-TRS-DEVOLVIDAS - WRK-TVD-DEVOLVIDAS.
           MOVE SPACES TO WRK-LQ-MARCA.
           IF WRK-TRS-DEVOLVIDAS NOT EQUAL WRK-TVD-DEVOLVIDAS
               MOVE "***" TO WRK-LQ-MARCA
               MOVE "N"   TO WRK-CONFERE
           END-IF.
           MOVE WRK-LINHA-QTDE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "VALOR BRUTO"      TO WRK-LV-DESCRICAO.
           MOVE WRK-TVD-BRUTO      TO WRK-LV-VENDAS.
           MOVE WRK-TRS-BRUTO      TO WRK-LV-RESUMO.
           COMPUTE WRK-LV-DIFERENCA = WRK-TRS-BRUTO - WRK-TVD-BRUTO.
           MOVE SPACES TO WRK-LV-MARCA.
           IF WRK-TRS-BRUTO NOT EQUAL WRK-TVD-BRUTO
               MOVE "***" TO WRK-LV-MARCA
               MOVE "N"   TO WRK-CONFERE
           END-IF.
           MOVE WRK-LINHA-VALOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "VALOR DEVOLVIDO"  TO WRK-LV-DESCRICAO.
           MOVE WRK-TVD-DEVOL      TO WRK-LV-VENDAS.
           MOVE WRK-TRS-DEVOL      TO WRK-LV-RESUMO.
           COMPUTE WRK-LV-DIFERENCA = WRK-TRS-DEVOL - WRK-TVD-DEVOL.
           MOVE SPACES TO WRK-LV-MARCA.
           IF WRK-TRS-DEVOL NOT EQUAL WRK-TVD-DEVOL
               MOVE "***" TO WRK-LV-MARCA
               MOVE "N"   TO WRK-CONFERE
           END-IF.
           MOVE WRK-LINHA-VALOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "REGISTROS NO RESUMO" TO WRK-LI-DESCRICAO.
           MOVE WRK-TRS-REGISTROS     TO WRK-LI-QTDE.
           MOVE WRK-LINHA-INFO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "REGISTROS COM QTDE LIQUIDA INCONSISTENTE"
                                      TO WRK-LI-DESCRICAO.
           MOVE WRK-QTDE-INCONSIST    TO WRK-LI-QTDE.
           MOVE WRK-LINHA-INFO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "LINHAS DE VENDAS.DAT AINDA NAO RESUMIDAS"
                                      TO WRK-LI-DESCRICAO.
           IF WRK-QTDE-LIDAS GREATER WRK-QTDE-JA-LIDAS
               COMPUTE WRK-LI-QTDE =
                       WRK-QTDE-LIDAS - WRK-QTDE-JA-LIDAS
           ELSE
               MOVE ZEROS TO WRK-LI-QTDE
           END-IF.
           MOVE WRK-LINHA-INFO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF WRK-QTDE-INCONSIST NOT EQUAL ZEROS
                   OR WRK-QTDE-LIDAS LESS WRK-QTDE-JA-LIDAS
               MOVE "N" TO WRK-CONFERE
           END-IF.

           IF WRK-CONFERE EQUAL "S"
               MOVE "    RESUMO CONFERE COM VENDAS.DAT"
                                      TO WRK-LINHA-RESULTADO
               DISPLAY "RESUMO CONFERE COM VENDAS.DAT "
           ELSE
               MOVE "*** RESUMO NAO CONFERE - RECONSTRUIR (OPCAO 2)"
                                      TO WRK-LINHA-RESULTADO
               DISPLAY "RESUMO NAO CONFERE COM VENDAS.DAT - VER "
                       "VENDRES.LST "
           END-IF.
           MOVE WRK-LINHA-RESULTADO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.
           DISPLAY "CONFERENCIA GRAVADA EM VENDRES.LST ".

      *===============================UMA LINHA DE VENDAS.DAT ENTRA NO
      *===============================REGISTRO DO DIA/CLIENTE/VENDEDOR/
      *===============================PRODUTO; CADA LINHA E UMA UNIDADE.
       0500-ACUMULA-LINHA   SECTION.
           MOVE VND-DATA        TO VRS-DATA.
           MOVE WRK-LOJA-MATRIZ TO VRS-LOJA.
           MOVE VND-ID-CLIENTE  TO VRS-ID-CLIENTE.
           MOVE VND-VENDEDOR    TO VRS-VENDEDOR.
           MOVE VND-PRODUTO     TO VRS-PRODUTO.

           MOVE "N" TO WRK-REG-NOVO.
           READ VENDRESUMO
               INVALID KEY
                   MOVE "S"   TO WRK-REG-NOVO
                   MOVE ZEROS TO VRS-QTDE-VENDIDA
                   MOVE ZEROS TO VRS-QTDE-DEVOLVIDA
                   MOVE ZEROS TO VRS-QTDE-LIQUIDA
                   MOVE ZEROS TO VRS-VALOR-BRUTO
                   MOVE ZEROS TO VRS-VALOR-DEVOL
           END-READ.

           IF VND-TIPO-TRANS EQUAL "D"
               ADD 1         TO VRS-QTDE-DEVOLVIDA
               SUBTRACT 1  FROM VRS-QTDE-LIQUIDA
               ADD VND-VALOR TO VRS-VALOR-DEVOL
           ELSE
               ADD 1         TO VRS-QTDE-VENDIDA
               ADD 1         TO VRS-QTDE-LIQUIDA
               ADD VND-VALOR TO VRS-VALOR-BRUTO
           END-IF.

           IF WRK-REG-NOVO EQUAL "S"
               WRITE REG-VENDRESUMO
               ADD 1 TO WRK-QTDE-CRIADOS
           ELSE
               REWRITE REG-VENDRESUMO
           END-IF.

           IF FS-VENDRESUMO NOT EQUAL 00
               DISPLAY "ERRO AO GRAVAR VENDRESUMO.DAT - STATUS "
                       FS-VENDRESUMO " TICKET " VND-TICKET
           END-IF.

       0510-ABRE-RESUMO     SECTION.
           OPEN I-O VENDRESUMO.
           IF FS-VENDRESUMO EQUAL 35
               OPEN OUTPUT VENDRESUMO
               CLOSE VENDRESUMO
               OPEN I-O VENDRESUMO
           END-IF.

           IF FS-VENDRESUMO EQUAL 00
               MOVE "S" TO WRK-RESUMO-ABERTO
           ELSE
               MOVE "N" TO WRK-RESUMO-ABERTO
               DISPLAY "VENDRESUMO.DAT NAO ABERTO - STATUS "
                       FS-VENDRESUMO
           END-IF.

      *===============================O RESUMO PASSA A COBRIR TODAS AS
      *===============================LINHAS LIDAS NESTA EXECUCAO.
       0600-GRAVA-CONTROLE  SECTION.
           OPEN OUTPUT VENDRESCTL.
           MOVE WRK-QTDE-LIDAS    TO VRC-QTDE-LIDAS.
           MOVE WRK-ULT-TICKET    TO VRC-ULT-TICKET.
           MOVE WRK-ULT-DATA      TO VRC-ULT-DATA.
           MOVE WRK-ULT-VALOR     TO VRC-ULT-VALOR.
           MOVE WRK-DATA-HOJE     TO VRC-DATA.
           WRITE REG-VENDRESCTL.
           CLOSE VENDRESCTL.
