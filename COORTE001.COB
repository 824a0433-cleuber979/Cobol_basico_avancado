       IDENTIFICATION DIVISION.
       PROGRAM-ID. COORTE001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: RETENCAO DE CLIENTES POR COORTE - AGRUPA OS CLIENTES
      *          PELO MES DA PRIMEIRA COMPRA (PRIMEIRA LINHA "V" EM
      *          VENDAS.DAT OU NOS ARQUIVOS ANUAIS VENDASAAAA.DAT DO
      *          ARQ027) E MOSTRA, PARA CADA COORTE, O PERCENTUAL DE
      *          CLIENTES QUE VOLTOU A COMPRAR EM CADA UM DOS 12 MESES
      *          SEGUINTES E A RECEITA LIQUIDA (VENDAS MENOS DEVOLUCOES)
      *          DA COORTE DESDE A ENTRADA, EM COORTE.LST. MES AINDA
      *          NAO DECORRIDO SAI EM BRANCO. VENDA AVULSA (CLIENTE
      *          0000) NAO ENTRA.
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

           SELECT VENDASARQ ASSIGN USING WRK-NOME-ARQ-VENDAS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-VENDASARQ.

           SELECT RELATORIO ASSIGN TO "COORTE.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
           COPY VENDAREG.

       FD  VENDASARQ.
       01  REG-VENDAARQ    PIC X(69).

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(100).

       WORKING-STORAGE SECTION.
       77  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       77  FS-VENDASARQ    PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-ANO-ATUAL   PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-CORRENTE PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-SONDA   PIC 9(04) VALUE ZEROS.
       77  WRK-FIM-SONDA   PIC X(01) VALUE "N".
       77  WRK-ANO-MAIS-ANTIGO PIC 9(04) VALUE ZEROS.

      *===============================1 = ACHA A PRIMEIRA COMPRA DE
      *===============================CADA CLIENTE; 2 = MARCA OS MESES
      *===============================DE RECOMPRA E SOMA A RECEITA.
       77  WRK-PASSADA     PIC 9(01) VALUE ZEROS.

       77  WRK-MES-INICIAL PIC 9(06) VALUE ZEROS.
       77  WRK-SERIAL-HOJE PIC 9(06) VALUE ZEROS.
       77  WRK-SERIAL-LINHA PIC 9(06) VALUE ZEROS.
       77  WRK-DESLOC      PIC 9(06) VALUE ZEROS.
       77  WRK-SUB-MES     PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-CLI     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-COORTES PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-COORTE  PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-AUX     PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO-IDX  PIC 9(03) VALUE ZEROS.
       77  WRK-TROCOU      PIC X(01) VALUE "S".
       77  WRK-PERC        PIC 9(03) VALUE ZEROS.
       77  WRK-PERC-ED     PIC ZZ9.
       77  WRK-TOTAL-CLIENTES PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-RECEITA PIC S9(09)V99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO  PIC 9(04).
           05 WRK-HOJE-MES  PIC 9(02).
           05 FILLER        PIC X(02).

       01  WRK-DATA-LINHA   PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-LINHA-R REDEFINES WRK-DATA-LINHA.
           05 WRK-DL-ANO    PIC 9(04).
           05 WRK-DL-MES    PIC 9(02).
           05 WRK-DL-DIA    PIC 9(02).

       01  WRK-MES-COORTE   PIC 9(06) VALUE ZEROS.
       01  WRK-MES-COORTE-R REDEFINES WRK-MES-COORTE.
           05 WRK-MC-ANO    PIC 9(04).
           05 WRK-MC-MES    PIC 9(02).

       01  WRK-NOME-ARQ-VENDAS.
           05 FILLER          PIC X(06) VALUE "VENDAS".
           05 WRK-NAV-ANO     PIC 9(04).
           05 FILLER          PIC X(04) VALUE ".DAT".

      *===============================UMA POSICAO POR REG-ID: MES
      *===============================(ANO*12+MES) DA PRIMEIRA COMPRA E
      *===============================UM "S" POR MES SEGUINTE (1 A 12)
      *===============================EM QUE O CLIENTE COMPROU DE NOVO.
       01  TABELA-CLIENTES.
           05 TAB-CLIENTE-COORTE OCCURS 9999 TIMES.
               10 TCC-SERIAL-PRIMEIRA PIC 9(06).
               10 TCC-RECOMPRA    PIC X(01) OCCURS 12 TIMES.
               10 TCC-RECEITA     PIC S9(07)V99.

       01  TABELA-COORTES.
           05 TAB-COORTE OCCURS 240 TIMES.
               10 TCO-SERIAL      PIC 9(06).
               10 TCO-MES         PIC 9(06).
               10 TCO-CLIENTES    PIC 9(05).
               10 TCO-VOLTARAM    PIC 9(05) OCCURS 12 TIMES.
               10 TCO-RECEITA     PIC S9(09)V99.

       01  WRK-COORTE-AUX.
           05 FILLER          PIC 9(06).
           05 FILLER          PIC 9(06).
           05 FILLER          PIC 9(05).
           05 FILLER          PIC 9(05) OCCURS 12 TIMES.
           05 FILLER          PIC S9(09)V99.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(25) VALUE SPACES.
           05 FILLER       PIC X(50) VALUE
               "RETENCAO DE CLIENTES POR COORTE DE PRIMEIRA COMPRA".

       01  WRK-LINHA-POSICAO.
           05 FILLER       PIC X(14) VALUE "POSICAO DE.. ".
           05 WRK-LP-DATA  PIC 9(08).
           05 FILLER       PIC X(40) VALUE
               "   (% DA COORTE QUE COMPROU NO MES +N)".

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(14) VALUE "COORTE CLIENT".
           05 FILLER       PIC X(48) VALUE
               "  +1  +2  +3  +4  +5  +6  +7  +8  +9 +10 +11 +12".
           05 FILLER       PIC X(16) VALUE "    RECEITA LIQ".

       01  WRK-LINHA-DET.
           05 WRK-LD-MES       PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-CLIENTES  PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PERC-MES  PIC X(04) OCCURS 12 TIMES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-RECEITA   PIC ZZ.ZZZ.ZZ9,99-.

       01  WRK-LINHA-TOTAL.
           05 FILLER       PIC X(20) VALUE "TOTAL DE CLIENTES.. ".
           05 WRK-LT-CLIENTES PIC ZZZZ9.
           05 FILLER       PIC X(20) VALUE "   RECEITA LIQUIDA ".
           05 WRK-LT-RECEITA PIC ZZZ.ZZZ.ZZ9,99-.

       01  WRK-LINHA-SEPARADOR.
           05 FILLER PIC X(100) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           PERFORM 0100-INICIALIZAR.

           MOVE 1 TO WRK-PASSADA.
           PERFORM 0200-LE-HISTORICO.
           MOVE 2 TO WRK-PASSADA.
           PERFORM 0200-LE-HISTORICO.

           PERFORM 0400-MONTA-COORTES.
           PERFORM 0500-ORDENA-COORTES.
           PERFORM 0600-IMPRIME-RELATORIO.

           DISPLAY "COORTES NO RELATORIO.. " WRK-QTDE-COORTES.
           DISPLAY "RELATORIO GRAVADO EM COORTE.LST ".
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-INICIALIZAR     SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE-ANO TO WRK-ANO-CORRENTE.
           COMPUTE WRK-SERIAL-HOJE = WRK-HOJE-ANO * 12 + WRK-HOJE-MES.

           DISPLAY "PRIMEIRA COORTE DO RELATORIO (AAAAMM, 0 = TODAS) "
           ACCEPT WRK-MES-INICIAL.

           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
                   UNTIL WRK-SUB-CLI GREATER 9999
               MOVE ZEROS  TO TCC-SERIAL-PRIMEIRA(WRK-SUB-CLI)
               MOVE ZEROS  TO TCC-RECEITA(WRK-SUB-CLI)
               PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
                       UNTIL WRK-SUB-MES GREATER 12
                   MOVE "N" TO TCC-RECOMPRA(WRK-SUB-CLI, WRK-SUB-MES)
               END-PERFORM
           END-PERFORM.

           PERFORM 0155-ACHA-ANO-MAIS-ANTIGO.
           MOVE WRK-ANO-ATUAL TO WRK-ANO-MAIS-ANTIGO.

      *===============================ARQUIVOS ANUAIS DO MAIS ANTIGO
      *===============================AO ANO ANTERIOR E DEPOIS O VIVO.
       0200-LE-HISTORICO    SECTION.
           MOVE WRK-ANO-MAIS-ANTIGO TO WRK-ANO-ATUAL.
           PERFORM UNTIL WRK-ANO-ATUAL NOT LESS WRK-ANO-CORRENTE
               PERFORM 0160-LE-UM-ARQUIVO
               ADD 1 TO WRK-ANO-ATUAL
           END-PERFORM.

           OPEN INPUT VENDAS.
           IF FS-VENDAS NOT EQUAL 00
               IF WRK-PASSADA EQUAL 1
                   DISPLAY "NENHUMA VENDA REGISTRADA EM VENDAS.DAT "
               END-IF
           ELSE
               READ VENDAS NEXT RECORD
               PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                   PERFORM 0300-TRATA-LINHA
                   READ VENDAS NEXT RECORD
               END-PERFORM
               CLOSE VENDAS
           END-IF.

      *===============================COM "0 = TUDO" A LEITURA DEVE
      *===============================COMECAR NO ARQUIVO MORTO MAIS
      *===============================ANTIGO: SONDA VENDASAAAA.DAT DE
      *===============================TRAS PARA FRENTE A PARTIR DO ANO
      *===============================ANTERIOR AO CORRENTE ATE FALTAR
      *===============================ARQUIVO; SEM NENHUM ARQUIVO
      *===============================MORTO SO O VIVO E LIDO.
       0155-ACHA-ANO-MAIS-ANTIGO SECTION.
           MOVE WRK-ANO-CORRENTE TO WRK-ANO-ATUAL.
           MOVE "N" TO WRK-FIM-SONDA.

           PERFORM UNTIL WRK-FIM-SONDA EQUAL "S"
               COMPUTE WRK-ANO-SONDA = WRK-ANO-ATUAL - 1
               MOVE WRK-ANO-SONDA TO WRK-NAV-ANO
               OPEN INPUT VENDASARQ
               IF FS-VENDASARQ EQUAL 00
                   CLOSE VENDASARQ
                   MOVE WRK-ANO-SONDA TO WRK-ANO-ATUAL
               ELSE
                   MOVE "S" TO WRK-FIM-SONDA
               END-IF
           END-PERFORM.

       0160-LE-UM-ARQUIVO   SECTION.
           MOVE WRK-ANO-ATUAL TO WRK-NAV-ANO.

           OPEN INPUT VENDASARQ.
           IF FS-VENDASARQ EQUAL 00
               READ VENDASARQ
               PERFORM UNTIL FS-VENDASARQ NOT EQUAL 00
                   MOVE REG-VENDAARQ TO REG-VENDA
                   PERFORM 0300-TRATA-LINHA
                   READ VENDASARQ
               END-PERFORM
               CLOSE VENDASARQ
           END-IF.

       0300-TRATA-LINHA     SECTION.
           IF VND-ID-CLIENTE NOT EQUAL ZEROS
               MOVE VND-DATA TO WRK-DATA-LINHA
               COMPUTE WRK-SERIAL-LINHA = WRK-DL-ANO * 12 + WRK-DL-MES
               MOVE VND-ID-CLIENTE TO WRK-SUB-CLI
               IF WRK-PASSADA EQUAL 1
                   PERFORM 0310-PRIMEIRA-COMPRA
               ELSE
                   PERFORM 0320-RECOMPRA-RECEITA
               END-IF
           END-IF.

       0310-PRIMEIRA-COMPRA SECTION.
           IF VND-TIPO-TRANS EQUAL "V"
               IF TCC-SERIAL-PRIMEIRA(WRK-SUB-CLI) EQUAL ZEROS
                       OR WRK-SERIAL-LINHA LESS
                          TCC-SERIAL-PRIMEIRA(WRK-SUB-CLI)
                   MOVE WRK-SERIAL-LINHA
                     TO TCC-SERIAL-PRIMEIRA(WRK-SUB-CLI)
               END-IF
           END-IF.

      *===============================DEVOLUCAO SO ABATE A RECEITA;
      *===============================QUEM SO TEM DEVOLUCAO NAO ENTRA.
       0320-RECOMPRA-RECEITA SECTION.
           IF TCC-SERIAL-PRIMEIRA(WRK-SUB-CLI) GREATER ZEROS
               IF VND-TIPO-TRANS EQUAL "D"
                   SUBTRACT VND-VALOR FROM TCC-RECEITA(WRK-SUB-CLI)
               ELSE
                   ADD VND-VALOR TO TCC-RECEITA(WRK-SUB-CLI)
                   IF WRK-SERIAL-LINHA GREATER
                           TCC-SERIAL-PRIMEIRA(WRK-SUB-CLI)
                       COMPUTE WRK-DESLOC = WRK-SERIAL-LINHA
                               - TCC-SERIAL-PRIMEIRA(WRK-SUB-CLI)
                       IF WRK-DESLOC NOT GREATER 12
                           MOVE "S" TO
                               TCC-RECOMPRA(WRK-SUB-CLI, WRK-DESLOC)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0400-MONTA-COORTES   SECTION.
           MOVE ZEROS TO WRK-QTDE-COORTES.

           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
                   UNTIL WRK-SUB-CLI GREATER 9999
               IF TCC-SERIAL-PRIMEIRA(WRK-SUB-CLI) GREATER ZEROS
                   PERFORM 0410-SOMA-CLIENTE
               END-IF
           END-PERFORM.

       0410-SOMA-CLIENTE    SECTION.
           COMPUTE WRK-MC-ANO =
                   (TCC-SERIAL-PRIMEIRA(WRK-SUB-CLI) - 1) / 12.
           COMPUTE WRK-MC-MES = TCC-SERIAL-PRIMEIRA(WRK-SUB-CLI)
                   - WRK-MC-ANO * 12.

           IF WRK-MES-COORTE NOT LESS WRK-MES-INICIAL
               MOVE ZEROS TO WRK-ACHADO-IDX
               PERFORM VARYING WRK-SUB-COORTE FROM 1 BY 1
                       UNTIL WRK-SUB-COORTE GREATER WRK-QTDE-COORTES
                   IF TCO-SERIAL(WRK-SUB-COORTE) EQUAL
                           TCC-SERIAL-PRIMEIRA(WRK-SUB-CLI)
                       MOVE WRK-SUB-COORTE TO WRK-ACHADO-IDX
                   END-IF
               END-PERFORM

               IF WRK-ACHADO-IDX EQUAL ZEROS
                   IF WRK-QTDE-COORTES LESS 240
                       ADD 1 TO WRK-QTDE-COORTES
                       MOVE WRK-QTDE-COORTES TO WRK-ACHADO-IDX
                       INITIALIZE TAB-COORTE(WRK-ACHADO-IDX)
                       MOVE TCC-SERIAL-PRIMEIRA(WRK-SUB-CLI)
                         TO TCO-SERIAL(WRK-ACHADO-IDX)
                       MOVE WRK-MES-COORTE TO TCO-MES(WRK-ACHADO-IDX)
                   ELSE
                       DISPLAY "LIMITE DE 240 COORTES - IGNORADO "
                               WRK-MES-COORTE
                   END-IF
               END-IF

               IF WRK-ACHADO-IDX GREATER ZEROS
                   ADD 1 TO TCO-CLIENTES(WRK-ACHADO-IDX)
                   ADD TCC-RECEITA(WRK-SUB-CLI)
                     TO TCO-RECEITA(WRK-ACHADO-IDX)
                   PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
                           UNTIL WRK-SUB-MES GREATER 12
                       IF TCC-RECOMPRA(WRK-SUB-CLI, WRK-SUB-MES)
                               EQUAL "S"
                           ADD 1 TO TCO-VOLTARAM(WRK-ACHADO-IDX,
                                                 WRK-SUB-MES)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       0500-ORDENA-COORTES  SECTION.
           MOVE "S" TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU EQUAL "N"
               MOVE "N" TO WRK-TROCOU
               PERFORM VARYING WRK-SUB-COORTE FROM 1 BY 1
                       UNTIL WRK-SUB-COORTE NOT LESS WRK-QTDE-COORTES
                   COMPUTE WRK-SUB-AUX = WRK-SUB-COORTE + 1
                   IF TCO-SERIAL(WRK-SUB-COORTE) GREATER
                           TCO-SERIAL(WRK-SUB-AUX)
                       MOVE TAB-COORTE(WRK-SUB-COORTE)
                         TO WRK-COORTE-AUX
                       MOVE TAB-COORTE(WRK-SUB-AUX)
                         TO TAB-COORTE(WRK-SUB-COORTE)
                       MOVE WRK-COORTE-AUX
                         TO TAB-COORTE(WRK-SUB-AUX)
                       MOVE "S" TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

       0600-IMPRIME-RELATORIO SECTION.
           MOVE ZEROS TO WRK-TOTAL-CLIENTES.
           MOVE ZEROS TO WRK-TOTAL-RECEITA.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-HOJE TO WRK-LP-DATA.
           MOVE WRK-LINHA-POSICAO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-COORTE FROM 1 BY 1
                   UNTIL WRK-SUB-COORTE GREATER WRK-QTDE-COORTES
               PERFORM 0610-IMPRIME-COORTE
           END-PERFORM.

           IF WRK-QTDE-COORTES EQUAL ZEROS
               MOVE "NENHUM CLIENTE COM PRIMEIRA COMPRA NO PERIODO"
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

           MOVE WRK-LINHA-SEPARADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-CLIENTES TO WRK-LT-CLIENTES.
           MOVE WRK-TOTAL-RECEITA  TO WRK-LT-RECEITA.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.

      *===============================MES +N AINDA NAO DECORRIDO (COORTE
      *===============================RECENTE) SAI EM BRANCO, PARA NAO
      *===============================SER LIDO COMO RETENCAO ZERO.
       0610-IMPRIME-COORTE  SECTION.
           ADD TCO-CLIENTES(WRK-SUB-COORTE) TO WRK-TOTAL-CLIENTES.
           ADD TCO-RECEITA(WRK-SUB-COORTE)  TO WRK-TOTAL-RECEITA.

           MOVE TCO-MES(WRK-SUB-COORTE)      TO WRK-LD-MES.
           MOVE TCO-CLIENTES(WRK-SUB-COORTE) TO WRK-LD-CLIENTES.
           MOVE TCO-RECEITA(WRK-SUB-COORTE)  TO WRK-LD-RECEITA.

           PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
                   UNTIL WRK-SUB-MES GREATER 12
               IF TCO-SERIAL(WRK-SUB-COORTE) + WRK-SUB-MES
                       GREATER WRK-SERIAL-HOJE
                   MOVE SPACES TO WRK-LD-PERC-MES(WRK-SUB-MES)
               ELSE
                   COMPUTE WRK-PERC ROUNDED =
                           TCO-VOLTARAM(WRK-SUB-COORTE, WRK-SUB-MES)
                           * 100 / TCO-CLIENTES(WRK-SUB-COORTE)
                   MOVE WRK-PERC TO WRK-PERC-ED
                   MOVE SPACES   TO WRK-LD-PERC-MES(WRK-SUB-MES)
                   MOVE WRK-PERC-ED
                     TO WRK-LD-PERC-MES(WRK-SUB-MES)(2:3)
               END-IF
           END-PERFORM.

           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       END PROGRAM COORTE001.
