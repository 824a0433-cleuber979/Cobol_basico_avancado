       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPO001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: EXTRATO CONSOLIDADO DE GRUPO DE EMPRESAS - PARA A
      *          MATRIZ INFORMADA (FILIAL INFORMADA LEVA A SUA MATRIZ)
      *          REUNE A MATRIZ E TODOS OS CLIENTES DE CLIENTES.DAT QUE
      *          APONTAM PARA ELA EM REG-CLI-ID-MATRIZ E IMPRIME EM
      *          GRUPOEXT.LST OS TITULOS EM ABERTO DE CONTASREC.DAT DE
      *          CADA FILIAL COM O SUBTOTAL DA FILIAL, SEGUIDOS DO
      *          AGING DO GRUPO (A VENCER / 1-30 / 31-60 / 61-90 / 90+
      *          DIAS DE ATRASO PELO VENCIMENTO, MESMA APROXIMACAO
      *          ANO*360 DO ARQ011) COM UMA LINHA POR FILIAL, O TOTAL DO
      *          GRUPO, O LIMITE DO GRUPO E O DISPONIVEL - PARA O
      *          COMPRADOR DA MATRIZ.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-ID
           FILE STATUS IS FS-CLIENTES.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTASREC.

           SELECT EXTRATO ASSIGN TO "GRUPOEXT.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXTRATO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIREG.

       FD  CONTASREC.
           COPY CONTARECREG.

       FD  EXTRATO.
       01  REG-EXTRATO     PIC X(96).

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-CONTASREC    PIC 9(02) VALUE ZEROS.
       77  FS-EXTRATO      PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO    PIC X(30).
           COPY FSERRWS.

       77  WRK-ID-INFORMADO PIC 9(04) VALUE ZEROS.
       77  WRK-ID-MATRIZ   PIC 9(04) VALUE ZEROS.
       77  WRK-NOME-MATRIZ PIC X(20) VALUE SPACES.
       77  WRK-LIMITE-GRUPO PIC 9(07)V99 VALUE ZEROS.
       77  WRK-ACHOU       PIC X(01) VALUE "N".
       77  WRK-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-VENC   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-ATRASO PIC S9(07) VALUE ZEROS.
       77  WRK-QTDE-MEMBROS PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-MEMB    PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-TITULOS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-GRUPO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DISPONIVEL  PIC S9(09)V99 VALUE ZEROS.

      *===============================MATRIZ NA POSICAO 1, FILIAIS NA
      *===============================ORDEM DE REG-ID.
       01  TABELA-MEMBROS.
           05 TAB-MEMBRO OCCURS 200 TIMES.
               10 TMB-ID          PIC 9(04).
               10 TMB-NOME        PIC X(20).
               10 TMB-QTDE        PIC 9(05).
               10 TMB-A-VENCER    PIC 9(07)V99.
               10 TMB-30          PIC 9(07)V99.
               10 TMB-60          PIC 9(07)V99.
               10 TMB-90          PIC 9(07)V99.
               10 TMB-MAIS-90     PIC 9(07)V99.

       01  WRK-TOTAIS-GRUPO.
           05 WRK-TG-A-VENCER PIC 9(09)V99 VALUE ZEROS.
           05 WRK-TG-30       PIC 9(09)V99 VALUE ZEROS.
           05 WRK-TG-60       PIC 9(09)V99 VALUE ZEROS.
           05 WRK-TG-90       PIC 9(09)V99 VALUE ZEROS.
           05 WRK-TG-MAIS-90  PIC 9(09)V99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
           05 WRK-HOJE-MES   PIC 9(02).
           05 WRK-HOJE-DIA   PIC 9(02).

       01  WRK-DATA-VENC-X.
           05 WRK-DVX-ANO    PIC 9(04).
           05 WRK-DVX-MES    PIC 9(02).
           05 WRK-DVX-DIA    PIC 9(02).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(25) VALUE SPACES.
           05 FILLER       PIC X(45) VALUE
               "EXTRATO CONSOLIDADO DO GRUPO DE EMPRESAS".

       01  WRK-LINHA-GRUPO.
           05 FILLER       PIC X(08) VALUE "MATRIZ. ".
           05 WRK-LG-ID    PIC 9(04).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LG-NOME  PIC X(20).
           05 FILLER       PIC X(12) VALUE "  POSICAO. ".
           05 WRK-LG-DATA  PIC 9(08).
           05 FILLER       PIC X(10) VALUE "  FILIAIS ".
           05 WRK-LG-FILIAIS PIC ZZ9.

       01  WRK-LINHA-FILIAL.
           05 FILLER       PIC X(09) VALUE "CLIENTE. ".
           05 WRK-LF-ID    PIC 9(04).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LF-NOME  PIC X(20).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WRK-LF-PAPEL PIC X(06).

       01  WRK-LINHA-COLUNA-TIT.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 FILLER       PIC X(10) VALUE "TICKET".
           05 FILLER       PIC X(07) VALUE "PARC.".
           05 FILLER       PIC X(10) VALUE "EMISSAO".
           05 FILLER       PIC X(10) VALUE "VENCIMENTO".
           05 FILLER       PIC X(10) VALUE "  ATRASO".
           05 FILLER       PIC X(14) VALUE "         VALOR".

       01  WRK-LINHA-DET-TIT.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 WRK-LDT-TICKET PIC 9(06).
           05 FILLER       PIC X(04) VALUE SPACES.
           05 WRK-LDT-PARCELA PIC 9(02).
           05 FILLER       PIC X(01) VALUE "/".
           05 WRK-LDT-QTDE-PARC PIC 9(02).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WRK-LDT-EMISSAO PIC 9(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WRK-LDT-VENC  PIC 9(08).
           05 FILLER       PIC X(04) VALUE SPACES.
           05 WRK-LDT-ATRASO PIC ZZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WRK-LDT-VALOR PIC Z.ZZZ.ZZ9,99.

       01  WRK-LINHA-SUBTOTAL.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 FILLER       PIC X(19) VALUE "SUBTOTAL DA FILIAL ".
           05 WRK-LS-QTDE  PIC ZZZZ9.
           05 FILLER       PIC X(23) VALUE " TITULO(S)            ".
           05 WRK-LS-VALOR PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TITULO-AGING.
           05 FILLER       PIC X(25) VALUE SPACES.
           05 FILLER       PIC X(45) VALUE
               "AGING DO GRUPO POR FILIAL (DIAS DE ATRASO)".

       01  WRK-LINHA-COLUNA-AGING.
           05 FILLER       PIC X(26) VALUE "CLIENTE".
           05 FILLER       PIC X(11) VALUE "   A VENCER".
           05 FILLER       PIC X(11) VALUE "       1-30".
           05 FILLER       PIC X(11) VALUE "      31-60".
           05 FILLER       PIC X(11) VALUE "      61-90".
           05 FILLER       PIC X(11) VALUE "        90+".
           05 FILLER       PIC X(14) VALUE "         TOTAL".

       01  WRK-LINHA-DET-AGING.
           05 WRK-LDA-ID    PIC 9(04).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LDA-NOME  PIC X(20).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LDA-A-VENCER PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LDA-30    PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LDA-60    PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LDA-90    PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LDA-MAIS-90 PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LDA-TOTAL PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOTAL-AGING.
           05 FILLER        PIC X(27) VALUE "TOTAL DO GRUPO".
           05 WRK-LTA-A-VENCER PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LTA-30    PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LTA-60    PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LTA-90    PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LTA-MAIS-90 PIC ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LTA-TOTAL PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-LIMITE.
           05 FILLER        PIC X(20) VALUE "LIMITE DO GRUPO.... ".
           05 WRK-LL-LIMITE PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(20) VALUE "   DISPONIVEL..... ".
           05 WRK-LL-DISPONIVEL PIC -ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-SEM-LIMITE.
           05 FILLER        PIC X(45) VALUE
               "LIMITE DO GRUPO.... NAO CADASTRADO NA MATRIZ".

       01  WRK-LINHA-SEPARADOR.
           05 FILLER PIC X(96) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           PERFORM 0100-INICIALIZAR.

           IF WRK-ACHOU EQUAL "S"
               PERFORM 0200-MONTA-GRUPO
               PERFORM 0300-IMPRIME-EXTRATO
               PERFORM 0400-IMPRIME-AGING
               CLOSE EXTRATO
               DISPLAY "EXTRATO DO GRUPO " WRK-ID-MATRIZ
                       " GRAVADO EM GRUPOEXT.LST - "
                       WRK-QTDE-TITULOS " TITULO(S) EM ABERTO "
           END-IF.

           CLOSE CLIENTES.
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-INICIALIZAR     SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
                   (WRK-HOJE-ANO * 360) + (WRK-HOJE-MES * 30)
                   + WRK-HOJE-DIA.

           PERFORM 0090-DEFINE-CAMINHO-CLIENTES.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               PERFORM 9000-TRATA-ERRO
           END-IF.

           DISPLAY "ID DA MATRIZ DO GRUPO (UMA FILIAL LEVA A SUA "
                   "MATRIZ) "
           ACCEPT WRK-ID-INFORMADO.

           MOVE WRK-ID-INFORMADO TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO WRK-ACHOU
                   DISPLAY "CLIENTE NAO ENCONTRADO " WRK-ID-INFORMADO
               NOT INVALID KEY
                   MOVE "S" TO WRK-ACHOU
           END-READ.

           IF WRK-ACHOU EQUAL "S"
               MOVE WRK-ID-INFORMADO TO WRK-ID-MATRIZ
               IF REG-CLI-ID-MATRIZ NUMERIC
                       AND REG-CLI-ID-MATRIZ NOT EQUAL ZEROS
                   MOVE REG-CLI-ID-MATRIZ TO WRK-ID-MATRIZ
                   DISPLAY "CLIENTE " WRK-ID-INFORMADO " E FILIAL - "
                           "EXTRATO DA MATRIZ " WRK-ID-MATRIZ
               END-IF
           END-IF.

       0200-MONTA-GRUPO     SECTION.
           MOVE ZEROS TO WRK-LIMITE-GRUPO.
           MOVE "MATRIZ NAO CADASTRADA" TO WRK-NOME-MATRIZ.
           MOVE 1 TO WRK-QTDE-MEMBROS.
           INITIALIZE TAB-MEMBRO(1).
           MOVE WRK-ID-MATRIZ TO TMB-ID(1).

           MOVE WRK-ID-MATRIZ TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-NOME TO WRK-NOME-MATRIZ
                   IF REG-CLI-LIMITE-GRUPO NUMERIC
                       MOVE REG-CLI-LIMITE-GRUPO TO WRK-LIMITE-GRUPO
                   END-IF
           END-READ.
           MOVE WRK-NOME-MATRIZ TO TMB-NOME(1).

           MOVE ZEROS TO REG-ID.
           START CLIENTES KEY IS NOT LESS REG-ID.
           IF FS-CLIENTES EQUAL 00
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
                   IF REG-CLI-ID-MATRIZ NUMERIC
                           AND REG-CLI-ID-MATRIZ EQUAL WRK-ID-MATRIZ
                           AND REG-ID NOT EQUAL WRK-ID-MATRIZ
                       PERFORM 0210-GUARDA-FILIAL
                   END-IF
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF.

       0210-GUARDA-FILIAL   SECTION.
           IF WRK-QTDE-MEMBROS LESS 200
               ADD 1 TO WRK-QTDE-MEMBROS
               INITIALIZE TAB-MEMBRO(WRK-QTDE-MEMBROS)
               MOVE REG-ID   TO TMB-ID(WRK-QTDE-MEMBROS)
               MOVE REG-NOME TO TMB-NOME(WRK-QTDE-MEMBROS)
           ELSE
               DISPLAY "LIMITE DE 200 FILIAIS - IGNORADA " REG-ID
           END-IF.

       0300-IMPRIME-EXTRATO SECTION.
           MOVE ZEROS TO WRK-QTDE-TITULOS.
           MOVE ZEROS TO WRK-TOTAIS-GRUPO.

           OPEN OUTPUT EXTRATO.
           MOVE WRK-LINHA-TITULO TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE WRK-ID-MATRIZ   TO WRK-LG-ID.
           MOVE WRK-NOME-MATRIZ TO WRK-LG-NOME.
           MOVE WRK-DATA-HOJE   TO WRK-LG-DATA.
           COMPUTE WRK-LG-FILIAIS = WRK-QTDE-MEMBROS - 1.
           MOVE WRK-LINHA-GRUPO TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE WRK-LINHA-SEPARADOR TO REG-EXTRATO.
           WRITE REG-EXTRATO.

           PERFORM VARYING WRK-SUB-MEMB FROM 1 BY 1
                   UNTIL WRK-SUB-MEMB GREATER WRK-QTDE-MEMBROS
               PERFORM 0310-IMPRIME-FILIAL
           END-PERFORM.

      *===============================RELE CONTASREC.DAT PARA CADA
      *===============================MEMBRO, PARA OS TITULOS SAIREM
      *===============================AGRUPADOS POR FILIAL.
       0310-IMPRIME-FILIAL  SECTION.
           MOVE TMB-ID(WRK-SUB-MEMB)   TO WRK-LF-ID.
           MOVE TMB-NOME(WRK-SUB-MEMB) TO WRK-LF-NOME.
           IF WRK-SUB-MEMB EQUAL 1
               MOVE "MATRIZ" TO WRK-LF-PAPEL
           ELSE
               MOVE "FILIAL" TO WRK-LF-PAPEL
           END-IF.
           MOVE WRK-LINHA-FILIAL TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE WRK-LINHA-COLUNA-TIT TO REG-EXTRATO.
           WRITE REG-EXTRATO.

           OPEN INPUT CONTASREC.
           IF FS-CONTASREC EQUAL 00
               READ CONTASREC
               PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                   IF CR-ID-CLIENTE EQUAL TMB-ID(WRK-SUB-MEMB)
                       PERFORM 0320-IMPRIME-TITULO
                   END-IF
                   READ CONTASREC
               END-PERFORM
               CLOSE CONTASREC
           END-IF.

           MOVE TMB-QTDE(WRK-SUB-MEMB) TO WRK-LS-QTDE.
           COMPUTE WRK-LS-VALOR = TMB-A-VENCER(WRK-SUB-MEMB)
                   + TMB-30(WRK-SUB-MEMB) + TMB-60(WRK-SUB-MEMB)
                   + TMB-90(WRK-SUB-MEMB) + TMB-MAIS-90(WRK-SUB-MEMB).
           MOVE WRK-LINHA-SUBTOTAL TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE SPACES TO REG-EXTRATO.
           WRITE REG-EXTRATO.

      *===============================TITULO SEM VENCIMENTO (GRAVADO
      *===============================ANTES DO PARCELAMENTO) VENCE NA
      *===============================DATA DA VENDA.
       0320-IMPRIME-TITULO  SECTION.
           ADD 1 TO WRK-QTDE-TITULOS.
           ADD 1 TO TMB-QTDE(WRK-SUB-MEMB).

           IF CR-DATA-VENC NUMERIC AND CR-DATA-VENC NOT EQUAL ZEROS
               MOVE CR-DATA-VENC  TO WRK-DATA-VENC-X
           ELSE
               MOVE CR-DATA-VENDA TO WRK-DATA-VENC-X
           END-IF.
           COMPUTE WRK-DIAS-VENC =
                   (WRK-DVX-ANO * 360) + (WRK-DVX-MES * 30)
                   + WRK-DVX-DIA.
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC.

           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO NOT GREATER ZEROS
                   MOVE ZEROS TO WRK-DIAS-ATRASO
                   ADD CR-VALOR TO TMB-A-VENCER(WRK-SUB-MEMB)
                   ADD CR-VALOR TO WRK-TG-A-VENCER
               WHEN WRK-DIAS-ATRASO NOT GREATER 30
                   ADD CR-VALOR TO TMB-30(WRK-SUB-MEMB)
                   ADD CR-VALOR TO WRK-TG-30
               WHEN WRK-DIAS-ATRASO NOT GREATER 60
                   ADD CR-VALOR TO TMB-60(WRK-SUB-MEMB)
                   ADD CR-VALOR TO WRK-TG-60
               WHEN WRK-DIAS-ATRASO NOT GREATER 90
                   ADD CR-VALOR TO TMB-90(WRK-SUB-MEMB)
                   ADD CR-VALOR TO WRK-TG-90
               WHEN OTHER
                   ADD CR-VALOR TO TMB-MAIS-90(WRK-SUB-MEMB)
                   ADD CR-VALOR TO WRK-TG-MAIS-90
           END-EVALUATE.

           MOVE CR-TICKET        TO WRK-LDT-TICKET.
           MOVE CR-PARCELA       TO WRK-LDT-PARCELA.
           MOVE CR-QTDE-PARCELAS TO WRK-LDT-QTDE-PARC.
           MOVE CR-DATA-VENDA    TO WRK-LDT-EMISSAO.
           MOVE WRK-DATA-VENC-X  TO WRK-LDT-VENC.
           MOVE WRK-DIAS-ATRASO  TO WRK-LDT-ATRASO.
           MOVE CR-VALOR         TO WRK-LDT-VALOR.
           MOVE WRK-LINHA-DET-TIT TO REG-EXTRATO.
           WRITE REG-EXTRATO.

       0400-IMPRIME-AGING   SECTION.
           MOVE WRK-LINHA-SEPARADOR TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE WRK-LINHA-TITULO-AGING TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE WRK-LINHA-COLUNA-AGING TO REG-EXTRATO.
           WRITE REG-EXTRATO.

           PERFORM VARYING WRK-SUB-MEMB FROM 1 BY 1
                   UNTIL WRK-SUB-MEMB GREATER WRK-QTDE-MEMBROS
               MOVE TMB-ID(WRK-SUB-MEMB)       TO WRK-LDA-ID
               MOVE TMB-NOME(WRK-SUB-MEMB)     TO WRK-LDA-NOME
               MOVE TMB-A-VENCER(WRK-SUB-MEMB) TO WRK-LDA-A-VENCER
               MOVE TMB-30(WRK-SUB-MEMB)       TO WRK-LDA-30
               MOVE TMB-60(WRK-SUB-MEMB)       TO WRK-LDA-60
               MOVE TMB-90(WRK-SUB-MEMB)       TO WRK-LDA-90
               MOVE TMB-MAIS-90(WRK-SUB-MEMB)  TO WRK-LDA-MAIS-90
               COMPUTE WRK-LDA-TOTAL = TMB-A-VENCER(WRK-SUB-MEMB)
                       + TMB-30(WRK-SUB-MEMB) + TMB-60(WRK-SUB-MEMB)
                       + TMB-90(WRK-SUB-MEMB)
                       + TMB-MAIS-90(WRK-SUB-MEMB)
               MOVE WRK-LINHA-DET-AGING TO REG-EXTRATO
               WRITE REG-EXTRATO
           END-PERFORM.

           COMPUTE WRK-TOTAL-GRUPO = WRK-TG-A-VENCER + WRK-TG-30
                   + WRK-TG-60 + WRK-TG-90 + WRK-TG-MAIS-90.

           MOVE WRK-LINHA-SEPARADOR TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE WRK-TG-A-VENCER TO WRK-LTA-A-VENCER.
           MOVE WRK-TG-30       TO WRK-LTA-30.
           MOVE WRK-TG-60       TO WRK-LTA-60.
           MOVE WRK-TG-90       TO WRK-LTA-90.
           MOVE WRK-TG-MAIS-90  TO WRK-LTA-MAIS-90.
           MOVE WRK-TOTAL-GRUPO TO WRK-LTA-TOTAL.
           MOVE WRK-LINHA-TOTAL-AGING TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE SPACES TO REG-EXTRATO.
           WRITE REG-EXTRATO.

           IF WRK-LIMITE-GRUPO EQUAL ZEROS
               MOVE WRK-LINHA-SEM-LIMITE TO REG-EXTRATO
           ELSE
               COMPUTE WRK-DISPONIVEL =
                       WRK-LIMITE-GRUPO - WRK-TOTAL-GRUPO
               MOVE WRK-LIMITE-GRUPO TO WRK-LL-LIMITE
               MOVE WRK-DISPONIVEL   TO WRK-LL-DISPONIVEL
               MOVE WRK-LINHA-LIMITE TO REG-EXTRATO
           END-IF.
           WRITE REG-EXTRATO.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY FSERRPD.
           COPY CLIPATHPD.
       END PROGRAM GRUPO001.
