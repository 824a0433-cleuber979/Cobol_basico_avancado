       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVO001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: ATIVO IMOBILIZADO - CADASTRO DOS BENS DE USO
      *          (ATIVOS.DAT: DESCRICAO, CATEGORIA, AQUISICAO, VALOR,
      *          FORNECEDOR DE FORNECEDORES.DAT E LOCAL), COM A VIDA
      *          UTIL TIRADA DA CATEGORIA EM ATIVOCAT.TAB (CRIADA COM
      *          VALORES PADRAO QUANDO NAO EXISTE, COMO O SIMPLES.TAB
      *          DO ARQ035). A DEPRECIACAO MENSAL E LINEAR (AQUISICAO /
      *          VIDA UTIL POR MES, A PARTIR DO MES DA AQUISICAO, ATE O
      *          VALOR CONTABIL ZERAR), RECUPERA MESES NAO RODADOS E NAO
      *          DEPRECIA DUAS VEZES A MESMA COMPETENCIA. A BAIXA POR
      *          DESCARTE OU VENDA APURA O GANHO OU A PERDA SOBRE O
      *          VALOR CONTABIL. TUDO VAI PARA O HISTORICO DEPREC.HST
      *          (LIDO PELO FECHAMES E PELA DRE001) E PARA A INTERFACE
      *          CONTABIL CONTABIL.DAT. IMPRIME O REGISTRO DO
      *          IMOBILIZADO PARA A AUDITORIA EM ATIVOS.LST.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIVOS ASSIGN TO "ATIVOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-CODIGO
           FILE STATUS IS FS-ATIVOS.

           SELECT ATIVOCTL ASSIGN TO "ATIVO.CTL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ATIVOCTL.

           SELECT ATIVOCAT ASSIGN TO "ATIVOCAT.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ATIVOCAT.

           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-ID
           FILE STATUS IS FS-FORNECEDORES.

           SELECT DEPRECH ASSIGN TO "DEPREC.HST"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DEPRECH.

           SELECT LANCCTB ASSIGN TO "CONTABIL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-LANCCTB.

           SELECT RELATORIO ASSIGN TO "ATIVOS.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ATIVOS.
           COPY ATIVOREG.

       FD  ATIVOCTL.
       01  REG-ATIVOCTL.
           05 CTL-ULTIMO-ATIVO PIC 9(05).

       FD  ATIVOCAT.
       01  REG-ATIVOCAT.
           05 CAT-CODIGO          PIC X(02).
           05 CAT-DESCRICAO       PIC X(20).
           05 CAT-VIDA-MESES      PIC 9(03).
           05 CAT-CONTA-ATIVO     PIC X(10).
           05 CAT-CONTA-ACUMULADA PIC X(10).
           05 CAT-CONTA-DESPESA   PIC X(10).

       FD  FORNECEDORES.
           COPY FORNREG.

       FD  DEPRECH.
           COPY DEPRECREG.

       FD  LANCCTB.
           COPY LANCCTBREG.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-ATIVOS       PIC 9(02) VALUE ZEROS.
       77  FS-ATIVOCTL     PIC 9(02) VALUE ZEROS.
       77  FS-ATIVOCAT     PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-DEPRECH      PIC 9(02) VALUE ZEROS.
       77  FS-LANCCTB      PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CODIGO-PROC PIC 9(05) VALUE ZEROS.
       77  WRK-CONFIRMA    PIC X(01) VALUE "N".
       77  WRK-ACHOU-CAT   PIC X(01) VALUE "N".
       77  WRK-SUB-CAT     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-CAT     PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-CAT    PIC 9(02) VALUE ZEROS.
       77  WRK-FIM-ATIVOS  PIC X(01) VALUE "N".

       77  WRK-ANOMES-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-MES-PROC    PIC 9(06) VALUE ZEROS.
       77  WRK-MES-INICIO  PIC 9(06) VALUE ZEROS.
       77  WRK-MESES       PIC S9(04) VALUE ZEROS.
       77  WRK-QUOTA-MES   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-DEPREC PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-CONTABIL PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-VENDA PIC 9(07)V99 VALUE ZEROS.
       77  WRK-RESULTADO   PIC S9(07)V99 VALUE ZEROS.
       77  WRK-DATA-BAIXA  PIC 9(08) VALUE ZEROS.
       77  WRK-QTDE-DEPREC PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-DEPREC PIC 9(09)V99 VALUE ZEROS.

       77  WRK-QTDE-LISTA  PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-AQUISICAO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-ACUMULADA PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-CONTABIL PIC 9(09)V99 VALUE ZEROS.

      *===============================CONTAS FIXAS DA BAIXA NO PLANO
      *===============================DO ESCRITORIO; AS DO BEM VEM DA
      *===============================CATEGORIA EM ATIVOCAT.TAB.
       77  WRK-CONTA-CAIXA PIC X(10) VALUE "1.1.1.01".
       77  WRK-CONTA-GANHO PIC X(10) VALUE "4.2.1.01".
       77  WRK-CONTA-PERDA PIC X(10) VALUE "3.4.1.01".

       77  WRK-LANC-DEBITO  PIC X(10) VALUE SPACES.
       77  WRK-LANC-CREDITO PIC X(10) VALUE SPACES.
       77  WRK-LANC-VALOR   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LANC-HISTORICO PIC X(40) VALUE SPACES.
       77  WRK-LANC-DATA    PIC 9(08) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
           05 WRK-HOJE-MES   PIC 9(02).
           05 WRK-HOJE-DIA   PIC 9(02).
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE PIC 9(08).

       01  WRK-ANOMES-X.
           05 WRK-AMX-ANO    PIC 9(04).
           05 WRK-AMX-MES    PIC 9(02).

       01  WRK-DATA-LIDA.
           05 WRK-DL-ANOMES  PIC 9(06).
           05 FILLER         PIC X(02).

       01  WRK-DOCUMENTO.
           05 FILLER         PIC X(05) VALUE "ATIVO".
           05 WRK-DOC-CODIGO PIC 9(05).

       01  TABELA-CATEGORIAS.
           05 TAB-CATEGORIA OCCURS 20 TIMES.
               10 TCA-CODIGO          PIC X(02).
               10 TCA-DESCRICAO       PIC X(20).
               10 TCA-VIDA-MESES      PIC 9(03).
               10 TCA-CONTA-ATIVO     PIC X(10).
               10 TCA-CONTA-ACUMULADA PIC X(10).
               10 TCA-CONTA-DESPESA   PIC X(10).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "REGISTRO DO ATIVO IMOBILIZADO".

       01  WRK-LINHA-PARAM.
           05 FILLER       PIC X(14) VALUE "POSICAO EM.. ".
           05 WRK-LPA-DATA PIC 9(08).
           05 FILLER       PIC X(20) VALUE "  DEPRECIADO ATE.. ".
           05 WRK-LPA-ANOMES PIC 9(06).

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(06) VALUE "COD.".
           05 FILLER       PIC X(21) VALUE "DESCRICAO".
           05 FILLER       PIC X(03) VALUE "CT".
           05 FILLER       PIC X(09) VALUE "AQUISIC.".
           05 FILLER       PIC X(11) VALUE "LOCAL".
           05 FILLER       PIC X(13) VALUE "    AQUISICAO".
           05 FILLER       PIC X(13) VALUE "    ACUMULADA".
           05 FILLER       PIC X(13) VALUE "     CONTABIL".
           05 FILLER       PIC X(02) VALUE " S".

       01  WRK-LINHA-DET.
           05 WRK-LD-CODIGO    PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DESCRICAO PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-CATEGORIA PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-AQUISICAO PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-LOCAL     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR     PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-ACUMULADA PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-CONTABIL  PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-SITUACAO  PIC X(01).

       01  WRK-LINHA-BAIXA.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE "BAIXADO EM ".
           05 WRK-LBX-DATA     PIC 9(08).
           05 FILLER           PIC X(10) VALUE "  VENDA ".
           05 WRK-LBX-VENDA    PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(14) VALUE "  GANHO/PERDA ".
           05 WRK-LBX-RESULTADO PIC -Z.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOTAL.
           05 FILLER           PIC X(16) VALUE "BENS EM USO... ".
           05 WRK-LT-QTDE      PIC ZZZZ9.
           05 FILLER           PIC X(29) VALUE SPACES.
           05 WRK-LT-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-ACUMULADA PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-CONTABIL  PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0150-CARREGA-CATEGORIAS.

           OPEN I-O ATIVOS.
           IF FS-ATIVOS EQUAL 35
               OPEN OUTPUT ATIVOS
               CLOSE ATIVOS
               OPEN I-O ATIVOS
           END-IF.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           CLOSE ATIVOS.
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  ATIVO IMOBILIZADO "
           DISPLAY "================================================"
           DISPLAY "1 - CADASTRAR BEM "
           DISPLAY "2 - DEPRECIACAO MENSAL "
           DISPLAY "3 - BAIXA / VENDA DE BEM "
           DISPLAY "4 - REGISTRO DO IMOBILIZADO (AUDITORIA) "
           DISPLAY "5 - CONSULTAR BEM "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-CADASTRA-BEM
               WHEN 2
                   PERFORM 0300-DEPRECIACAO-MENSAL
               WHEN 3
                   PERFORM 0400-BAIXA-BEM
               WHEN 4
                   PERFORM 0500-REGISTRO-IMOBILIZADO
               WHEN 5
                   PERFORM 0600-CONSULTA-BEM
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

      *===============================CATEGORIAS MANTIDAS PELO USUARIO
      *===============================EM ATIVOCAT.TAB (CODIGO,
      *===============================DESCRICAO, VIDA UTIL EM MESES E
      *===============================AS CONTAS DO BEM, DA DEPRECIACAO
      *===============================ACUMULADA E DA DESPESA); SEM O
      *===============================ARQUIVO, GRAVA E USA O PADRAO.
       0150-CARREGA-CATEGORIAS SECTION.
           OPEN INPUT ATIVOCAT.
           IF FS-ATIVOCAT NOT EQUAL 00
               PERFORM 0160-CRIA-CATEGORIAS-PADRAO
               OPEN INPUT ATIVOCAT
           END-IF.

           MOVE ZEROS TO WRK-QTDE-CAT.
           READ ATIVOCAT.
           PERFORM UNTIL FS-ATIVOCAT NOT EQUAL 00
                   OR WRK-QTDE-CAT EQUAL 20
               ADD 1 TO WRK-QTDE-CAT
               MOVE CAT-CODIGO     TO TCA-CODIGO(WRK-QTDE-CAT)
               MOVE CAT-DESCRICAO  TO TCA-DESCRICAO(WRK-QTDE-CAT)
               MOVE CAT-VIDA-MESES TO TCA-VIDA-MESES(WRK-QTDE-CAT)
               MOVE CAT-CONTA-ATIVO
                 TO TCA-CONTA-ATIVO(WRK-QTDE-CAT)
               MOVE CAT-CONTA-ACUMULADA
                 TO TCA-CONTA-ACUMULADA(WRK-QTDE-CAT)
               MOVE CAT-CONTA-DESPESA
                 TO TCA-CONTA-DESPESA(WRK-QTDE-CAT)
               READ ATIVOCAT
           END-PERFORM.
           CLOSE ATIVOCAT.

       0160-CRIA-CATEGORIAS-PADRAO SECTION.
           DISPLAY "ATIVOCAT.TAB NAO ENCONTRADO - GRAVANDO "
                   "CATEGORIAS PADRAO ".

           OPEN OUTPUT ATIVOCAT.

           MOVE "VE"                 TO CAT-CODIGO.
           MOVE "VEICULOS"           TO CAT-DESCRICAO.
           MOVE 060                  TO CAT-VIDA-MESES.
           MOVE "1.2.3.01"           TO CAT-CONTA-ATIVO.
           MOVE "1.2.3.91"           TO CAT-CONTA-ACUMULADA.
           MOVE "3.3.1.01"           TO CAT-CONTA-DESPESA.
           WRITE REG-ATIVOCAT.

           MOVE "IN"                 TO CAT-CODIGO.
           MOVE "INFORMATICA"        TO CAT-DESCRICAO.
           MOVE 060                  TO CAT-VIDA-MESES.
           MOVE "1.2.3.02"           TO CAT-CONTA-ATIVO.
           MOVE "1.2.3.92"           TO CAT-CONTA-ACUMULADA.
           MOVE "3.3.1.02"           TO CAT-CONTA-DESPESA.
           WRITE REG-ATIVOCAT.

           MOVE "MO"                 TO CAT-CODIGO.
           MOVE "MOVEIS/PRATELEIRAS" TO CAT-DESCRICAO.
           MOVE 120                  TO CAT-VIDA-MESES.
           MOVE "1.2.3.03"           TO CAT-CONTA-ATIVO.
           MOVE "1.2.3.93"           TO CAT-CONTA-ACUMULADA.
           MOVE "3.3.1.03"           TO CAT-CONTA-DESPESA.
           WRITE REG-ATIVOCAT.

           MOVE "MQ"                 TO CAT-CODIGO.
           MOVE "MAQUINAS/EQUIPAM."  TO CAT-DESCRICAO.
           MOVE 120                  TO CAT-VIDA-MESES.
           MOVE "1.2.3.04"           TO CAT-CONTA-ATIVO.
           MOVE "1.2.3.94"           TO CAT-CONTA-ACUMULADA.
           MOVE "3.3.1.04"           TO CAT-CONTA-DESPESA.
           WRITE REG-ATIVOCAT.

           MOVE "ED"                 TO CAT-CODIGO.
           MOVE "EDIFICACOES"        TO CAT-DESCRICAO.
           MOVE 300                  TO CAT-VIDA-MESES.
           MOVE "1.2.3.05"           TO CAT-CONTA-ATIVO.
           MOVE "1.2.3.95"           TO CAT-CONTA-ACUMULADA.
           MOVE "3.3.1.05"           TO CAT-CONTA-DESPESA.
           WRITE REG-ATIVOCAT.

           CLOSE ATIVOCAT.

      *===============================PROCURA AT-CATEGORIA NA TABELA;
      *===============================DEIXA WRK-IDX-CAT NA ACHADA.
       0170-PROCURA-CATEGORIA SECTION.
           MOVE "N" TO WRK-ACHOU-CAT.
           MOVE ZEROS TO WRK-IDX-CAT.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
                   UNTIL WRK-SUB-CAT GREATER WRK-QTDE-CAT
                   OR WRK-ACHOU-CAT EQUAL "S"
               IF TCA-CODIGO(WRK-SUB-CAT) EQUAL AT-CATEGORIA
                   MOVE "S" TO WRK-ACHOU-CAT
                   MOVE WRK-SUB-CAT TO WRK-IDX-CAT
               END-IF
           END-PERFORM.

       0200-CADASTRA-BEM    SECTION.
           DISPLAY "DESCRICAO DO BEM "
           ACCEPT AT-DESCRICAO.
           DISPLAY "CATEGORIA: ".
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
                   UNTIL WRK-SUB-CAT GREATER WRK-QTDE-CAT
               DISPLAY "  " TCA-CODIGO(WRK-SUB-CAT) " - "
                       TCA-DESCRICAO(WRK-SUB-CAT) " VIDA "
                       TCA-VIDA-MESES(WRK-SUB-CAT) " MESES"
           END-PERFORM.
           ACCEPT AT-CATEGORIA.

           PERFORM 0170-PROCURA-CATEGORIA.
           IF WRK-ACHOU-CAT NOT EQUAL "S"
               DISPLAY "CATEGORIA INEXISTENTE EM ATIVOCAT.TAB - BEM "
                       "NAO CADASTRADO "
           ELSE
               PERFORM 0210-LE-DADOS-BEM
           END-IF.

       0210-LE-DADOS-BEM    SECTION.
           DISPLAY "DATA DE AQUISICAO (AAAAMMDD) "
           ACCEPT AT-DATA-AQUISICAO.
           IF AT-DATA-AQUISICAO EQUAL ZEROS
               MOVE WRK-DATA-HOJE-R TO AT-DATA-AQUISICAO
           END-IF.
           DISPLAY "VALOR DE AQUISICAO "
           ACCEPT AT-VALOR-AQUISICAO.
           DISPLAY "FORNECEDOR (FORN-ID, 0 = SEM CADASTRO) "
           ACCEPT AT-FORN-ID.
           DISPLAY "LOCALIZACAO DO BEM "
           ACCEPT AT-LOCAL.

           MOVE "S" TO WRK-CONFIRMA.
           IF AT-FORN-ID NOT EQUAL ZEROS
               OPEN INPUT FORNECEDORES
               IF FS-FORNECEDORES NOT EQUAL 00
                   DISPLAY "FORNECEDORES.DAT NAO ABERTO "
                   MOVE "N" TO WRK-CONFIRMA
               ELSE
                   MOVE AT-FORN-ID TO FORN-ID
                   READ FORNECEDORES
                       INVALID KEY
                           DISPLAY "FORNECEDOR NAO CADASTRADO "
                                   AT-FORN-ID
                           MOVE "N" TO WRK-CONFIRMA
                       NOT INVALID KEY
                           DISPLAY "FORNECEDOR " FORN-NOME
                   END-READ
                   CLOSE FORNECEDORES
               END-IF
           END-IF.

           IF AT-VALOR-AQUISICAO EQUAL ZEROS
               DISPLAY "VALOR INVALIDO "
               MOVE "N" TO WRK-CONFIRMA
           END-IF.

           IF WRK-CONFIRMA EQUAL "S"
               DISPLAY "VIDA UTIL " TCA-VIDA-MESES(WRK-IDX-CAT)
                       " MESES - CONFIRMA O CADASTRO (S/N) "
               ACCEPT WRK-CONFIRMA
           END-IF.

           IF WRK-CONFIRMA EQUAL "S"
               PERFORM 0220-GRAVA-BEM
           ELSE
               DISPLAY "BEM NAO CADASTRADO "
           END-IF.

       0220-GRAVA-BEM       SECTION.
           OPEN I-O ATIVOCTL.
           IF FS-ATIVOCTL EQUAL 35
               OPEN OUTPUT ATIVOCTL
               MOVE ZEROS TO CTL-ULTIMO-ATIVO
               WRITE REG-ATIVOCTL
               CLOSE ATIVOCTL
               OPEN I-O ATIVOCTL
           END-IF.

           READ ATIVOCTL NEXT RECORD.
           ADD 1 TO CTL-ULTIMO-ATIVO.
           MOVE CTL-ULTIMO-ATIVO TO AT-CODIGO.
           REWRITE REG-ATIVOCTL.

           CLOSE ATIVOCTL.

           MOVE TCA-VIDA-MESES(WRK-IDX-CAT) TO AT-VIDA-MESES.
           MOVE ZEROS  TO AT-DEPREC-ACUM.
           MOVE ZEROS  TO AT-ULTIMA-DEPREC.
           MOVE "A"    TO AT-SITUACAO.
           MOVE ZEROS  TO AT-DATA-BAIXA.
           MOVE ZEROS  TO AT-VALOR-VENDA.
           MOVE ZEROS  TO AT-RESULTADO-BAIXA.

           WRITE REG-ATIVO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ATIVOS.DAT - STATUS "
                           FS-ATIVOS
               NOT INVALID KEY
                   DISPLAY "BEM CADASTRADO COM O CODIGO " AT-CODIGO
           END-WRITE.

      *===============================QUOTA = AQUISICAO / VIDA UTIL;
      *===============================CONTA OS MESES DESDE A ULTIMA
      *===============================COMPETENCIA DEPRECIADA (OU DESDE
      *===============================O MES DA AQUISICAO, INCLUSIVE) ATE
      *===============================A INFORMADA, LIMITADO AO VALOR
      *===============================CONTABIL QUE RESTA.
       0300-DEPRECIACAO-MENSAL SECTION.
           DISPLAY "COMPETENCIA A DEPRECIAR (AAAAMM) "
           ACCEPT WRK-ANOMES-PROC.
           MOVE WRK-ANOMES-PROC TO WRK-ANOMES-X.
           COMPUTE WRK-MES-PROC = WRK-AMX-ANO * 12 + WRK-AMX-MES.

           MOVE ZEROS TO WRK-QTDE-DEPREC.
           MOVE ZEROS TO WRK-TOTAL-DEPREC.
           MOVE "N" TO WRK-FIM-ATIVOS.

           MOVE ZEROS TO AT-CODIGO.
           START ATIVOS KEY IS NOT LESS AT-CODIGO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ATIVOS
           END-START.

           PERFORM UNTIL WRK-FIM-ATIVOS EQUAL "S"
               READ ATIVOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ATIVOS
                   NOT AT END
                       IF AT-EM-USO
                           PERFORM 0310-DEPRECIA-BEM
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY "BENS DEPRECIADOS.. " WRK-QTDE-DEPREC.
           DISPLAY "TOTAL DO MES...... " WRK-TOTAL-DEPREC.

       0310-DEPRECIA-BEM    SECTION.
           IF AT-ULTIMA-DEPREC EQUAL ZEROS
               MOVE AT-DATA-AQUISICAO TO WRK-DATA-LIDA
               MOVE WRK-DL-ANOMES TO WRK-ANOMES-X
               COMPUTE WRK-MES-INICIO =
                       WRK-AMX-ANO * 12 + WRK-AMX-MES - 1
           ELSE
               MOVE AT-ULTIMA-DEPREC TO WRK-ANOMES-X
               COMPUTE WRK-MES-INICIO =
                       WRK-AMX-ANO * 12 + WRK-AMX-MES
           END-IF.
           COMPUTE WRK-MESES = WRK-MES-PROC - WRK-MES-INICIO.

           IF WRK-MESES GREATER ZEROS
               COMPUTE WRK-QUOTA-MES ROUNDED =
                       AT-VALOR-AQUISICAO / AT-VIDA-MESES
               COMPUTE WRK-VALOR-CONTABIL =
                       AT-VALOR-AQUISICAO - AT-DEPREC-ACUM
               COMPUTE WRK-VALOR-DEPREC = WRK-QUOTA-MES * WRK-MESES
                   ON SIZE ERROR
                       MOVE WRK-VALOR-CONTABIL TO WRK-VALOR-DEPREC
               END-COMPUTE
               IF WRK-VALOR-DEPREC GREATER WRK-VALOR-CONTABIL
                   MOVE WRK-VALOR-CONTABIL TO WRK-VALOR-DEPREC
               END-IF

               ADD WRK-VALOR-DEPREC TO AT-DEPREC-ACUM
               MOVE WRK-ANOMES-PROC TO AT-ULTIMA-DEPREC
               REWRITE REG-ATIVO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR ATIVOS.DAT - STATUS "
                               FS-ATIVOS
               END-REWRITE

               IF WRK-VALOR-DEPREC GREATER ZEROS
                   ADD 1 TO WRK-QTDE-DEPREC
                   ADD WRK-VALOR-DEPREC TO WRK-TOTAL-DEPREC

                   MOVE WRK-ANOMES-PROC TO DH-ANOMES
                   MOVE "D" TO DH-TIPO
                   MOVE WRK-VALOR-DEPREC TO DH-VALOR
                   PERFORM 0900-GRAVA-HISTORICO

                   PERFORM 0170-PROCURA-CATEGORIA
                   IF WRK-ACHOU-CAT EQUAL "S"
                       MOVE TCA-CONTA-DESPESA(WRK-IDX-CAT)
                         TO WRK-LANC-DEBITO
                       MOVE TCA-CONTA-ACUMULADA(WRK-IDX-CAT)
                         TO WRK-LANC-CREDITO
                   ELSE
                       MOVE SPACES TO WRK-LANC-DEBITO
                       MOVE SPACES TO WRK-LANC-CREDITO
                   END-IF
                   MOVE WRK-VALOR-DEPREC TO WRK-LANC-VALOR
                   MOVE "DEPRECIACAO DO MES" TO WRK-LANC-HISTORICO
                   MOVE WRK-DATA-HOJE-R TO WRK-LANC-DATA
                   PERFORM 0950-GRAVA-LANCAMENTO
               END-IF
           END-IF.

      *===============================VALOR CONTABIL = AQUISICAO MENOS
      *===============================DEPRECIACAO ACUMULADA; VENDA
      *===============================ACIMA DELE E GANHO, ABAIXO (OU
      *===============================DESCARTE SEM VENDA) E PERDA.
       0400-BAIXA-BEM       SECTION.
           DISPLAY "CODIGO DO BEM "
           ACCEPT WRK-CODIGO-PROC.

           MOVE WRK-CODIGO-PROC TO AT-CODIGO.
           READ ATIVOS
               INVALID KEY
                   DISPLAY "BEM NAO ENCONTRADO " WRK-CODIGO-PROC
               NOT INVALID KEY
                   PERFORM 0170-PROCURA-CATEGORIA
                   EVALUATE TRUE
                       WHEN NOT AT-EM-USO
                           DISPLAY "BEM JA BAIXADO EM " AT-DATA-BAIXA
                       WHEN WRK-ACHOU-CAT NOT EQUAL "S"
                           DISPLAY "CATEGORIA " AT-CATEGORIA " FORA DE "
                                   "ATIVOCAT.TAB - SEM AS CONTAS DA "
                                   "BAIXA "
                       WHEN OTHER
                           PERFORM 0410-LE-DADOS-BAIXA
                   END-EVALUATE
           END-READ.

       0410-LE-DADOS-BAIXA  SECTION.
           COMPUTE WRK-VALOR-CONTABIL =
                   AT-VALOR-AQUISICAO - AT-DEPREC-ACUM.
           DISPLAY "BEM............... " AT-DESCRICAO.
           DISPLAY "AQUISICAO......... " AT-VALOR-AQUISICAO.
           DISPLAY "DEPREC. ACUMULADA. " AT-DEPREC-ACUM
                   " ATE " AT-ULTIMA-DEPREC.
           DISPLAY "VALOR CONTABIL.... " WRK-VALOR-CONTABIL.

           DISPLAY "DATA DA BAIXA (AAAAMMDD) "
           ACCEPT WRK-DATA-BAIXA.
           IF WRK-DATA-BAIXA EQUAL ZEROS
               MOVE WRK-DATA-HOJE-R TO WRK-DATA-BAIXA
           END-IF.
           MOVE WRK-DATA-BAIXA TO WRK-DATA-LIDA.
           IF AT-ULTIMA-DEPREC LESS WRK-DL-ANOMES
               DISPLAY "ATENCAO - DEPRECIACAO SO ATE "
                       AT-ULTIMA-DEPREC " - RODE A DEPRECIACAO DO "
                       "MES DA BAIXA ANTES PARA O VALOR CONTABIL "
                       "CORRETO "
           END-IF.
           DISPLAY "VALOR DE VENDA (0 = DESCARTE) "
           ACCEPT WRK-VALOR-VENDA.

           COMPUTE WRK-RESULTADO =
                   WRK-VALOR-VENDA - WRK-VALOR-CONTABIL.
           DISPLAY "GANHO (+) / PERDA (-) NA BAIXA " WRK-RESULTADO.
           DISPLAY "CONFIRMA A BAIXA (S/N) "
           ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S"
               PERFORM 0420-EFETIVA-BAIXA
           ELSE
               DISPLAY "BAIXA CANCELADA "
           END-IF.

       0420-EFETIVA-BAIXA   SECTION.
           IF WRK-VALOR-VENDA GREATER ZEROS
               MOVE "V" TO AT-SITUACAO
           ELSE
               MOVE "B" TO AT-SITUACAO
           END-IF.
           MOVE WRK-DATA-BAIXA  TO AT-DATA-BAIXA.
           MOVE WRK-VALOR-VENDA TO AT-VALOR-VENDA.
           MOVE WRK-RESULTADO   TO AT-RESULTADO-BAIXA.

           REWRITE REG-ATIVO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR ATIVOS.DAT - STATUS "
                           FS-ATIVOS
               NOT INVALID KEY
                   PERFORM 0430-CONTABILIZA-BAIXA
                   DISPLAY "BEM BAIXADO "
           END-REWRITE.

      *===============================ZERA A ACUMULADA CONTRA O BEM E
      *===============================LANCA A VENDA CONTRA O VALOR
      *===============================CONTABIL; A DIFERENCA VAI PARA
      *===============================GANHO OU PERDA NA BAIXA.
       0430-CONTABILIZA-BAIXA SECTION.
           MOVE WRK-DATA-BAIXA TO WRK-DATA-LIDA.
           MOVE WRK-DL-ANOMES  TO DH-ANOMES.
           MOVE "B"            TO DH-TIPO.
           MOVE WRK-RESULTADO  TO DH-VALOR.
           PERFORM 0900-GRAVA-HISTORICO.

           MOVE WRK-DATA-BAIXA TO WRK-LANC-DATA.

           IF AT-DEPREC-ACUM GREATER ZEROS
               MOVE TCA-CONTA-ACUMULADA(WRK-IDX-CAT) TO WRK-LANC-DEBITO
               MOVE TCA-CONTA-ATIVO(WRK-IDX-CAT) TO WRK-LANC-CREDITO
               MOVE AT-DEPREC-ACUM TO WRK-LANC-VALOR
               MOVE "BAIXA - DEPRECIACAO ACUMULADA"
                 TO WRK-LANC-HISTORICO
               PERFORM 0950-GRAVA-LANCAMENTO
           END-IF.

           IF WRK-RESULTADO NOT LESS ZEROS
               MOVE WRK-CONTA-CAIXA TO WRK-LANC-DEBITO
               MOVE TCA-CONTA-ATIVO(WRK-IDX-CAT) TO WRK-LANC-CREDITO
               MOVE WRK-VALOR-CONTABIL TO WRK-LANC-VALOR
               MOVE "VENDA DE BEM - VALOR CONTABIL"
                 TO WRK-LANC-HISTORICO
               PERFORM 0950-GRAVA-LANCAMENTO

               MOVE WRK-CONTA-CAIXA TO WRK-LANC-DEBITO
               MOVE WRK-CONTA-GANHO TO WRK-LANC-CREDITO
               MOVE WRK-RESULTADO TO WRK-LANC-VALOR
               MOVE "GANHO NA VENDA DE BEM" TO WRK-LANC-HISTORICO
               PERFORM 0950-GRAVA-LANCAMENTO
           ELSE
               MOVE WRK-CONTA-CAIXA TO WRK-LANC-DEBITO
               MOVE TCA-CONTA-ATIVO(WRK-IDX-CAT) TO WRK-LANC-CREDITO
               MOVE WRK-VALOR-VENDA TO WRK-LANC-VALOR
               MOVE "VENDA DE BEM" TO WRK-LANC-HISTORICO
               PERFORM 0950-GRAVA-LANCAMENTO

               MOVE WRK-CONTA-PERDA TO WRK-LANC-DEBITO
               MOVE TCA-CONTA-ATIVO(WRK-IDX-CAT) TO WRK-LANC-CREDITO
               COMPUTE WRK-LANC-VALOR = WRK-RESULTADO * -1
               MOVE "PERDA NA BAIXA DE BEM" TO WRK-LANC-HISTORICO
               PERFORM 0950-GRAVA-LANCAMENTO
           END-IF.

       0500-REGISTRO-IMOBILIZADO SECTION.
           MOVE ZEROS TO WRK-QTDE-LISTA.
           MOVE ZEROS TO WRK-TOTAL-AQUISICAO.
           MOVE ZEROS TO WRK-TOTAL-ACUMULADA.
           MOVE ZEROS TO WRK-TOTAL-CONTABIL.
           MOVE ZEROS TO WRK-ANOMES-PROC.
           MOVE "N" TO WRK-FIM-ATIVOS.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZEROS TO AT-CODIGO.
           START ATIVOS KEY IS NOT LESS AT-CODIGO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ATIVOS
           END-START.

           PERFORM UNTIL WRK-FIM-ATIVOS EQUAL "S"
               READ ATIVOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ATIVOS
                   NOT AT END
                       PERFORM 0510-IMPRIME-BEM
               END-READ
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-QTDE-LISTA      TO WRK-LT-QTDE.
           MOVE WRK-TOTAL-AQUISICAO TO WRK-LT-VALOR.
           MOVE WRK-TOTAL-ACUMULADA TO WRK-LT-ACUMULADA.
           MOVE WRK-TOTAL-CONTABIL  TO WRK-LT-CONTABIL.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE WRK-DATA-HOJE-R TO WRK-LPA-DATA.
           MOVE WRK-ANOMES-PROC TO WRK-LPA-ANOMES.
           MOVE WRK-LINHA-PARAM TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.

           DISPLAY "REGISTRO DO IMOBILIZADO GRAVADO EM ATIVOS.LST - "
                   WRK-QTDE-LISTA " BENS EM USO ".

      *===============================BEM BAIXADO SAI NA LISTA COM A
      *===============================LINHA DA BAIXA, FORA DOS TOTAIS.
       0510-IMPRIME-BEM     SECTION.
           COMPUTE WRK-VALOR-CONTABIL =
                   AT-VALOR-AQUISICAO - AT-DEPREC-ACUM.

           MOVE AT-CODIGO          TO WRK-LD-CODIGO.
           MOVE AT-DESCRICAO       TO WRK-LD-DESCRICAO.
           MOVE AT-CATEGORIA       TO WRK-LD-CATEGORIA.
           MOVE AT-DATA-AQUISICAO  TO WRK-LD-AQUISICAO.
           MOVE AT-LOCAL           TO WRK-LD-LOCAL.
           MOVE AT-VALOR-AQUISICAO TO WRK-LD-VALOR.
           MOVE AT-DEPREC-ACUM     TO WRK-LD-ACUMULADA.
           MOVE WRK-VALOR-CONTABIL TO WRK-LD-CONTABIL.
           MOVE AT-SITUACAO        TO WRK-LD-SITUACAO.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF AT-EM-USO
               ADD 1 TO WRK-QTDE-LISTA
               ADD AT-VALOR-AQUISICAO TO WRK-TOTAL-AQUISICAO
               ADD AT-DEPREC-ACUM     TO WRK-TOTAL-ACUMULADA
               ADD WRK-VALOR-CONTABIL TO WRK-TOTAL-CONTABIL
               IF AT-ULTIMA-DEPREC GREATER WRK-ANOMES-PROC
                   MOVE AT-ULTIMA-DEPREC TO WRK-ANOMES-PROC
               END-IF
           ELSE
               MOVE AT-DATA-BAIXA      TO WRK-LBX-DATA
               MOVE AT-VALOR-VENDA     TO WRK-LBX-VENDA
               MOVE AT-RESULTADO-BAIXA TO WRK-LBX-RESULTADO
               MOVE WRK-LINHA-BAIXA TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       0600-CONSULTA-BEM    SECTION.
           DISPLAY "CODIGO DO BEM "
           ACCEPT WRK-CODIGO-PROC.

           MOVE WRK-CODIGO-PROC TO AT-CODIGO.
           READ ATIVOS
               INVALID KEY
                   DISPLAY "BEM NAO ENCONTRADO " WRK-CODIGO-PROC
               NOT INVALID KEY
                   PERFORM 0610-EXIBE-BEM
           END-READ.

       0610-EXIBE-BEM       SECTION.
           COMPUTE WRK-VALOR-CONTABIL =
                   AT-VALOR-AQUISICAO - AT-DEPREC-ACUM.
           DISPLAY "CODIGO............ " AT-CODIGO.
           DISPLAY "DESCRICAO......... " AT-DESCRICAO.
           DISPLAY "CATEGORIA......... " AT-CATEGORIA
                   " VIDA UTIL " AT-VIDA-MESES " MESES".
           DISPLAY "AQUISICAO......... " AT-DATA-AQUISICAO
                   " VALOR " AT-VALOR-AQUISICAO.
           DISPLAY "FORNECEDOR........ " AT-FORN-ID.
           DISPLAY "LOCAL............. " AT-LOCAL.
           DISPLAY "DEPREC. ACUMULADA. " AT-DEPREC-ACUM
                   " ATE " AT-ULTIMA-DEPREC.
           DISPLAY "VALOR CONTABIL.... " WRK-VALOR-CONTABIL.
           EVALUATE TRUE
               WHEN AT-EM-USO
                   DISPLAY "SITUACAO.......... EM USO "
               WHEN AT-BAIXADO
                   DISPLAY "SITUACAO.......... BAIXADO EM "
                           AT-DATA-BAIXA " PERDA "
                           AT-RESULTADO-BAIXA
               WHEN AT-VENDIDO
                   DISPLAY "SITUACAO.......... VENDIDO EM "
                           AT-DATA-BAIXA " POR " AT-VALOR-VENDA
                           " GANHO/PERDA " AT-RESULTADO-BAIXA
           END-EVALUATE.

      *===============================REG-ATIVO CORRENTE + DH-ANOMES,
      *===============================DH-TIPO E DH-VALOR JA PREENCHIDOS.
       0900-GRAVA-HISTORICO SECTION.
           OPEN EXTEND DEPRECH.
           IF FS-DEPRECH EQUAL 35
               OPEN OUTPUT DEPRECH
           END-IF.

           MOVE AT-CODIGO       TO DH-CODIGO.
           MOVE AT-CATEGORIA    TO DH-CATEGORIA.
           MOVE AT-DEPREC-ACUM  TO DH-DEPREC-ACUM.
           COMPUTE DH-VALOR-CONTABIL =
                   AT-VALOR-AQUISICAO - AT-DEPREC-ACUM.
           MOVE WRK-DATA-HOJE-R TO DH-DATA-GRAVACAO.
           WRITE REG-DEPRECH.

           CLOSE DEPRECH.

       0950-GRAVA-LANCAMENTO SECTION.
           IF WRK-LANC-VALOR GREATER ZEROS
               OPEN EXTEND LANCCTB
               IF FS-LANCCTB EQUAL 35
                   OPEN OUTPUT LANCCTB
               END-IF

               MOVE AT-CODIGO         TO WRK-DOC-CODIGO
               MOVE WRK-LANC-DATA     TO LC-DATA
               MOVE WRK-LANC-DEBITO   TO LC-CONTA-DEBITO
               MOVE WRK-LANC-CREDITO  TO LC-CONTA-CREDITO
               MOVE WRK-LANC-VALOR    TO LC-VALOR
               MOVE WRK-LANC-HISTORICO TO LC-HISTORICO
               MOVE "ATIVO001"        TO LC-ORIGEM
               MOVE WRK-DOCUMENTO     TO LC-DOCUMENTO
               WRITE REG-LANCCTB

               CLOSE LANCCTB
           END-IF.
       END PROGRAM ATIVO001.
