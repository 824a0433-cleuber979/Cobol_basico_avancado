       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHA006.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: INFORME DE RENDIMENTOS ANUAL - LE FOLHA.DAT DO
      *          ANO-CALENDARIO INFORMADO E TOTALIZA POR FUNCIONARIO
      *          OS SALARIOS (LINHAS NORMAIS), FERIAS ("FE"), VERBAS
      *          RESCISORIAS ("RS") E DECIMO TERCEIRO ("13"), COM A
      *          CONTRIBUICAO AO INSS E O IRRF RETIDOS MES A MES
      *          PELAS TABELAS DA COPY RETENCAOWS (O 13O E TRIBUTADO A
      *          PARTE). IMPRIME EM INFORME.LST O COMPROVANTE DE
      *          RENDIMENTOS PAGOS E DE IMPOSTO RETIDO NA FONTE DE
      *          CADA FUNCIONARIO DE FUNCIONARIOS.DAT, INCLUSIVE OS
      *          DESLIGADOS NO ANO, E GRAVA DIRF.TXT, O ARQUIVO ANUAL
      *          DE RETENCOES QUE O CONTADOR ENVIA A RECEITA. A FONTE
      *          PAGADORA VEM DO NFE.CFG (MESMO EMITENTE DA NF-E) -
      *          ANTES O ESCRITORIO MONTAVA O INFORME COM DOZE
      *          HOLERITES NA MAO TODO FEVEREIRO.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==DEPENDENTES DEDUTIVEIS (DEPENDENTES.DAT) PASSAM A ABATER A BASE
      *==DO IRRF DE CADA MES E DO 13O; SALARIO-FAMILIA (LINHA "SF")
      *==NAO E RENDIMENTO TRIBUTAVEL E FICA FORA DO INFORME
      *==DATA:15/10/2026
      *==REEMBOLSO DE DESPESA (LINHA "RD" DO FOLHA001) NAO E RENDIMENTO
      *==TRIBUTAVEL E FICA FORA DO INFORME
      *==DATA:15/10/2026
      *==OS SALARIOS DA LINHA "NO" ENTRAM PELO BRUTO E COM O INSS E O
      *==IRRF GRAVADOS PELO FOLHA001 NA RODADA; SO O QUE NAO TEM
      *==RETENCAO GRAVADA (FERIAS, RESCISAO, LINHA ANTIGA) E CALCULADO
      *==PELAS TABELAS
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA ASSIGN TO "FOLHA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FOLHA.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-ID
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT NFECFG ASSIGN TO "NFE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NFECFG.

           SELECT DIRF ASSIGN TO "DIRF.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DIRF.

           SELECT DEPENDENTES ASSIGN TO "DEPENDENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CHAVE
           FILE STATUS IS FS-DEPENDENTES.

           SELECT RELATORIO ASSIGN TO "INFORME.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA.
           COPY FOLHAREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  NFECFG.
       01  REG-NFECFG.
           05 CFG-CNPJ-EMITENTE PIC 9(14).
           05 CFG-RAZAO-SOCIAL  PIC X(30).
           05 CFG-UF-EMITENTE   PIC X(02).
           05 CFG-COD-UF        PIC 9(02).
           05 CFG-SERIE         PIC 9(03).

       FD  DIRF.
           COPY DIRFREG.

       FD  DEPENDENTES.
           COPY DEPENDREG.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
           COPY RETENCAOWS.
           COPY DEPENDWS.
       77  FS-FOLHA        PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-NFECFG       PIC 9(02) VALUE ZEROS.
       77  FS-DIRF         PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.
       77  FS-DEPENDENTES  PIC 9(02) VALUE ZEROS.

      *===============================FONTE PAGADORA PADRAO QUANDO NAO
      *===============================HA NFE.CFG (MESMO PADRAO DO
      *===============================NFE001).
       77  WRK-CNPJ-FONTE   PIC 9(14) VALUE 11222333000181.
       77  WRK-RAZAO-SOCIAL PIC X(30) VALUE "CLEUBER MACIEL COMERCIO".

       77  WRK-ANO-PROC    PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-SUB-FUNC    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FUNC    PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-FUNC   PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-MES     PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-INFORMES PIC 9(03) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CPF  PIC 9(03) VALUE ZEROS.

       77  WRK-NOME-FUNC     PIC X(20) VALUE SPACES.
       77  WRK-CPF-FUNC      PIC 9(11) VALUE ZEROS.
       77  WRK-TOT-TRIBUTAVEL PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-INSS      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-IRRF      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-INSS-13       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-IRRF-13       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DEDUCOES-DEPEND PIC 9(07)V99 VALUE ZEROS.

       01  WRK-DATA-FOLHA-X.
           05 WRK-DFX-ANO  PIC 9(04).
           05 WRK-DFX-MES  PIC 9(02).
           05 WRK-DFX-DIA  PIC 9(02).

       01  WRK-DATA-HOJE-X.
           05 WRK-DHX-ANO  PIC 9(04).
           05 WRK-DHX-MES  PIC 9(02).
           05 WRK-DHX-DIA  PIC 9(02).

       01  TABELA-FUNC-INFORME.
           05 TAB-FUNC-INFORME OCCURS 200 TIMES.
               10 TIR-CODIGO    PIC 9(04).
               10 TIR-SALARIOS  PIC 9(09)V99.
               10 TIR-FERIAS    PIC 9(09)V99.
               10 TIR-RESCISAO  PIC 9(09)V99.
               10 TIR-13        PIC 9(09)V99.
               10 TIR-MES OCCURS 12 TIMES.
                   15 TIR-MES-TRIB      PIC 9(07)V99.
                   15 TIR-MES-BASE-GRAV PIC 9(07)V99.
                   15 TIR-MES-INSS-GRAV PIC 9(07)V99.
                   15 TIR-MES-IRRF-GRAV PIC 9(07)V99.

       01  WRK-CNPJ-X.
           05 WRK-CNX-1    PIC 9(02).
           05 WRK-CNX-2    PIC 9(03).
           05 WRK-CNX-3    PIC 9(03).
           05 WRK-CNX-4    PIC 9(04).
           05 WRK-CNX-5    PIC 9(02).
       01  WRK-CNPJ-R REDEFINES WRK-CNPJ-X PIC 9(14).

       01  WRK-CPF-X.
           05 WRK-CPX-1    PIC 9(03).
           05 WRK-CPX-2    PIC 9(03).
           05 WRK-CPX-3    PIC 9(03).
           05 WRK-CPX-4    PIC 9(02).
       01  WRK-CPF-R REDEFINES WRK-CPF-X PIC 9(11).

       01  WRK-LINHA-SEPARA.
           05 FILLER       PIC X(96) VALUE ALL "=".

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(10) VALUE SPACES.
           05 FILLER       PIC X(38) VALUE
               "COMPROVANTE DE RENDIMENTOS PAGOS E DE ".
           05 FILLER       PIC X(38) VALUE
               "IMPOSTO SOBRE A RENDA RETIDO NA FONTE".

       01  WRK-LINHA-ANO.
           05 FILLER       PIC X(36) VALUE SPACES.
           05 FILLER       PIC X(16) VALUE "ANO-CALENDARIO  ".
           05 WRK-LA-ANO   PIC 9(04).

       01  WRK-LINHA-QUADRO.
           05 WRK-LQ-TEXTO PIC X(48).
           05 WRK-LQ-TEXTO-2 PIC X(48).

       01  WRK-LINHA-CNPJ.
           05 FILLER       PIC X(06) VALUE "CNPJ  ".
           05 WRK-LCN-1    PIC 9(02).
           05 FILLER       PIC X(01) VALUE ".".
           05 WRK-LCN-2    PIC 9(03).
           05 FILLER       PIC X(01) VALUE ".".
           05 WRK-LCN-3    PIC 9(03).
           05 FILLER       PIC X(01) VALUE "/".
           05 WRK-LCN-4    PIC 9(04).
           05 FILLER       PIC X(01) VALUE "-".
           05 WRK-LCN-5    PIC 9(02).
           05 FILLER       PIC X(20) VALUE "   NOME EMPRESARIAL ".
           05 WRK-LCN-RAZAO PIC X(30).

       01  WRK-LINHA-CPF.
           05 FILLER       PIC X(06) VALUE "CPF   ".
           05 WRK-LCP-1    PIC 9(03).
           05 FILLER       PIC X(01) VALUE ".".
           05 WRK-LCP-2    PIC 9(03).
           05 FILLER       PIC X(01) VALUE ".".
           05 WRK-LCP-3    PIC 9(03).
           05 FILLER       PIC X(01) VALUE "-".
           05 WRK-LCP-4    PIC 9(02).
           05 FILLER       PIC X(08) VALUE "   NOME ".
           05 WRK-LCP-NOME PIC X(20).
           05 FILLER       PIC X(12) VALUE "   MATRICULA".
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LCP-ID   PIC 9(04).
           05 WRK-LCP-SITUACAO PIC X(24).

       01  WRK-LINHA-ITEM.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 WRK-LI-DESC  PIC X(64).
           05 WRK-LI-VALOR PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-RESPONSAVEL.
           05 FILLER       PIC X(28) VALUE
               "INFORMACOES PRESTADAS EM   ".
           05 WRK-LR-DIA   PIC 9(02).
           05 FILLER       PIC X(01) VALUE "/".
           05 WRK-LR-MES   PIC 9(02).
           05 FILLER       PIC X(01) VALUE "/".
           05 WRK-LR-ANO   PIC 9(04).

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           DISPLAY "ANO-CALENDARIO DO INFORME (AAAA) "
           ACCEPT WRK-ANO-PROC.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-HOJE-X.

           PERFORM 0050-LE-FONTE-PAGADORA.
           PERFORM 0100-ACUMULA-FOLHA.

           IF WRK-QTDE-FUNC EQUAL ZEROS
               DISPLAY "NENHUMA LINHA DE FOLHA NO ANO " WRK-ANO-PROC
           ELSE
               PERFORM 0300-PROCESSA-FUNCIONARIOS
               DISPLAY "INFORME GERADO PARA " WRK-TOTAL-INFORMES
                       " FUNCIONARIO(S) EM INFORME.LST - RETENCOES "
                       "EM DIRF.TXT "
               IF WRK-TOTAL-SEM-CPF GREATER ZEROS
                   DISPLAY WRK-TOTAL-SEM-CPF " FUNCIONARIO(S) SEM "
                           "CPF - CADASTRE NO FOLHA004 ANTES DE "
                           "ENVIAR O DIRF.TXT "
               END-IF
           END-IF.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0050-LE-FONTE-PAGADORA SECTION.
           OPEN INPUT NFECFG.
           IF FS-NFECFG EQUAL 00
               READ NFECFG
                   NOT AT END
                       IF CFG-CNPJ-EMITENTE NUMERIC
                           MOVE CFG-CNPJ-EMITENTE TO WRK-CNPJ-FONTE
                       END-IF
                       IF CFG-RAZAO-SOCIAL NOT EQUAL SPACES
                           MOVE CFG-RAZAO-SOCIAL TO WRK-RAZAO-SOCIAL
                       END-IF
               END-READ
               CLOSE NFECFG
           ELSE
               DISPLAY "NFE.CFG NAO ENCONTRADO - USANDO A FONTE "
                       "PAGADORA PADRAO " WRK-CNPJ-FONTE
           END-IF.

      *===============================SOMA O ANO POR FUNCIONARIO E
      *===============================NATUREZA DA LINHA; SALARIO,
      *===============================FERIAS E RESCISAO FORMAM A BASE
      *===============================TRIBUTAVEL DE CADA MES, O 13O
      *===============================FICA SEPARADO.
       0100-ACUMULA-FOLHA   SECTION.
           OPEN INPUT FOLHA.
           IF FS-FOLHA NOT EQUAL 00
               DISPLAY "FOLHA.DAT NAO ABERTO - RODE O FOLHA001 "
                       "ANTES "
           ELSE
               READ FOLHA
               PERFORM UNTIL FS-FOLHA NOT EQUAL 00
                   MOVE FOLHA-DATA TO WRK-DATA-FOLHA-X
                   IF WRK-DFX-ANO EQUAL WRK-ANO-PROC
                       PERFORM 0110-ACUMULA-LINHA
                   END-IF
                   READ FOLHA
               END-PERFORM
               CLOSE FOLHA
           END-IF.

       0110-ACUMULA-LINHA   SECTION.
           PERFORM 0190-LOCALIZA-FUNC.

           EVALUATE FOLHA-TIPO
               WHEN "13"
                   ADD FOLHA-VALOR-PAGO TO TIR-13(WRK-IDX-FUNC)
               WHEN "FE"
                   ADD FOLHA-VALOR-PAGO TO TIR-FERIAS(WRK-IDX-FUNC)
                   ADD FOLHA-VALOR-PAGO TO
                       TIR-MES-TRIB(WRK-IDX-FUNC, WRK-DFX-MES)
               WHEN "SF"
               WHEN "RD"
                   CONTINUE
               WHEN "RS"
                   ADD FOLHA-VALOR-PAGO TO TIR-RESCISAO(WRK-IDX-FUNC)
                   ADD FOLHA-VALOR-PAGO TO
                       TIR-MES-TRIB(WRK-IDX-FUNC, WRK-DFX-MES)
               WHEN OTHER
                   IF FOLHA-BRUTO GREATER ZEROS
                       PERFORM 0120-ACUMULA-GRAVADO
                   ELSE
                       ADD FOLHA-VALOR-PAGO
                           TO TIR-SALARIOS(WRK-IDX-FUNC)
                       ADD FOLHA-VALOR-PAGO TO
                           TIR-MES-TRIB(WRK-IDX-FUNC, WRK-DFX-MES)
                   END-IF
           END-EVALUATE.

      *===============================LINHA "NO" DO FOLHA001 COM O
      *===============================BRUTO E AS RETENCOES GRAVADOS:
      *===============================VALEM OS VALORES DA RODADA, SEM
      *===============================RECALCULAR.
       0120-ACUMULA-GRAVADO SECTION.
           ADD FOLHA-BRUTO TO TIR-SALARIOS(WRK-IDX-FUNC).
           ADD FOLHA-BRUTO TO TIR-MES-TRIB(WRK-IDX-FUNC, WRK-DFX-MES).
           ADD FOLHA-BRUTO
               TO TIR-MES-BASE-GRAV(WRK-IDX-FUNC, WRK-DFX-MES).
           ADD FOLHA-INSS
               TO TIR-MES-INSS-GRAV(WRK-IDX-FUNC, WRK-DFX-MES).
           ADD FOLHA-IRRF
               TO TIR-MES-IRRF-GRAV(WRK-IDX-FUNC, WRK-DFX-MES).

       0190-LOCALIZA-FUNC   SECTION.
           MOVE ZEROS TO WRK-IDX-FUNC.
           PERFORM VARYING WRK-SUB-FUNC FROM 1 BY 1
                   UNTIL WRK-SUB-FUNC GREATER WRK-QTDE-FUNC
               IF TIR-CODIGO(WRK-SUB-FUNC) EQUAL FOLHA-CODIGO
                   MOVE WRK-SUB-FUNC TO WRK-IDX-FUNC
                   MOVE WRK-QTDE-FUNC TO WRK-SUB-FUNC
               END-IF
           END-PERFORM.

           IF WRK-IDX-FUNC EQUAL ZEROS
               IF WRK-QTDE-FUNC LESS 200
                   ADD 1 TO WRK-QTDE-FUNC
                   MOVE WRK-QTDE-FUNC TO WRK-IDX-FUNC
                   INITIALIZE TAB-FUNC-INFORME(WRK-IDX-FUNC)
                   MOVE FOLHA-CODIGO TO TIR-CODIGO(WRK-IDX-FUNC)
               ELSE
                   MOVE 1 TO WRK-IDX-FUNC
               END-IF
           END-IF.

       0300-PROCESSA-FUNCIONARIOS SECTION.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY "FUNCIONARIOS.DAT NAO ABERTO - NOMES E CPF "
                       "EM BRANCO "
           END-IF.

           OPEN OUTPUT DIRF.
           OPEN OUTPUT RELATORIO.

           PERFORM VARYING WRK-SUB-FUNC FROM 1 BY 1
                   UNTIL WRK-SUB-FUNC GREATER WRK-QTDE-FUNC
               PERFORM 0310-LE-CADASTRO
               PERFORM 0320-CALCULA-RETENCOES
               PERFORM 0330-GRAVA-DIRF
               PERFORM 0340-IMPRIME-INFORME
               ADD 1 TO WRK-TOTAL-INFORMES
           END-PERFORM.

           CLOSE DIRF.
           CLOSE RELATORIO.
           IF FS-FUNCIONARIOS EQUAL 00
               CLOSE FUNCIONARIOS
           END-IF.

      *===============================LE O CADASTRO SEM OLHAR O
      *===============================FUNC-STATUS: O DESLIGADO NO ANO
      *===============================TAMBEM RECEBE O INFORME.
       0310-LE-CADASTRO     SECTION.
           MOVE "NAO CADASTRADO" TO WRK-NOME-FUNC.
           MOVE ZEROS            TO WRK-CPF-FUNC.
           MOVE SPACES           TO WRK-LCP-SITUACAO.
           IF FS-FUNCIONARIOS EQUAL 00
               MOVE TIR-CODIGO(WRK-SUB-FUNC) TO FUNC-ID
               READ FUNCIONARIOS
                   INVALID KEY
                       MOVE ZEROS TO WRK-CPF-FUNC
                   NOT INVALID KEY
                       MOVE FUNC-NOME TO WRK-NOME-FUNC
                       IF FUNC-CPF NUMERIC
                           MOVE FUNC-CPF TO WRK-CPF-FUNC
                       END-IF
                       IF FUNC-DESLIGADO
                           MOVE "  DESLIGADO" TO WRK-LCP-SITUACAO
                       END-IF
               END-READ
           END-IF.

           IF WRK-CPF-FUNC EQUAL ZEROS
               ADD 1 TO WRK-TOTAL-SEM-CPF
           END-IF.

      *===============================INSS E IRRF DE CADA MES: O
      *===============================GRAVADO NA LINHA "NO" PELO
      *===============================FOLHA001 MAIS O CALCULADO PELAS
      *===============================TABELAS SOBRE O RESTO DA BASE
      *===============================(FERIAS, RESCISAO, LINHA ANTIGA
      *===============================SEM RETENCAO GRAVADA) - SEM
      *===============================REPETIR OS DEPENDENTES, JA
      *===============================DEDUZIDOS NA RODADA. O 13O TEM
      *===============================INSS E IRRF PROPRIOS.
       0320-CALCULA-RETENCOES SECTION.
           INITIALIZE REG-DIRF.
           MOVE ZEROS TO WRK-TOT-TRIBUTAVEL.
           MOVE ZEROS TO WRK-TOT-INSS.
           MOVE ZEROS TO WRK-TOT-IRRF.
           MOVE TIR-CODIGO(WRK-SUB-FUNC) TO WRK-DEP-FUNC-ID.
           COMPUTE WRK-DEP-DATA-REF = WRK-ANO-PROC * 10000 + 1231.
           PERFORM 0870-CONTA-DEPENDENTES.
           COMPUTE WRK-DEDUCOES-DEPEND =
                   WRK-DEP-QTDE-IRRF * WRK-RET-DEDUCAO-DEPEND.

           PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
                   UNTIL WRK-SUB-MES GREATER 12
               COMPUTE WRK-RET-BASE =
                       TIR-MES-TRIB(WRK-SUB-FUNC, WRK-SUB-MES)
                     - TIR-MES-BASE-GRAV(WRK-SUB-FUNC, WRK-SUB-MES)
               IF TIR-MES-BASE-GRAV(WRK-SUB-FUNC, WRK-SUB-MES)
                       GREATER ZEROS
                   MOVE ZEROS TO WRK-RET-DEDUCOES
               ELSE
                   MOVE WRK-DEDUCOES-DEPEND TO WRK-RET-DEDUCOES
               END-IF
               PERFORM 0880-CALCULA-INSS-RETIDO
               PERFORM 0885-CALCULA-IRRF-RETIDO
               ADD TIR-MES-INSS-GRAV(WRK-SUB-FUNC, WRK-SUB-MES)
                   TO WRK-RET-INSS
               ADD TIR-MES-IRRF-GRAV(WRK-SUB-FUNC, WRK-SUB-MES)
                   TO WRK-RET-IRRF
               MOVE TIR-MES-TRIB(WRK-SUB-FUNC, WRK-SUB-MES)
                 TO WRK-RET-BASE
               MOVE WRK-RET-BASE TO DR-MES-RENDIMENTO(WRK-SUB-MES)
               MOVE WRK-RET-INSS TO DR-MES-INSS(WRK-SUB-MES)
               MOVE WRK-RET-IRRF TO DR-MES-IRRF(WRK-SUB-MES)
               ADD WRK-RET-BASE TO WRK-TOT-TRIBUTAVEL
               ADD WRK-RET-INSS TO WRK-TOT-INSS
               ADD WRK-RET-IRRF TO WRK-TOT-IRRF
           END-PERFORM.

           MOVE TIR-13(WRK-SUB-FUNC) TO WRK-RET-BASE.
           MOVE WRK-DEDUCOES-DEPEND TO WRK-RET-DEDUCOES.
           PERFORM 0880-CALCULA-INSS-RETIDO.
           PERFORM 0885-CALCULA-IRRF-RETIDO.
           MOVE WRK-RET-INSS TO WRK-INSS-13.
           MOVE WRK-RET-IRRF TO WRK-IRRF-13.
           MOVE WRK-RET-BASE TO DR-MES-RENDIMENTO(13).
           MOVE WRK-RET-INSS TO DR-MES-INSS(13).
           MOVE WRK-RET-IRRF TO DR-MES-IRRF(13).

       0330-GRAVA-DIRF      SECTION.
           MOVE WRK-ANO-PROC             TO DR-ANO-CALENDARIO.
           MOVE WRK-CNPJ-FONTE           TO DR-CNPJ-FONTE.
           MOVE WRK-CPF-FUNC             TO DR-CPF.
           MOVE TIR-CODIGO(WRK-SUB-FUNC) TO DR-FUNC-ID.
           MOVE WRK-NOME-FUNC            TO DR-NOME.
           MOVE WRK-TOT-TRIBUTAVEL       TO DR-RENDIMENTOS.
           MOVE WRK-TOT-INSS             TO DR-INSS.
           MOVE WRK-TOT-IRRF             TO DR-IRRF.
           MOVE TIR-13(WRK-SUB-FUNC)     TO DR-13-SALARIO.
           MOVE WRK-INSS-13              TO DR-13-INSS.
           MOVE WRK-IRRF-13              TO DR-13-IRRF.
           WRITE REG-DIRF.

      *===============================COMPROVANTE NO LEIAUTE OFICIAL:
      *===============================QUADROS 1 (FONTE PAGADORA), 2
      *===============================(BENEFICIARIO), 3 (TRIBUTAVEIS),
      *===============================5 (TRIBUTACAO EXCLUSIVA), 7
      *===============================(COMPLEMENTARES) E 8.
       0340-IMPRIME-INFORME SECTION.
           MOVE WRK-LINHA-SEPARA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-ANO-PROC TO WRK-LA-ANO.
           MOVE WRK-LINHA-ANO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SEPARA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "1. FONTE PAGADORA PESSOA JURIDICA" TO WRK-LQ-TEXTO.
           PERFORM 0390-IMPRIME-QUADRO.
           MOVE WRK-CNPJ-FONTE   TO WRK-CNPJ-R.
           MOVE WRK-CNX-1        TO WRK-LCN-1.
           MOVE WRK-CNX-2        TO WRK-LCN-2.
           MOVE WRK-CNX-3        TO WRK-LCN-3.
           MOVE WRK-CNX-4        TO WRK-LCN-4.
           MOVE WRK-CNX-5        TO WRK-LCN-5.
           MOVE WRK-RAZAO-SOCIAL TO WRK-LCN-RAZAO.
           MOVE WRK-LINHA-CNPJ TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS"
             TO WRK-LQ-TEXTO.
           PERFORM 0390-IMPRIME-QUADRO.
           MOVE WRK-CPF-FUNC  TO WRK-CPF-R.
           MOVE WRK-CPX-1     TO WRK-LCP-1.
           MOVE WRK-CPX-2     TO WRK-LCP-2.
           MOVE WRK-CPX-3     TO WRK-LCP-3.
           MOVE WRK-CPX-4     TO WRK-LCP-4.
           MOVE WRK-NOME-FUNC TO WRK-LCP-NOME.
           MOVE TIR-CODIGO(WRK-SUB-FUNC) TO WRK-LCP-ID.
           MOVE WRK-LINHA-CPF TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "NATUREZA DO RENDIMENTO: TRABALHO ASSALARIADO"
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO "
             TO WRK-LQ-TEXTO.
           MOVE "SOBRE A RENDA RETIDO NA FONTE" TO WRK-LQ-TEXTO-2.
           PERFORM 0390-IMPRIME-QUADRO.
           MOVE "01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)"
             TO WRK-LI-DESC.
           MOVE WRK-TOT-TRIBUTAVEL TO WRK-LI-VALOR.
           PERFORM 0395-IMPRIME-ITEM.
           MOVE "02. CONTRIBUICAO PREVIDENCIARIA OFICIAL"
             TO WRK-LI-DESC.
           MOVE WRK-TOT-INSS TO WRK-LI-VALOR.
           PERFORM 0395-IMPRIME-ITEM.
           MOVE "03. CONTRIBUICAO A PREVIDENCIA COMPLEMENTAR"
             TO WRK-LI-DESC.
           MOVE ZEROS TO WRK-LI-VALOR.
           PERFORM 0395-IMPRIME-ITEM.
           MOVE "04. PENSAO ALIMENTICIA" TO WRK-LI-DESC.
           MOVE ZEROS TO WRK-LI-VALOR.
           PERFORM 0395-IMPRIME-ITEM.
           MOVE "05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE"
             TO WRK-LI-DESC.
           MOVE WRK-TOT-IRRF TO WRK-LI-VALOR.
           PERFORM 0395-IMPRIME-ITEM.

           MOVE "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA "
             TO WRK-LQ-TEXTO.
           MOVE "(RENDIMENTO LIQUIDO)" TO WRK-LQ-TEXTO-2.
           PERFORM 0390-IMPRIME-QUADRO.
           MOVE "01. DECIMO TERCEIRO SALARIO" TO WRK-LI-DESC.
           COMPUTE WRK-LI-VALOR =
                   TIR-13(WRK-SUB-FUNC) - WRK-INSS-13.
           PERFORM 0395-IMPRIME-ITEM.
           MOVE "02. IMPOSTO RETIDO NA FONTE SOBRE O 13O SALARIO"
             TO WRK-LI-DESC.
           MOVE WRK-IRRF-13 TO WRK-LI-VALOR.
           PERFORM 0395-IMPRIME-ITEM.

           MOVE "7. INFORMACOES COMPLEMENTARES" TO WRK-LQ-TEXTO.
           PERFORM 0390-IMPRIME-QUADRO.
           MOVE "SALARIOS" TO WRK-LI-DESC.
           MOVE TIR-SALARIOS(WRK-SUB-FUNC) TO WRK-LI-VALOR.
           PERFORM 0395-IMPRIME-ITEM.
           MOVE "FERIAS" TO WRK-LI-DESC.
           MOVE TIR-FERIAS(WRK-SUB-FUNC) TO WRK-LI-VALOR.
           PERFORM 0395-IMPRIME-ITEM.
           MOVE "VERBAS RESCISORIAS" TO WRK-LI-DESC.
           MOVE TIR-RESCISAO(WRK-SUB-FUNC) TO WRK-LI-VALOR.
           PERFORM 0395-IMPRIME-ITEM.
           MOVE "DECIMO TERCEIRO SALARIO (BRUTO)" TO WRK-LI-DESC.
           MOVE TIR-13(WRK-SUB-FUNC) TO WRK-LI-VALOR.
           PERFORM 0395-IMPRIME-ITEM.
           MOVE "CONTRIBUICAO PREVIDENCIARIA SOBRE O 13O SALARIO"
             TO WRK-LI-DESC.
           MOVE WRK-INSS-13 TO WRK-LI-VALOR.
           PERFORM 0395-IMPRIME-ITEM.

           MOVE "8. RESPONSAVEL PELAS INFORMACOES" TO WRK-LQ-TEXTO.
           PERFORM 0390-IMPRIME-QUADRO.
           MOVE WRK-DHX-DIA TO WRK-LR-DIA.
           MOVE WRK-DHX-MES TO WRK-LR-MES.
           MOVE WRK-DHX-ANO TO WRK-LR-ANO.
           MOVE WRK-LINHA-RESPONSAVEL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0390-IMPRIME-QUADRO  SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-QUADRO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINHA-QUADRO.

       0395-IMPRIME-ITEM    SECTION.
           MOVE WRK-LINHA-ITEM TO REG-RELATORIO.
           WRITE REG-RELATORIO.

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
       END PROGRAM FOLHA006.
