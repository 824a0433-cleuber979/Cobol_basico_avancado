       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFE001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: EXPORTACAO DAS FATURAS PARA O EMISSOR DE NF-E - LE
      *          FATURAS.DAT (GRAVADO POR FATURA001, ORCAM001 E
      *          CONTR002) E, PARA CADA FATURA ATIVA AINDA NAO
      *          TRANSMITIDA (FT-NFE-SITUACAO EM BRANCO), VALIDA O
      *          CPF/CNPJ DO CLIENTE EM CLIENTES.DAT (DIGITOS
      *          VERIFICADORES, COPY CPFCNPJWS/CPFCNPJPD), MONTA A CHAVE
      *          DE ACESSO DE 44 DIGITOS COM O DIGITO MODULO 11 E GRAVA
      *          NO ARQUIVO DE IMPORTACAO NFE.TXT O CABECALHO DO
      *          EMITENTE (NFE.CFG), O DESTINATARIO, OS ITENS
      *          (FT-ITENS), O FRETE E O TOTAL. A FATURA EXPORTADA E
      *          MARCADA ("E", DATA E CHAVE) E A LISTA DE TRANSMISSAO
      *          NFE.LST MOSTRA O QUE FOI ENVIADO E O QUE FICOU RETIDO,
      *          COM O MOTIVO - ATE AQUI CADA FATURA ERA REDIGITADA NO
      *          EMISSOR, E E DALI QUE VINHAM OS ERROS DE CFOP E VALOR.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURAS ASSIGN TO "FATURAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FT-NUMERO
           FILE STATUS IS FS-FATURAS.

           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-ID
           FILE STATUS IS FS-CLIENTES.

           SELECT NFECFG ASSIGN TO "NFE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NFECFG.

           SELECT NFEARQ ASSIGN TO "NFE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NFEARQ.

           SELECT RELATORIO ASSIGN TO "NFE.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS.
           COPY FATURAREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  NFECFG.
       01  REG-NFECFG.
           05 CFG-CNPJ-EMITENTE PIC 9(14).
           05 CFG-RAZAO-SOCIAL  PIC X(30).
           05 CFG-UF-EMITENTE   PIC X(02).
           05 CFG-COD-UF        PIC 9(02).
           05 CFG-SERIE         PIC 9(03).

       FD  NFEARQ.
       01  REG-NFEARQ      PIC X(120).

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
           COPY CPFCNPJWS.
       77  FS-FATURAS      PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-NFECFG       PIC 9(02) VALUE ZEROS.
       77  FS-NFEARQ       PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

      *===============================EMITENTE PADRAO QUANDO NAO HA
      *===============================NFE.CFG (MESMO ESQUEMA DO
      *===============================JUROS.CFG DO CREC001).
       77  WRK-CNPJ-EMITENTE PIC 9(14) VALUE 11222333000181.
       77  WRK-RAZAO-SOCIAL  PIC X(30) VALUE "CLEUBER MACIEL COMERCIO".
       77  WRK-UF-EMITENTE   PIC X(02) VALUE "SP".
       77  WRK-COD-UF        PIC 9(02) VALUE 35.
       77  WRK-SERIE         PIC 9(03) VALUE 1.

       77  WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77  WRK-UF-DESTINO    PIC X(02) VALUE SPACES.
       77  WRK-CFOP          PIC 9(04) VALUE ZEROS.
       77  WRK-SUB-IT        PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-CHAVE     PIC 9(02) VALUE ZEROS.
       77  WRK-PESO-CHAVE    PIC 9(02) VALUE ZEROS.
       77  WRK-SOMA-CHAVE    PIC 9(05) VALUE ZEROS.
       77  WRK-QUOC-CHAVE    PIC 9(05) VALUE ZEROS.
       77  WRK-RESTO-CHAVE   PIC 9(02) VALUE ZEROS.
       77  WRK-HORA-ATUAL    PIC 9(08) VALUE ZEROS.
       77  WRK-EMITENTE-OK   PIC X(01) VALUE "S".
       77  WRK-CLIENTES-ABERTO PIC X(01) VALUE "N".

       77  WRK-TOTAL-LIDAS    PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-ENVIADAS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-RETIDAS  PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-ENVIADO  PIC 9(09)V99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
           05 WRK-HOJE-MES   PIC 9(02).
           05 WRK-HOJE-DIA   PIC 9(02).
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE PIC 9(08).

       01  WRK-DATA-FATURA.
           05 WRK-DF-ANO.
               10 FILLER     PIC 9(02).
               10 WRK-DF-AA  PIC 9(02).
           05 WRK-DF-MES     PIC 9(02).
           05 WRK-DF-DIA     PIC 9(02).

      *===============================CHAVE DE ACESSO: UF, AAMM DA
      *===============================EMISSAO, CNPJ DO EMITENTE,
      *===============================MODELO 55, SERIE, NUMERO, TIPO
      *===============================DE EMISSAO, CODIGO NUMERICO E
      *===============================DIGITO VERIFICADOR.
       01  WRK-CHAVE-NFE.
           05 CH-COD-UF      PIC 9(02).
           05 CH-ANO         PIC 9(02).
           05 CH-MES         PIC 9(02).
           05 CH-CNPJ        PIC 9(14).
           05 CH-MODELO      PIC 9(02) VALUE 55.
           05 CH-SERIE       PIC 9(03).
           05 CH-NUMERO      PIC 9(09).
           05 CH-TIPO-EMISSAO PIC 9(01) VALUE 1.
           05 CH-CODIGO      PIC 9(08).
           05 CH-DV          PIC 9(01).
       01  WRK-CHAVE-DIGITOS REDEFINES WRK-CHAVE-NFE.
           05 CH-DIG         PIC 9(01) OCCURS 44 TIMES.

      *===============================REGISTROS DO ARQUIVO DE
      *===============================IMPORTACAO NFE.TXT (TIPO NA
      *===============================PRIMEIRA POSICAO).
       01  WRK-NFE-CABECALHO.
           05 FILLER         PIC X(01) VALUE "A".
           05 NCA-CHAVE      PIC X(44).
           05 NCA-NUMERO     PIC 9(09).
           05 NCA-SERIE      PIC 9(03).
           05 NCA-DATA       PIC 9(08).
           05 NCA-CFOP       PIC 9(04).
           05 NCA-CNPJ       PIC 9(14).
           05 NCA-RAZAO      PIC X(30).
           05 NCA-UF         PIC X(02).

       01  WRK-NFE-DESTINATARIO.
           05 FILLER         PIC X(01) VALUE "D".
           05 NDE-ID-CLIENTE PIC 9(04).
           05 NDE-TIPO-PESSOA PIC X(01).
           05 NDE-CPF-CNPJ   PIC 9(14).
           05 NDE-NOME       PIC X(30).
           05 NDE-UF         PIC X(02).
           05 NDE-EMAIL      PIC X(30).

       01  WRK-NFE-ITEM.
           05 FILLER         PIC X(01) VALUE "I".
           05 NIT-ITEM       PIC 9(03).
           05 NIT-PRODUTO    PIC X(30).
           05 NIT-CFOP       PIC 9(04).
           05 NIT-QTDE       PIC 9(05) VALUE 1.
           05 NIT-VALOR      PIC 9(08)V99.

       01  WRK-NFE-TOTAL.
           05 FILLER         PIC X(01) VALUE "T".
           05 NTO-VALOR-PRODUTOS PIC 9(08)V99.
           05 NTO-FRETE      PIC 9(08)V99.
           05 NTO-VALOR-FINAL PIC 9(08)V99.
           05 NTO-QTDE-ITENS PIC 9(03).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(24) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "LISTA DE TRANSMISSAO DE NF-E".

       01  WRK-LINHA-DATA.
           05 FILLER       PIC X(18) VALUE "DATA DA EXPORTACAO".
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WRK-LDT-DATA PIC 9(08).

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(08) VALUE "FATURA".
           05 FILLER       PIC X(06) VALUE "CLI".
           05 FILLER       PIC X(15) VALUE "VALOR".
           05 FILLER       PIC X(08) VALUE "SITUACAO".
           05 FILLER       PIC X(02) VALUE SPACES.
           05 FILLER       PIC X(44) VALUE "CHAVE DE ACESSO / MOTIVO".

       01  WRK-LINHA-DET.
           05 WRK-LD-NUMERO   PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LD-CLIENTE  PIC 9(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LD-VALOR    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LD-SITUACAO PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LD-CHAVE    PIC X(44).

       01  WRK-LINHA-TOT-ENV.
           05 FILLER          PIC X(20) VALUE "NF-E ENVIADAS...... ".
           05 WRK-LTE-QTDE     PIC ZZZZ9.
           05 FILLER          PIC X(10) VALUE "  VALOR.. ".
           05 WRK-LTE-VALOR    PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-RET.
           05 FILLER          PIC X(20) VALUE "FATURAS RETIDAS.... ".
           05 WRK-LTR-QTDE     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           PERFORM 0100-INICIALIZAR.

           IF WRK-EMITENTE-OK EQUAL "S"
               PERFORM 0200-PROCESSAR
               PERFORM 0900-FINALIZAR
           END-IF.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-INICIALIZAR     SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT NFECFG.
           IF FS-NFECFG EQUAL 00
               READ NFECFG
                   NOT AT END
                       IF CFG-CNPJ-EMITENTE NUMERIC
                           MOVE CFG-CNPJ-EMITENTE TO WRK-CNPJ-EMITENTE
                       END-IF
                       IF CFG-RAZAO-SOCIAL NOT EQUAL SPACES
                           MOVE CFG-RAZAO-SOCIAL TO WRK-RAZAO-SOCIAL
                       END-IF
                       IF CFG-UF-EMITENTE NOT EQUAL SPACES
                           MOVE CFG-UF-EMITENTE TO WRK-UF-EMITENTE
                       END-IF
                       IF CFG-COD-UF NUMERIC
                           MOVE CFG-COD-UF TO WRK-COD-UF
                       END-IF
                       IF CFG-SERIE NUMERIC
                           MOVE CFG-SERIE TO WRK-SERIE
                       END-IF
               END-READ
               CLOSE NFECFG
           ELSE
               DISPLAY "NFE.CFG NAO ENCONTRADO - USANDO O EMITENTE "
                       "PADRAO " WRK-CNPJ-EMITENTE
           END-IF.

           MOVE "J"               TO WRK-DOC-TIPO.
           MOVE WRK-CNPJ-EMITENTE TO WRK-DOC-NUMERO.
           PERFORM 0092-VALIDA-CPF-CNPJ.
           IF WRK-DOC-VALIDO NOT EQUAL "S"
               MOVE "N" TO WRK-EMITENTE-OK
               DISPLAY "CNPJ DO EMITENTE INVALIDO EM NFE.CFG - "
                       "EXPORTACAO CANCELADA "
           ELSE
               OPEN I-O FATURAS
               IF FS-FATURAS NOT EQUAL 00
                   MOVE "N" TO WRK-EMITENTE-OK
                   DISPLAY "FATURAS.DAT NAO ABERTO - NENHUMA FATURA "
                           "EMITIDA "
               ELSE
                   PERFORM 0090-DEFINE-CAMINHO-CLIENTES
                   OPEN INPUT CLIENTES
                   IF FS-CLIENTES EQUAL 00
                       MOVE "S" TO WRK-CLIENTES-ABERTO
                   END-IF
                   OPEN OUTPUT NFEARQ
                   OPEN OUTPUT RELATORIO

                   MOVE WRK-LINHA-TITULO TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   MOVE WRK-DATA-HOJE-R TO WRK-LDT-DATA
                   MOVE WRK-LINHA-DATA TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   MOVE SPACES TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   MOVE WRK-LINHA-COLUNA TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-IF.

       0200-PROCESSAR       SECTION.
           MOVE ZEROS TO FT-NUMERO.
           START FATURAS KEY IS NOT LESS FT-NUMERO.

           IF FS-FATURAS EQUAL 00
               READ FATURAS NEXT RECORD
               PERFORM UNTIL FS-FATURAS NOT EQUAL 00
                   IF FT-ATIVA AND FT-NFE-PENDENTE
                       ADD 1 TO WRK-TOTAL-LIDAS
                       PERFORM 0300-VALIDA-FATURA
                       IF WRK-MOTIVO EQUAL SPACES
                           PERFORM 0400-GERA-NFE
                       ELSE
                           PERFORM 0600-LISTA-RETIDA
                       END-IF
                   END-IF
                   READ FATURAS NEXT RECORD
               END-PERFORM
           END-IF.

      *===============================MOTIVOS DE RETENCAO, NA ORDEM:
      *===============================CLIENTE, DOCUMENTO, UF E ITENS -
      *===============================GUARDA SO O PRIMEIRO (MESMO
      *===============================ESQUEMA DA VALTRNPD).
       0300-VALIDA-FATURA   SECTION.
           MOVE SPACES TO WRK-MOTIVO.

           IF FT-ID-CLIENTE EQUAL ZEROS
                   OR WRK-CLIENTES-ABERTO NOT EQUAL "S"
               MOVE "VENDA SEM CLIENTE CADASTRADO" TO WRK-MOTIVO
           ELSE
               MOVE FT-ID-CLIENTE TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       MOVE "CLIENTE NAO ENCONTRADO" TO WRK-MOTIVO
               END-READ
           END-IF.

           IF WRK-MOTIVO EQUAL SPACES
               IF REG-CLI-TIPO-PESSOA NOT EQUAL "F"
                       AND REG-CLI-TIPO-PESSOA NOT EQUAL "J"
                   MOVE "CPF/CNPJ NAO INFORMADO" TO WRK-MOTIVO
               ELSE
                   MOVE REG-CLI-TIPO-PESSOA TO WRK-DOC-TIPO
                   MOVE REG-CLI-CPF-CNPJ    TO WRK-DOC-NUMERO
                   PERFORM 0092-VALIDA-CPF-CNPJ
                   IF WRK-DOC-VALIDO NOT EQUAL "S"
                       MOVE "CPF/CNPJ COM DIGITO INVALIDO"
                         TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.

           IF WRK-MOTIVO EQUAL SPACES
               IF FT-ESTADO NOT EQUAL SPACES
                   MOVE FT-ESTADO TO WRK-UF-DESTINO
               ELSE
                   MOVE REG-CLI-UF TO WRK-UF-DESTINO
               END-IF
               IF WRK-UF-DESTINO EQUAL SPACES
                   MOVE "UF DO DESTINATARIO EM BRANCO" TO WRK-MOTIVO
               END-IF
           END-IF.

           IF WRK-MOTIVO EQUAL SPACES
               IF FT-QTDE-ITENS NOT NUMERIC
                       OR FT-QTDE-ITENS EQUAL ZEROS
                       OR FT-QTDE-ITENS GREATER 10
                   MOVE "FATURA SEM ITENS VALIDOS" TO WRK-MOTIVO
               END-IF
           END-IF.

       0400-GERA-NFE        SECTION.
           PERFORM 0410-MONTA-CHAVE.

      *===============================CFOP DE VENDA DE MERCADORIA:
      *===============================5102 DENTRO DO ESTADO, 6102
      *===============================PARA OUTRA UF.
           IF WRK-UF-DESTINO EQUAL WRK-UF-EMITENTE
               MOVE 5102 TO WRK-CFOP
           ELSE
               MOVE 6102 TO WRK-CFOP
           END-IF.

           MOVE WRK-CHAVE-NFE     TO NCA-CHAVE.
           MOVE FT-NUMERO         TO NCA-NUMERO.
           MOVE WRK-SERIE         TO NCA-SERIE.
           MOVE FT-DATA           TO NCA-DATA.
           MOVE WRK-CFOP          TO NCA-CFOP.
           MOVE WRK-CNPJ-EMITENTE TO NCA-CNPJ.
           MOVE WRK-RAZAO-SOCIAL  TO NCA-RAZAO.
           MOVE WRK-UF-EMITENTE   TO NCA-UF.
           MOVE WRK-NFE-CABECALHO TO REG-NFEARQ.
           WRITE REG-NFEARQ.

           MOVE FT-ID-CLIENTE       TO NDE-ID-CLIENTE.
           MOVE REG-CLI-TIPO-PESSOA TO NDE-TIPO-PESSOA.
           MOVE REG-CLI-CPF-CNPJ    TO NDE-CPF-CNPJ.
           MOVE REG-NOME            TO NDE-NOME.
           MOVE WRK-UF-DESTINO      TO NDE-UF.
           MOVE REG-EMAIL           TO NDE-EMAIL.
           MOVE WRK-NFE-DESTINATARIO TO REG-NFEARQ.
           WRITE REG-NFEARQ.

           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER FT-QTDE-ITENS
               MOVE WRK-SUB-IT                TO NIT-ITEM
               MOVE FT-IT-PRODUTO(WRK-SUB-IT) TO NIT-PRODUTO
               MOVE WRK-CFOP                  TO NIT-CFOP
               MOVE FT-IT-VALOR(WRK-SUB-IT)   TO NIT-VALOR
               MOVE WRK-NFE-ITEM TO REG-NFEARQ
               WRITE REG-NFEARQ
           END-PERFORM.

           MOVE FT-VALOR-PRODUTOS TO NTO-VALOR-PRODUTOS.
           MOVE FT-FRETE          TO NTO-FRETE.
           MOVE FT-VALOR-FINAL    TO NTO-VALOR-FINAL.
           MOVE FT-QTDE-ITENS     TO NTO-QTDE-ITENS.
           MOVE WRK-NFE-TOTAL TO REG-NFEARQ.
           WRITE REG-NFEARQ.

           PERFORM 0500-MARCA-EXPORTADA.

      *===============================DIGITO DA CHAVE: MODULO 11 COM
      *===============================PESOS DE 2 A 9 DA DIREITA PARA A
      *===============================ESQUERDA SOBRE OS 43 DIGITOS;
      *===============================RESTO 0 OU 1 DA DIGITO ZERO.
       0410-MONTA-CHAVE     SECTION.
           MOVE FT-DATA TO WRK-DATA-FATURA.
           ACCEPT WRK-HORA-ATUAL FROM TIME.

           MOVE WRK-COD-UF        TO CH-COD-UF.
           MOVE WRK-DF-AA         TO CH-ANO.
           MOVE WRK-DF-MES        TO CH-MES.
           MOVE WRK-CNPJ-EMITENTE TO CH-CNPJ.
           MOVE 55                TO CH-MODELO.
           MOVE WRK-SERIE         TO CH-SERIE.
           MOVE FT-NUMERO         TO CH-NUMERO.
           MOVE 1                 TO CH-TIPO-EMISSAO.
           COMPUTE CH-CODIGO = WRK-HORA-ATUAL + FT-NUMERO.
           MOVE ZEROS             TO CH-DV.

           MOVE ZEROS TO WRK-SOMA-CHAVE.
           MOVE 2     TO WRK-PESO-CHAVE.
           PERFORM VARYING WRK-SUB-CHAVE FROM 43 BY -1
                   UNTIL WRK-SUB-CHAVE LESS 1
               COMPUTE WRK-SOMA-CHAVE = WRK-SOMA-CHAVE
                       + CH-DIG(WRK-SUB-CHAVE) * WRK-PESO-CHAVE
               IF WRK-PESO-CHAVE EQUAL 9
                   MOVE 2 TO WRK-PESO-CHAVE
               ELSE
                   ADD 1 TO WRK-PESO-CHAVE
               END-IF
           END-PERFORM.

           DIVIDE WRK-SOMA-CHAVE BY 11 GIVING WRK-QUOC-CHAVE
                   REMAINDER WRK-RESTO-CHAVE.
           IF WRK-RESTO-CHAVE LESS 2
               MOVE ZEROS TO CH-DV
           ELSE
               COMPUTE CH-DV = 11 - WRK-RESTO-CHAVE
           END-IF.

       0500-MARCA-EXPORTADA SECTION.
           MOVE "E"             TO FT-NFE-SITUACAO.
           MOVE WRK-DATA-HOJE-R TO FT-NFE-DATA.
           MOVE WRK-CHAVE-NFE   TO FT-NFE-CHAVE.
           REWRITE REG-FATURAS.

           IF FS-FATURAS NOT EQUAL 00
               DISPLAY "FATURA " FT-NUMERO " EXPORTADA MAS NAO "
                       "MARCADA - STATUS " FS-FATURAS
           END-IF.

           ADD 1 TO WRK-TOTAL-ENVIADAS.
           ADD FT-VALOR-FINAL TO WRK-VALOR-ENVIADO.

           MOVE FT-NUMERO      TO WRK-LD-NUMERO.
           MOVE FT-ID-CLIENTE  TO WRK-LD-CLIENTE.
           MOVE FT-VALOR-FINAL TO WRK-LD-VALOR.
           MOVE "ENVIADA "     TO WRK-LD-SITUACAO.
           MOVE WRK-CHAVE-NFE  TO WRK-LD-CHAVE.
           MOVE WRK-LINHA-DET  TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0600-LISTA-RETIDA    SECTION.
           ADD 1 TO WRK-TOTAL-RETIDAS.

           MOVE FT-NUMERO      TO WRK-LD-NUMERO.
           MOVE FT-ID-CLIENTE  TO WRK-LD-CLIENTE.
           MOVE FT-VALOR-FINAL TO WRK-LD-VALOR.
           MOVE "RETIDA  "     TO WRK-LD-SITUACAO.
           MOVE WRK-MOTIVO     TO WRK-LD-CHAVE.
           MOVE WRK-LINHA-DET  TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0900-FINALIZAR       SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-ENVIADAS TO WRK-LTE-QTDE.
           MOVE WRK-VALOR-ENVIADO  TO WRK-LTE-VALOR.
           MOVE WRK-LINHA-TOT-ENV TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-RETIDAS TO WRK-LTR-QTDE.
           MOVE WRK-LINHA-TOT-RET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE FATURAS.
           IF WRK-CLIENTES-ABERTO EQUAL "S"
               CLOSE CLIENTES
           END-IF.
           CLOSE NFEARQ.
           CLOSE RELATORIO.

           DISPLAY "FATURAS PENDENTES LIDAS.. " WRK-TOTAL-LIDAS.
           DISPLAY "NF-E GRAVADAS EM NFE.TXT. " WRK-TOTAL-ENVIADAS.
           DISPLAY "RETIDAS (VER NFE.LST).... " WRK-TOTAL-RETIDAS.

       9900-FIM-PROGRAMA    SECTION.
           COPY CLIPATHPD.
           COPY CPFCNPJPD.
       END PROGRAM NFE001.
