       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINIST001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: SINISTROS DE TRANSPORTE - RECLAMACAO CONTRA A
      *          TRANSPORTADORA (FORNECEDORES.DAT) POR AVARIA, EXTRAVIO
      *          OU ATRASO, LIGADA A FATURA (FATURAS.DAT) E AO EMBARQUE
      *          EM FRETE.LOG, DE ONDE VEM O FRETE E O AD VALOREM
      *          (SEGURO) PAGOS. O VALOR RECLAMADO E SUGERIDO PELO TIPO:
      *          AVARIA = MERCADORIA ATINGIDA, EXTRAVIO = MERCADORIA
      *          MAIS O FRETE, ATRASO = O FRETE. A SITUACAO VAI DE
      *          ABERTO PARA ACEITO, PAGO (COM O VALOR RECUPERADO) OU
      *          NEGADO. A MERCADORIA REPOSTA SAI POR FATURA NORMAL DO
      *          FATURA001 INFORMANDO O NUMERO DO SINISTRO. IMPRIME EM
      *          SINISTROS.LST O ENVELHECIMENTO DOS SINISTROS EM ABERTO
      *          POR TRANSPORTADORA, O VALOR RECUPERADO E O INDICE DE
      *          PERDA (NAO RECUPERADO SOBRE O RECLAMADO DOS
      *          SINISTROS ENCERRADOS).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINISTROS ASSIGN TO "SINISTROS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SN-NUMERO
           FILE STATUS IS FS-SINISTROS.

           SELECT SINISTROCTL ASSIGN TO "SINISTRO.CTL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SINISTROCTL.

           SELECT FATURAS ASSIGN TO "FATURAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FT-NUMERO
           FILE STATUS IS FS-FATURAS.

           SELECT HISTFRETE ASSIGN TO "FRETE.LOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-HISTFRETE.

           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-ID
           FILE STATUS IS FS-FORNECEDORES.

           SELECT RELATORIO ASSIGN TO "SINISTROS.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  SINISTROS.
           COPY SINISTROREG.

       FD  SINISTROCTL.
       01  REG-SINISTROCTL.
           05 CTL-ULTIMO-SINISTRO PIC 9(06).

       FD  FATURAS.
           COPY FATURAREG.

       FD  HISTFRETE.
           COPY HISTFRETEREG.

       FD  FORNECEDORES.
           COPY FORNREG.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-SINISTROS    PIC 9(02) VALUE ZEROS.
       77  FS-SINISTROCTL  PIC 9(02) VALUE ZEROS.
       77  FS-FATURAS      PIC 9(02) VALUE ZEROS.
       77  FS-HISTFRETE    PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-NUMERO-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-FATURA-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-FATURA-OK   PIC X(01) VALUE "N".
       77  WRK-CONFIRMA    PIC X(01) VALUE "N".
       77  WRK-NOVO-STATUS PIC X(01) VALUE SPACES.
       77  WRK-FORN-OK     PIC X(01) VALUE "N".

      *===============================EMBARQUE ACHADO EM FRETE.LOG:
      *==============================="S" PELO NUMERO DA FATURA, "F"
      *===============================POR DATA/UF/PESO (REGISTRO
      *===============================ANTIGO SEM O NUMERO), "N" NAO.
       77  WRK-ACHOU-EMBARQUE PIC X(01) VALUE "N".
       77  WRK-EMB-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-EMB-CEP     PIC 9(08) VALUE ZEROS.
       77  WRK-EMB-FRETE   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-EMB-ADVAL   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-SUGERIDO PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-INFORMADO PIC 9(08)V99 VALUE ZEROS.

       77  WRK-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-ABERTURA PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-ABERTO PIC 9(05) VALUE ZEROS.
       77  WRK-FAIXA       PIC 9(01) VALUE ZEROS.

       77  WRK-QTDE-TRANSP PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-TRANSP  PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-ORD     PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-FAIXA   PIC 9(01) VALUE ZEROS.
       77  WRK-ACHOU-TRANSP PIC X(01) VALUE "N".
       77  WRK-TROCOU      PIC X(01) VALUE "N".
       77  WRK-AREA-TROCA  PIC 9(04) VALUE ZEROS.
       77  WRK-FORN-ABERTO PIC X(01) VALUE "N".

       77  WRK-TR-RECLAMADO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TR-RECUPERADO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TR-ENCERRADO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TR-PERDA      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TR-INDICE     PIC 9(03)V9 VALUE ZEROS.
       77  WRK-GR-ABERTOS    PIC 9(05) VALUE ZEROS.
       77  WRK-GR-VALOR-ABERTO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-GR-RECLAMADO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-GR-RECUPERADO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-GR-ENCERRADO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-GR-PERDA      PIC 9(09)V99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
           05 WRK-HOJE-MES   PIC 9(02).
           05 WRK-HOJE-DIA   PIC 9(02).
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE PIC 9(08).

       01  WRK-DATA-X.
           05 WRK-DX-ANO     PIC 9(04).
           05 WRK-DX-MES     PIC 9(02).
           05 WRK-DX-DIA     PIC 9(02).
       01  WRK-DATA-X-R REDEFINES WRK-DATA-X PIC 9(08).

       01  TABELA-TRANSPORTADORAS.
           05 TTR-ID OCCURS 50 TIMES PIC 9(04).

      *===============================ENVELHECIMENTO DOS EM ABERTO:
      *===============================1 = ATE 30 DIAS, 2 = 31 A 60,
      *===============================3 = 61 A 90, 4 = ACIMA DE 90.
       01  TABELA-FAIXAS.
           05 TAB-FAIXA OCCURS 4 TIMES.
               10 TFX-QTDE   PIC 9(05).
               10 TFX-VALOR  PIC 9(09)V99.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(14) VALUE SPACES.
           05 FILLER       PIC X(50) VALUE
               "SINISTROS DE TRANSPORTE POR TRANSPORTADORA".

       01  WRK-LINHA-DATA.
           05 FILLER       PIC X(14) VALUE "POSICAO EM.. ".
           05 WRK-LDA-DATA PIC 9(08).

       01  WRK-LINHA-TRANSP.
           05 FILLER       PIC X(15) VALUE "TRANSPORTADORA ".
           05 WRK-LTR-ID   PIC 9(04).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LTR-NOME PIC X(30).

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(08) VALUE "SINIST.".
           05 FILLER       PIC X(07) VALUE "FATURA".
           05 FILLER       PIC X(02) VALUE "T".
           05 FILLER       PIC X(09) VALUE "ABERTURA".
           05 FILLER       PIC X(06) VALUE " DIAS".
           05 FILLER       PIC X(14) VALUE "    RECLAMADO".
           05 FILLER       PIC X(02) VALUE " S".
           05 FILLER       PIC X(10) VALUE " REPOSICAO".

       01  WRK-LINHA-DET.
           05 WRK-LD-NUMERO    PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-FATURA    PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-TIPO      PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-ABERTURA  PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DIAS      PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-RECLAMADO PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-STATUS    PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-REPOSICAO PIC 9(06).

       01  WRK-LINHA-FAIXA-CAB.
           05 FILLER       PIC X(16) VALUE "EM ABERTO".
           05 FILLER       PIC X(18) VALUE "        ATE 30 D".
           05 FILLER       PIC X(18) VALUE "       31 A 60 D".
           05 FILLER       PIC X(18) VALUE "       61 A 90 D".
           05 FILLER       PIC X(18) VALUE "     ACIMA 90 D".

       01  WRK-LINHA-FAIXA-QTDE.
           05 FILLER       PIC X(16) VALUE "  QUANTIDADE".
           05 WRK-LFQ-ITEM OCCURS 4 TIMES.
               10 FILLER       PIC X(13) VALUE SPACES.
               10 WRK-LFQ-QTDE PIC ZZZZ9.

       01  WRK-LINHA-FAIXA-VALOR.
           05 FILLER       PIC X(16) VALUE "  VALOR".
           05 WRK-LFV-ITEM OCCURS 4 TIMES.
               10 FILLER        PIC X(04) VALUE SPACES.
               10 WRK-LFV-VALOR PIC ZZ.ZZZ.ZZ9,99.
               10 FILLER        PIC X(01) VALUE SPACES.

       01  WRK-LINHA-RESULTADO.
           05 FILLER       PIC X(16) VALUE "RECLAMADO...... ".
           05 WRK-LRE-RECLAMADO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(17) VALUE "   RECUPERADO.. ".
           05 WRK-LRE-RECUPERADO PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-PERDA.
           05 FILLER       PIC X(16) VALUE "ENCERRADOS..... ".
           05 WRK-LPE-ENCERRADO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(17) VALUE "   NAO RECUPER. ".
           05 WRK-LPE-PERDA PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(19) VALUE "   INDICE DE PERDA ".
           05 WRK-LPE-INDICE PIC ZZ9,9.
           05 FILLER       PIC X(01) VALUE "%".

       01  WRK-LINHA-GERAL.
           05 FILLER       PIC X(16) VALUE "TOTAL GERAL.... ".
           05 FILLER       PIC X(11) VALUE "EM ABERTO ".
           05 WRK-LGE-ABERTOS PIC ZZZZ9.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LGE-VALOR-ABERTO PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
                   (WRK-HOJE-ANO * 360) + (WRK-HOJE-MES * 30)
                   + WRK-HOJE-DIA.

           OPEN I-O SINISTROS.
           IF FS-SINISTROS EQUAL 35
               OPEN OUTPUT SINISTROS
               CLOSE SINISTROS
               OPEN I-O SINISTROS
           END-IF.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           CLOSE SINISTROS.
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  SINISTROS DE TRANSPORTE "
           DISPLAY "================================================"
           DISPLAY "1 - ABRIR SINISTRO "
           DISPLAY "2 - ATUALIZAR SITUACAO "
           DISPLAY "3 - RELATORIO POR TRANSPORTADORA "
           DISPLAY "4 - CONSULTAR SINISTRO "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-ABRE-SINISTRO
               WHEN 2
                   PERFORM 0300-ATUALIZA-SITUACAO
               WHEN 3
                   PERFORM 0400-RELATORIO-TRANSPORTADORA
               WHEN 4
                   PERFORM 0600-CONSULTA-SINISTRO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

       0200-ABRE-SINISTRO   SECTION.
           DISPLAY "NUMERO DA FATURA DO EMBARQUE "
           ACCEPT WRK-FATURA-PROC.

           MOVE "N" TO WRK-FATURA-OK.
           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL 00
               DISPLAY "FATURAS.DAT NAO ABERTO - NENHUMA FATURA "
                       "EMITIDA AINDA "
           ELSE
               MOVE WRK-FATURA-PROC TO FT-NUMERO
               READ FATURAS
                   INVALID KEY
                       DISPLAY "FATURA NAO ENCONTRADA "
                               WRK-FATURA-PROC
                   NOT INVALID KEY
                       IF FT-CANCELADA
                           DISPLAY "FATURA CANCELADA - SEM EMBARQUE "
                                   "A RECLAMAR "
                       ELSE
                           MOVE "S" TO WRK-FATURA-OK
                       END-IF
               END-READ
               CLOSE FATURAS
           END-IF.

           IF WRK-FATURA-OK EQUAL "S"
               PERFORM 0210-LOCALIZA-EMBARQUE
               PERFORM 0220-LE-DADOS-SINISTRO
           END-IF.

      *===============================PROCURA O EMBARQUE DE VENDA ("V")
      *===============================PELO NUMERO DA FATURA; REGISTRO
      *===============================ANTIGO, SEM O NUMERO, CASA POR
      *===============================DATA + UF + PESO (COMO O ARQ036).
      *===============================SEM EMBARQUE, USA O FRETE DA
      *===============================FATURA E AD VALOREM ZERO.
       0210-LOCALIZA-EMBARQUE SECTION.
           MOVE "N"         TO WRK-ACHOU-EMBARQUE.
           MOVE FT-DATA     TO WRK-EMB-DATA.
           MOVE FT-CEP      TO WRK-EMB-CEP.
           MOVE FT-FRETE    TO WRK-EMB-FRETE.
           MOVE ZEROS       TO WRK-EMB-ADVAL.

           OPEN INPUT HISTFRETE.
           IF FS-HISTFRETE EQUAL 00
               READ HISTFRETE
               PERFORM UNTIL FS-HISTFRETE NOT EQUAL 00
                          OR WRK-ACHOU-EMBARQUE EQUAL "S"
                   IF HF-TIPO EQUAL "V"
                       EVALUATE TRUE
                           WHEN HF-NUMERO-FATURA EQUAL FT-NUMERO
                               MOVE "S" TO WRK-ACHOU-EMBARQUE
                               PERFORM 0215-GUARDA-EMBARQUE
                           WHEN HF-NUMERO-FATURA EQUAL ZEROS
                                AND WRK-ACHOU-EMBARQUE EQUAL "N"
                                AND HF-DATA EQUAL FT-DATA
                                AND HF-ESTADO EQUAL FT-ESTADO
                                AND HF-PESO EQUAL FT-PESO
                               MOVE "F" TO WRK-ACHOU-EMBARQUE
                               PERFORM 0215-GUARDA-EMBARQUE
                       END-EVALUATE
                   END-IF
                   READ HISTFRETE
               END-PERFORM
           END-IF.
           CLOSE HISTFRETE.

           IF WRK-ACHOU-EMBARQUE EQUAL "N"
               DISPLAY "EMBARQUE NAO ACHADO EM FRETE.LOG - USANDO O "
                       "FRETE DA FATURA, SEM AD VALOREM "
           ELSE
               DISPLAY "EMBARQUE DE " WRK-EMB-DATA " FRETE "
                       WRK-EMB-FRETE " AD VALOREM " WRK-EMB-ADVAL
           END-IF.

       0215-GUARDA-EMBARQUE SECTION.
           MOVE HF-DATA  TO WRK-EMB-DATA.
           MOVE HF-CEP   TO WRK-EMB-CEP.
           MOVE HF-FRETE TO WRK-EMB-FRETE.
           MOVE HF-ADVAL TO WRK-EMB-ADVAL.

       0220-LE-DADOS-SINISTRO SECTION.
           INITIALIZE REG-SINISTRO.

           DISPLAY "TRANSPORTADORA (FORN-ID DE FORNECEDORES.DAT) "
           ACCEPT SN-TRANSP-ID.
           PERFORM 0225-VALIDA-TRANSPORTADORA.
           MOVE WRK-FORN-OK TO WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S"
               DISPLAY "TIPO (A = AVARIA / E = EXTRAVIO / T = ATRASO) "
               ACCEPT SN-TIPO
               IF NOT SN-AVARIA AND NOT SN-EXTRAVIO AND NOT SN-ATRASO
                   DISPLAY "TIPO INVALIDO "
                   MOVE "N" TO WRK-CONFIRMA
               END-IF
           END-IF.

           IF WRK-CONFIRMA EQUAL "S"
               IF SN-ATRASO
                   MOVE ZEROS TO SN-VALOR-MERCADORIA
               ELSE
                   DISPLAY "VALOR DA MERCADORIA ATINGIDA (0 = TODA A "
                           "FATURA " FT-VALOR-PRODUTOS ") "
                   ACCEPT SN-VALOR-MERCADORIA
                   IF SN-VALOR-MERCADORIA EQUAL ZEROS
                      OR SN-VALOR-MERCADORIA GREATER FT-VALOR-PRODUTOS
                       MOVE FT-VALOR-PRODUTOS TO SN-VALOR-MERCADORIA
                   END-IF
                   IF WRK-EMB-ADVAL EQUAL ZEROS
                       DISPLAY "EMBARQUE SEM AD VALOREM (SEM SEGURO) - "
                               "A TRANSPORTADORA PODE LIMITAR A "
                               "INDENIZACAO "
                   END-IF
               END-IF
               PERFORM 0230-SUGERE-VALOR
           END-IF.

           IF WRK-CONFIRMA EQUAL "S"
               DISPLAY "OBSERVACAO "
               ACCEPT SN-OBSERVACAO
               DISPLAY "CONFIRMA A ABERTURA DO SINISTRO (S/N) "
               ACCEPT WRK-CONFIRMA
           END-IF.

           IF WRK-CONFIRMA EQUAL "S"
               PERFORM 0240-GRAVA-SINISTRO
           ELSE
               DISPLAY "SINISTRO NAO ABERTO "
           END-IF.

       0225-VALIDA-TRANSPORTADORA SECTION.
           MOVE "N" TO WRK-FORN-OK.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT EQUAL 00
               DISPLAY "FORNECEDORES.DAT NAO ABERTO - CADASTRE A "
                       "TRANSPORTADORA NO FORN001 "
           ELSE
               MOVE SN-TRANSP-ID TO FORN-ID
               READ FORNECEDORES
                   INVALID KEY
                       DISPLAY "TRANSPORTADORA NAO CADASTRADA "
                               SN-TRANSP-ID
                   NOT INVALID KEY
                       DISPLAY "TRANSPORTADORA " FORN-NOME
                       MOVE "S" TO WRK-FORN-OK
               END-READ
           END-IF.
           CLOSE FORNECEDORES.

      *===============================AVARIA: A MERCADORIA ATINGIDA;
      *===============================EXTRAVIO: A MERCADORIA MAIS O
      *===============================FRETE PAGO PELO SERVICO NAO
      *===============================PRESTADO; ATRASO: O FRETE.
       0230-SUGERE-VALOR    SECTION.
           EVALUATE TRUE
               WHEN SN-AVARIA
                   MOVE SN-VALOR-MERCADORIA TO WRK-VALOR-SUGERIDO
               WHEN SN-EXTRAVIO
                   COMPUTE WRK-VALOR-SUGERIDO =
                           SN-VALOR-MERCADORIA + WRK-EMB-FRETE
               WHEN OTHER
                   MOVE WRK-EMB-FRETE TO WRK-VALOR-SUGERIDO
           END-EVALUATE.

           DISPLAY "VALOR SUGERIDO PARA A RECLAMACAO "
                   WRK-VALOR-SUGERIDO.
           DISPLAY "VALOR A RECLAMAR (0 = O SUGERIDO) "
           ACCEPT WRK-VALOR-INFORMADO.
           IF WRK-VALOR-INFORMADO EQUAL ZEROS
               MOVE WRK-VALOR-SUGERIDO TO SN-VALOR-RECLAMADO
           ELSE
               MOVE WRK-VALOR-INFORMADO TO SN-VALOR-RECLAMADO
           END-IF.

           IF SN-VALOR-RECLAMADO EQUAL ZEROS
               DISPLAY "VALOR RECLAMADO ZERADO "
               MOVE "N" TO WRK-CONFIRMA
           END-IF.

       0240-GRAVA-SINISTRO  SECTION.
           OPEN I-O SINISTROCTL.
           IF FS-SINISTROCTL EQUAL 35
               OPEN OUTPUT SINISTROCTL
               MOVE ZEROS TO CTL-ULTIMO-SINISTRO
               WRITE REG-SINISTROCTL
               CLOSE SINISTROCTL
               OPEN I-O SINISTROCTL
           END-IF.

           READ SINISTROCTL NEXT RECORD.
           ADD 1 TO CTL-ULTIMO-SINISTRO.
           MOVE CTL-ULTIMO-SINISTRO TO SN-NUMERO.
           REWRITE REG-SINISTROCTL.

           CLOSE SINISTROCTL.

           MOVE FT-NUMERO        TO SN-FATURA.
           MOVE FT-ID-CLIENTE    TO SN-ID-CLIENTE.
           MOVE WRK-EMB-DATA     TO SN-DATA-EMBARQUE.
           MOVE FT-ESTADO        TO SN-ESTADO.
           MOVE WRK-EMB-CEP      TO SN-CEP.
           MOVE WRK-EMB-FRETE    TO SN-FRETE-PAGO.
           MOVE WRK-EMB-ADVAL    TO SN-ADVAL-PAGO.
           MOVE ZEROS            TO SN-VALOR-RECUPERADO.
           MOVE "A"              TO SN-STATUS.
           MOVE WRK-DATA-HOJE-R  TO SN-DATA-ABERTURA.
           MOVE WRK-DATA-HOJE-R  TO SN-DATA-SITUACAO.
           MOVE ZEROS            TO SN-FATURA-REPOSICAO.

           WRITE REG-SINISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR SINISTROS.DAT - STATUS "
                           FS-SINISTROS
               NOT INVALID KEY
                   DISPLAY "SINISTRO ABERTO COM O NUMERO " SN-NUMERO
                   IF NOT SN-ATRASO
                       DISPLAY "EMITA A REPOSICAO PELO FATURA001 "
                               "INFORMANDO O SINISTRO " SN-NUMERO
                   END-IF
           END-WRITE.

      *===============================ABERTO -> ACEITO -> PAGO, OU
      *===============================NEGADO; PAGO E NEGADO ENCERRAM O
      *===============================SINISTRO.
       0300-ATUALIZA-SITUACAO SECTION.
           DISPLAY "NUMERO DO SINISTRO "
           ACCEPT WRK-NUMERO-PROC.

           MOVE WRK-NUMERO-PROC TO SN-NUMERO.
           READ SINISTROS
               INVALID KEY
                   DISPLAY "SINISTRO NAO ENCONTRADO " WRK-NUMERO-PROC
               NOT INVALID KEY
                   IF SN-EM-ABERTO
                       PERFORM 0610-EXIBE-SINISTRO
                       PERFORM 0310-MUDA-SITUACAO
                   ELSE
                       DISPLAY "SINISTRO JA ENCERRADO EM "
                               SN-DATA-SITUACAO " - SITUACAO "
                               SN-STATUS
                   END-IF
           END-READ.

       0310-MUDA-SITUACAO   SECTION.
           DISPLAY "NOVA SITUACAO (C = ACEITO / P = PAGO / "
                   "N = NEGADO) "
           ACCEPT WRK-NOVO-STATUS.

           MOVE "S" TO WRK-CONFIRMA.
           EVALUATE WRK-NOVO-STATUS
               WHEN "C"
                   CONTINUE
               WHEN "P"
                   DISPLAY "VALOR RECEBIDO DA TRANSPORTADORA "
                           "(0 = O RECLAMADO) "
                   ACCEPT SN-VALOR-RECUPERADO
                   IF SN-VALOR-RECUPERADO EQUAL ZEROS
                       MOVE SN-VALOR-RECLAMADO TO SN-VALOR-RECUPERADO
                   END-IF
               WHEN "N"
                   MOVE ZEROS TO SN-VALOR-RECUPERADO
               WHEN OTHER
                   DISPLAY "SITUACAO INVALIDA "
                   MOVE "N" TO WRK-CONFIRMA
           END-EVALUATE.

           IF WRK-CONFIRMA EQUAL "S"
               MOVE WRK-NOVO-STATUS TO SN-STATUS
               MOVE WRK-DATA-HOJE-R TO SN-DATA-SITUACAO
               REWRITE REG-SINISTRO
               DISPLAY "SINISTRO " SN-NUMERO " ATUALIZADO "
           END-IF.

      *===============================UMA QUEBRA POR TRANSPORTADORA
      *===============================(ORDEM DE FORN-ID): OS SINISTROS
      *===============================EM ABERTO COM OS DIAS DESDE A
      *===============================ABERTURA, AS FAIXAS DE
      *===============================ENVELHECIMENTO, O RECUPERADO E O
      *===============================INDICE DE PERDA DOS ENCERRADOS.
       0400-RELATORIO-TRANSPORTADORA SECTION.
           PERFORM 0410-CARREGA-TRANSPORTADORAS.

           IF WRK-QTDE-TRANSP EQUAL ZEROS
               DISPLAY "NENHUM SINISTRO REGISTRADO "
           ELSE
               OPEN INPUT FORNECEDORES
               IF FS-FORNECEDORES EQUAL 00
                   MOVE "S" TO WRK-FORN-ABERTO
               ELSE
                   MOVE "N" TO WRK-FORN-ABERTO
               END-IF

               OPEN OUTPUT RELATORIO
               MOVE WRK-LINHA-TITULO TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-DATA-HOJE-R TO WRK-LDA-DATA
               MOVE WRK-LINHA-DATA TO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE ZEROS TO WRK-GR-ABERTOS WRK-GR-VALOR-ABERTO
                             WRK-GR-RECLAMADO WRK-GR-RECUPERADO
                             WRK-GR-ENCERRADO WRK-GR-PERDA

               PERFORM VARYING WRK-SUB-TRANSP FROM 1 BY 1
                       UNTIL WRK-SUB-TRANSP GREATER WRK-QTDE-TRANSP
                   PERFORM 0420-IMPRIME-TRANSPORTADORA
               END-PERFORM

               PERFORM 0450-IMPRIME-TOTAL-GERAL

               CLOSE RELATORIO
               IF WRK-FORN-ABERTO EQUAL "S"
                   CLOSE FORNECEDORES
               END-IF

               DISPLAY "RELATORIO GRAVADO EM SINISTROS.LST - "
                       WRK-QTDE-TRANSP " TRANSPORTADORA(S) "
           END-IF.

       0410-CARREGA-TRANSPORTADORAS SECTION.
           MOVE ZEROS TO WRK-QTDE-TRANSP.

           MOVE ZEROS TO SN-NUMERO.
           START SINISTROS KEY IS NOT LESS SN-NUMERO.
           IF FS-SINISTROS EQUAL 00
               READ SINISTROS NEXT
           END-IF.
           PERFORM UNTIL FS-SINISTROS NOT EQUAL 00
               MOVE "N" TO WRK-ACHOU-TRANSP
               PERFORM VARYING WRK-SUB-TRANSP FROM 1 BY 1
                       UNTIL WRK-SUB-TRANSP GREATER WRK-QTDE-TRANSP
                   IF TTR-ID(WRK-SUB-TRANSP) EQUAL SN-TRANSP-ID
                       MOVE "S" TO WRK-ACHOU-TRANSP
                   END-IF
               END-PERFORM
               IF WRK-ACHOU-TRANSP EQUAL "N"
                  AND WRK-QTDE-TRANSP LESS 50
                   ADD 1 TO WRK-QTDE-TRANSP
                   MOVE SN-TRANSP-ID TO TTR-ID(WRK-QTDE-TRANSP)
               END-IF
               READ SINISTROS NEXT
           END-PERFORM.

      *===============================ORDENA PELO FORN-ID (TROCAS
      *===============================SUCESSIVAS, COMO NO ABC001).
           MOVE "S" TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU NOT EQUAL "S"
               MOVE "N" TO WRK-TROCOU
               PERFORM VARYING WRK-SUB-ORD FROM 1 BY 1
                       UNTIL WRK-SUB-ORD NOT LESS WRK-QTDE-TRANSP
                   IF TTR-ID(WRK-SUB-ORD) GREATER
                           TTR-ID(WRK-SUB-ORD + 1)
                       MOVE TTR-ID(WRK-SUB-ORD) TO WRK-AREA-TROCA
                       MOVE TTR-ID(WRK-SUB-ORD + 1)
                               TO TTR-ID(WRK-SUB-ORD)
                       MOVE WRK-AREA-TROCA
                               TO TTR-ID(WRK-SUB-ORD + 1)
                       MOVE "S" TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

       0420-IMPRIME-TRANSPORTADORA SECTION.
           MOVE TTR-ID(WRK-SUB-TRANSP) TO WRK-LTR-ID.
           MOVE "TRANSPORTADORA NAO CADASTRADA" TO WRK-LTR-NOME.
           IF WRK-FORN-ABERTO EQUAL "S"
               MOVE TTR-ID(WRK-SUB-TRANSP) TO FORN-ID
               READ FORNECEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FORN-NOME TO WRK-LTR-NOME
               END-READ
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TRANSP TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           INITIALIZE TABELA-FAIXAS.
           MOVE ZEROS TO WRK-TR-RECLAMADO WRK-TR-RECUPERADO
                         WRK-TR-ENCERRADO WRK-TR-PERDA.

           MOVE ZEROS TO SN-NUMERO.
           START SINISTROS KEY IS NOT LESS SN-NUMERO.
           IF FS-SINISTROS EQUAL 00
               READ SINISTROS NEXT
           END-IF.
           PERFORM UNTIL FS-SINISTROS NOT EQUAL 00
               IF SN-TRANSP-ID EQUAL TTR-ID(WRK-SUB-TRANSP)
                   PERFORM 0430-ACUMULA-SINISTRO
               END-IF
               READ SINISTROS NEXT
           END-PERFORM.

           PERFORM 0440-IMPRIME-RESUMO.

       0430-ACUMULA-SINISTRO SECTION.
           ADD SN-VALOR-RECLAMADO TO WRK-TR-RECLAMADO.
           ADD SN-VALOR-RECUPERADO TO WRK-TR-RECUPERADO.

           IF SN-EM-ABERTO
               MOVE SN-DATA-ABERTURA TO WRK-DATA-X-R
               COMPUTE WRK-DIAS-ABERTURA =
                       (WRK-DX-ANO * 360) + (WRK-DX-MES * 30)
                       + WRK-DX-DIA
               IF WRK-DIAS-ABERTURA GREATER WRK-DIAS-HOJE
                   MOVE ZEROS TO WRK-DIAS-ABERTO
               ELSE
                   COMPUTE WRK-DIAS-ABERTO =
                           WRK-DIAS-HOJE - WRK-DIAS-ABERTURA
               END-IF

               EVALUATE TRUE
                   WHEN WRK-DIAS-ABERTO NOT GREATER 30
                       MOVE 1 TO WRK-FAIXA
                   WHEN WRK-DIAS-ABERTO NOT GREATER 60
                       MOVE 2 TO WRK-FAIXA
                   WHEN WRK-DIAS-ABERTO NOT GREATER 90
                       MOVE 3 TO WRK-FAIXA
                   WHEN OTHER
                       MOVE 4 TO WRK-FAIXA
               END-EVALUATE
               ADD 1 TO TFX-QTDE(WRK-FAIXA)
               ADD SN-VALOR-RECLAMADO TO TFX-VALOR(WRK-FAIXA)

               MOVE SN-NUMERO           TO WRK-LD-NUMERO
               MOVE SN-FATURA           TO WRK-LD-FATURA
               MOVE SN-TIPO             TO WRK-LD-TIPO
               MOVE SN-DATA-ABERTURA    TO WRK-LD-ABERTURA
               MOVE WRK-DIAS-ABERTO     TO WRK-LD-DIAS
               MOVE SN-VALOR-RECLAMADO  TO WRK-LD-RECLAMADO
               MOVE SN-STATUS           TO WRK-LD-STATUS
               MOVE SN-FATURA-REPOSICAO TO WRK-LD-REPOSICAO
               MOVE WRK-LINHA-DET TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               ADD SN-VALOR-RECLAMADO TO WRK-TR-ENCERRADO
               IF SN-VALOR-RECUPERADO LESS SN-VALOR-RECLAMADO
                   COMPUTE WRK-TR-PERDA = WRK-TR-PERDA
                           + SN-VALOR-RECLAMADO - SN-VALOR-RECUPERADO
               END-IF
           END-IF.

       0440-IMPRIME-RESUMO  SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-FAIXA-CAB TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-FAIXA FROM 1 BY 1
                   UNTIL WRK-SUB-FAIXA GREATER 4
               MOVE TFX-QTDE(WRK-SUB-FAIXA)
                 TO WRK-LFQ-QTDE(WRK-SUB-FAIXA)
               MOVE TFX-VALOR(WRK-SUB-FAIXA)
                 TO WRK-LFV-VALOR(WRK-SUB-FAIXA)
               ADD TFX-QTDE(WRK-SUB-FAIXA)  TO WRK-GR-ABERTOS
               ADD TFX-VALOR(WRK-SUB-FAIXA) TO WRK-GR-VALOR-ABERTO
           END-PERFORM.
           MOVE WRK-LINHA-FAIXA-QTDE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-FAIXA-VALOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE WRK-TR-RECLAMADO  TO WRK-LRE-RECLAMADO.
           MOVE WRK-TR-RECUPERADO TO WRK-LRE-RECUPERADO.
           MOVE WRK-LINHA-RESULTADO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF WRK-TR-ENCERRADO GREATER ZEROS
               COMPUTE WRK-TR-INDICE ROUNDED =
                       WRK-TR-PERDA * 100 / WRK-TR-ENCERRADO
           ELSE
               MOVE ZEROS TO WRK-TR-INDICE
           END-IF.
           MOVE WRK-TR-ENCERRADO TO WRK-LPE-ENCERRADO.
           MOVE WRK-TR-PERDA     TO WRK-LPE-PERDA.
           MOVE WRK-TR-INDICE    TO WRK-LPE-INDICE.
           MOVE WRK-LINHA-PERDA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           ADD WRK-TR-RECLAMADO  TO WRK-GR-RECLAMADO.
           ADD WRK-TR-RECUPERADO TO WRK-GR-RECUPERADO.
           ADD WRK-TR-ENCERRADO  TO WRK-GR-ENCERRADO.
           ADD WRK-TR-PERDA      TO WRK-GR-PERDA.

       0450-IMPRIME-TOTAL-GERAL SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-GR-ABERTOS      TO WRK-LGE-ABERTOS.
           MOVE WRK-GR-VALOR-ABERTO TO WRK-LGE-VALOR-ABERTO.
           MOVE WRK-LINHA-GERAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE WRK-GR-RECLAMADO  TO WRK-LRE-RECLAMADO.
           MOVE WRK-GR-RECUPERADO TO WRK-LRE-RECUPERADO.
           MOVE WRK-LINHA-RESULTADO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF WRK-GR-ENCERRADO GREATER ZEROS
               COMPUTE WRK-TR-INDICE ROUNDED =
                       WRK-GR-PERDA * 100 / WRK-GR-ENCERRADO
           ELSE
               MOVE ZEROS TO WRK-TR-INDICE
           END-IF.
           MOVE WRK-GR-ENCERRADO TO WRK-LPE-ENCERRADO.
           MOVE WRK-GR-PERDA     TO WRK-LPE-PERDA.
           MOVE WRK-TR-INDICE    TO WRK-LPE-INDICE.
           MOVE WRK-LINHA-PERDA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0600-CONSULTA-SINISTRO SECTION.
           DISPLAY "NUMERO DO SINISTRO "
           ACCEPT WRK-NUMERO-PROC.

           MOVE WRK-NUMERO-PROC TO SN-NUMERO.
           READ SINISTROS
               INVALID KEY
                   DISPLAY "SINISTRO NAO ENCONTRADO " WRK-NUMERO-PROC
               NOT INVALID KEY
                   PERFORM 0610-EXIBE-SINISTRO
           END-READ.

       0610-EXIBE-SINISTRO  SECTION.
           DISPLAY "SINISTRO......... " SN-NUMERO " TIPO " SN-TIPO
                   " SITUACAO " SN-STATUS.
           DISPLAY "FATURA........... " SN-FATURA " CLIENTE "
                   SN-ID-CLIENTE.
           DISPLAY "TRANSPORTADORA... " SN-TRANSP-ID.
           DISPLAY "EMBARQUE......... " SN-DATA-EMBARQUE " UF "
                   SN-ESTADO " CEP " SN-CEP.
           DISPLAY "MERCADORIA....... " SN-VALOR-MERCADORIA.
           DISPLAY "FRETE PAGO....... " SN-FRETE-PAGO
                   " AD VALOREM " SN-ADVAL-PAGO.
           DISPLAY "RECLAMADO........ " SN-VALOR-RECLAMADO.
           DISPLAY "RECUPERADO....... " SN-VALOR-RECUPERADO.
           DISPLAY "ABERTURA......... " SN-DATA-ABERTURA
                   " ULTIMA SITUACAO " SN-DATA-SITUACAO.
           DISPLAY "FATURA REPOSICAO. " SN-FATURA-REPOSICAO.
           DISPLAY "OBSERVACAO....... " SN-OBSERVACAO.
       END PROGRAM SINIST001.
