       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ043.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: SIMULACAO DE MUDANCA NA TABELA DE FRETE - ANTES DE
      *          MEXER NOS PERCENTUAIS POR UF OU FAIXA DE CEP, NA TAXA
      *          POR KG, NO AD VALOREM, NO GRIS OU NO FATOR DE CUBAGEM
      *          DA COPY FRETECALCWS, DIGITA-SE A TABELA PROPOSTA EM
      *          FRETESIM.TAB (QUANDO NAO EXISTE E GRAVADA UMA COPIA
      *          DA TABELA ATUAL PARA SER ALTERADA) E ESTE PROGRAMA
      *          RECALCULA COM ELA, PELA MESMA ROTINA DE FRETECALCPD,
      *          CADA EMBARQUE DE FRETE.LOG DO PERIODO (ESTORNOS FORA)
      *          E COMPARA COM O HF-FRETE COBRADO. IMPRIME EM
      *          FRETESIM.LST OS VALORES ALTERADOS, O RESUMO POR UF,
      *          POR FAIXA DE CEP E POR FAIXA DE PESO TAXADO, E OS
      *          EMBARQUES DE MAIOR VARIACAO. A TABELA EM USO NOS
      *          PROGRAMAS DE VENDA NAO E ALTERADA.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTFRETE ASSIGN TO "FRETE.LOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-HISTFRETE.

           SELECT TABSIM ASSIGN TO "FRETESIM.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TABSIM.

           SELECT RELATORIO ASSIGN TO "FRETESIM.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTFRETE.
           COPY HISTFRETEREG.

      *===============================UMA LINHA POR VALOR DA TABELA:
      *===============================UF = UF E PERCENTUAL, CP = CEP
      *===============================INICIAL, FINAL E PERCENTUAL, KG =
      *===============================TAXA POR KG, AV = AD VALOREM %,
      *===============================GR = GRIS %, FC = FATOR DE
      *===============================CUBAGEM (KG POR M3).
       FD  TABSIM.
       01  REG-TABSIM.
           05 TS-TIPO          PIC X(02).
           05 TS-DADOS         PIC X(18).
           05 TS-DADOS-UF REDEFINES TS-DADOS.
               10 TS-UF        PIC X(02).
               10 TS-UF-PERC   PIC 9(02).
               10 FILLER       PIC X(14).
           05 TS-DADOS-CEP REDEFINES TS-DADOS.
               10 TS-CEP-INICIO PIC 9(08).
               10 TS-CEP-FIM   PIC 9(08).
               10 TS-CEP-PERC  PIC 9(02).
           05 TS-DADOS-TAXA REDEFINES TS-DADOS.
               10 TS-TAXA      PIC 9(03)V99.
               10 FILLER       PIC X(13).
           05 TS-DADOS-FATOR REDEFINES TS-DADOS.
               10 TS-FATOR     PIC 9(03).
               10 FILLER       PIC X(15).

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
           COPY FRETECALCWS.
           COPY DESCONTOWS.
       77  FS-HISTFRETE    PIC 9(02) VALUE ZEROS.
       77  FS-TABSIM       PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-TABELA-OK   PIC X(01) VALUE "N".
       77  WRK-ACHOU-ITEM  PIC X(01) VALUE "N".
       77  WRK-TROCOU      PIC X(01) VALUE "N".
       77  WRK-DATA-INICIAL PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FINAL  PIC 9(08) VALUE ZEROS.
       77  WRK-FATOR-ATUAL PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-ATUAL PIC 9(03)V99 VALUE ZEROS.
       77  WRK-VALOR-NOVO  PIC 9(03)V99 VALUE ZEROS.
       77  WRK-QTDE-LINHAS PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-REJEIT PIC 9(03) VALUE ZEROS.

       77  WRK-SUB-TAB     PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-UF      PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-UF      PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-UF     PIC 9(02) VALUE ZEROS.
       77  WRK-UF-REG      PIC X(02) VALUE SPACES.
       77  WRK-IDX-CEP     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-PESO    PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-MAI     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-MENOR   PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-MAI    PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-MUD    PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-MUD     PIC 9(02) VALUE ZEROS.

       77  WRK-PESO-HIST   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-FRETE-SIMULADO PIC 9(08)V99 VALUE ZEROS.
       77  WRK-DIFERENCA   PIC S9(08)V99 VALUE ZEROS.
       77  WRK-ABSOLUTA    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PERC-VAR    PIC S9(03)V9 VALUE ZEROS.
       77  WRK-QTDE-EMB    PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-ATUAL PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-SIMULADO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RES-ATUAL   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RES-SIMULADO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DIF-RESUMO  PIC S9(09)V99 VALUE ZEROS.

       01  TABELA-UF-SIM.
           05 TAB-UF-SIM OCCURS 30 TIMES.
               10 TUS-UF       PIC X(02).
               10 TUS-QTDE     PIC 9(05).
               10 TUS-ATUAL    PIC 9(09)V99.
               10 TUS-SIMULADO PIC 9(09)V99.

      *===============================FAIXAS 1 A 5 = FAIXAS DE CEP DA
      *===============================TABELA; 6 = CEP NAO INFORMADO OU
      *===============================FORA DAS FAIXAS (FRETE PELA UF).
       01  TABELA-CEP-SIM.
           05 TAB-CEP-SIM OCCURS 6 TIMES.
               10 TCS-QTDE     PIC 9(05).
               10 TCS-ATUAL    PIC 9(09)V99.
               10 TCS-SIMULADO PIC 9(09)V99.

       01  TABELA-FAIXA-PESO.
           05 FILLER PIC X(19) VALUE "0001000ATE 10 KG   ".
           05 FILLER PIC X(19) VALUE "000300010 A 30 KG  ".
           05 FILLER PIC X(19) VALUE "001000030 A 100 KG ".
           05 FILLER PIC X(19) VALUE "0050000100 A 500 KG".
           05 FILLER PIC X(19) VALUE "9999999ACIMA 500 KG".
       01  TABELA-FAIXA-PESO-R REDEFINES TABELA-FAIXA-PESO
                                       OCCURS 5 TIMES.
           05 TAB-FP-LIMITE    PIC 9(05)V99.
           05 TAB-FP-DESCRICAO PIC X(12).

       01  TABELA-PESO-SIM.
           05 TAB-PESO-SIM OCCURS 5 TIMES.
               10 TPS-QTDE     PIC 9(05).
               10 TPS-ATUAL    PIC 9(09)V99.
               10 TPS-SIMULADO PIC 9(09)V99.

       01  TABELA-MAIORES.
           05 TAB-MAI OCCURS 10 TIMES.
               10 TMA-DATA     PIC 9(08).
               10 TMA-PRODUTO  PIC X(20).
               10 TMA-UF       PIC X(02).
               10 TMA-CEP      PIC 9(08).
               10 TMA-PESO     PIC 9(05)V99.
               10 TMA-ATUAL    PIC 9(08)V99.
               10 TMA-SIMULADO PIC 9(08)V99.
               10 TMA-DIFERENCA PIC S9(08)V99.
               10 TMA-ABSOLUTA PIC 9(08)V99.
       01  WRK-AREA-TROCA  PIC X(85).

       01  TABELA-MUDANCAS.
           05 TAB-MUD OCCURS 50 TIMES.
               10 TMU-LINHA    PIC X(60).

       01  WRK-LINHA-MUDANCA.
           05 WRK-LMU-ITEM     PIC X(24).
           05 FILLER           PIC X(07) VALUE " ATUAL ".
           05 WRK-LMU-ATUAL    PIC ZZ9,99.
           05 FILLER           PIC X(11) VALUE "  PROPOSTO ".
           05 WRK-LMU-NOVO     PIC ZZ9,99.

       01  WRK-ITEM-UF.
           05 FILLER           PIC X(15) VALUE "PERCENTUAL UF ".
           05 WRK-IUF-UF       PIC X(02).

       01  WRK-ITEM-CEP.
           05 FILLER           PIC X(04) VALUE "CEP ".
           05 WRK-ICP-INICIO   PIC 9(08).
           05 FILLER           PIC X(01) VALUE "-".
           05 WRK-ICP-FIM      PIC 9(08).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(50) VALUE
               "SIMULACAO DE TABELA DE FRETE (FRETESIM.TAB)".

       01  WRK-LINHA-PERIODO.
           05 FILLER       PIC X(31) VALUE
               "EMBARQUES DE FRETE.LOG DE      ".
           05 WRK-LPE-INICIAL PIC 9(08).
           05 FILLER       PIC X(03) VALUE " A ".
           05 WRK-LPE-FINAL PIC 9(08).

       01  WRK-LINHA-SECAO.
           05 FILLER       PIC X(04) VALUE "*** ".
           05 WRK-LSE-TEXTO PIC X(40).

       01  WRK-LINHA-COLUNA.
           05 WRK-LCO-CHAVE PIC X(18).
           05 FILLER       PIC X(05) VALUE " QTDE".
           05 FILLER       PIC X(14) VALUE "       COBRADO".
           05 FILLER       PIC X(14) VALUE "      SIMULADO".
           05 FILLER       PIC X(15) VALUE "      DIFERENCA".
           05 FILLER       PIC X(08) VALUE "   VAR.%".

       01  WRK-LINHA-RESUMO.
           05 WRK-LR-CHAVE    PIC X(18).
           05 WRK-LR-QTDE     PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LR-ATUAL    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LR-SIMULADO PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LR-DIFERENCA PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LR-PERC     PIC -ZZ9,9.
           05 FILLER          PIC X(01) VALUE "%".

       01  WRK-LINHA-COLUNA-MAI.
           05 FILLER       PIC X(30) VALUE
               "DATA     PRODUTO              ".
           05 FILLER       PIC X(22) VALUE
               "UF CEP           PESO ".
           05 FILLER       PIC X(42) VALUE
               "      COBRADO      SIMULADO      DIFERENCA".

       01  WRK-LINHA-MAIOR.
           05 WRK-LM-DATA     PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LM-PRODUTO  PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LM-UF       PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LM-CEP      PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LM-PESO     PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LM-ATUAL    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LM-SIMULADO PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LM-DIFERENCA PIC -ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           INITIALIZE TABELA-UF-SIM TABELA-CEP-SIM TABELA-PESO-SIM
                      TABELA-MAIORES.
           MOVE WRK-FATOR-CUBAGEM TO WRK-FATOR-ATUAL.
           PERFORM 0100-CARREGA-TABELA-PROPOSTA.

           IF WRK-TABELA-OK EQUAL "S"
               DISPLAY "DATA INICIAL (AAAAMMDD, 0 = DESDE O INICIO) "
               ACCEPT WRK-DATA-INICIAL
               DISPLAY "DATA FINAL (AAAAMMDD, 0 = ATE O FIM) "
               ACCEPT WRK-DATA-FINAL
               IF WRK-DATA-FINAL EQUAL ZEROS
                   MOVE 99999999 TO WRK-DATA-FINAL
               END-IF

               PERFORM 0200-REPRECIFICA-HISTORICO
               PERFORM 0400-IMPRIME-RELATORIO
           END-IF.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

      *===============================A TABELA PROPOSTA SO ALTERA A
      *===============================COPIA EM MEMORIA DA FRETECALCWS
      *===============================DESTE PROGRAMA; UF OU FAIXA DE
      *===============================CEP QUE NAO EXISTE NA TABELA
      *===============================ATUAL E REJEITADA.
       0100-CARREGA-TABELA-PROPOSTA SECTION.
           OPEN INPUT TABSIM.
           IF FS-TABSIM NOT EQUAL 00
               PERFORM 0110-GRAVA-TABELA-ATUAL
               DISPLAY "FRETESIM.TAB NAO ENCONTRADO - GRAVADA UMA "
                       "COPIA DA TABELA ATUAL; ALTERE OS VALORES "
                       "E RODE DE NOVO "
               MOVE "N" TO WRK-TABELA-OK
           ELSE
               MOVE "S" TO WRK-TABELA-OK
               READ TABSIM
               PERFORM UNTIL FS-TABSIM NOT EQUAL 00
                   ADD 1 TO WRK-QTDE-LINHAS
                   PERFORM 0120-APLICA-LINHA
                   READ TABSIM
               END-PERFORM
               CLOSE TABSIM
               DISPLAY "LINHAS LIDAS DE FRETESIM.TAB.... "
                       WRK-QTDE-LINHAS
               DISPLAY "VALORES DIFERENTES DA ATUAL..... "
                       WRK-QTDE-MUD
               DISPLAY "LINHAS REJEITADAS............... "
                       WRK-QTDE-REJEIT
           END-IF.

       0110-GRAVA-TABELA-ATUAL SECTION.
           OPEN OUTPUT TABSIM.

           PERFORM VARYING WRK-SUB-TAB FROM 1 BY 1
                   UNTIL WRK-SUB-TAB GREATER 27
               MOVE SPACES TO REG-TABSIM
               MOVE "UF" TO TS-TIPO
               MOVE TAB-FRETE-UF(WRK-SUB-TAB)   TO TS-UF
               MOVE TAB-FRETE-PERC(WRK-SUB-TAB) TO TS-UF-PERC
               WRITE REG-TABSIM
           END-PERFORM.

           PERFORM VARYING WRK-SUB-TAB FROM 1 BY 1
                   UNTIL WRK-SUB-TAB GREATER 5
               MOVE SPACES TO REG-TABSIM
               MOVE "CP" TO TS-TIPO
               MOVE TAB-CEP-INICIO(WRK-SUB-TAB) TO TS-CEP-INICIO
               MOVE TAB-CEP-FIM(WRK-SUB-TAB)    TO TS-CEP-FIM
               MOVE TAB-CEP-PERC(WRK-SUB-TAB)   TO TS-CEP-PERC
               WRITE REG-TABSIM
           END-PERFORM.

           MOVE SPACES TO REG-TABSIM.
           MOVE "KG" TO TS-TIPO.
           MOVE WRK-TAXA-KG TO TS-TAXA.
           WRITE REG-TABSIM.

           MOVE SPACES TO REG-TABSIM.
           MOVE "AV" TO TS-TIPO.
           MOVE WRK-TAXA-ADVAL TO TS-TAXA.
           WRITE REG-TABSIM.

           MOVE SPACES TO REG-TABSIM.
           MOVE "GR" TO TS-TIPO.
           MOVE WRK-TAXA-GRIS TO TS-TAXA.
           WRITE REG-TABSIM.

           MOVE SPACES TO REG-TABSIM.
           MOVE "FC" TO TS-TIPO.
           MOVE WRK-FATOR-CUBAGEM TO TS-FATOR.
           WRITE REG-TABSIM.

           CLOSE TABSIM.

       0120-APLICA-LINHA    SECTION.
           MOVE "N" TO WRK-ACHOU-ITEM.

           EVALUATE TS-TIPO
               WHEN "UF"
                   IF TS-UF-PERC IS NUMERIC
                       PERFORM 0130-APLICA-UF
                   END-IF
               WHEN "CP"
                   IF TS-CEP-INICIO IS NUMERIC
                           AND TS-CEP-FIM IS NUMERIC
                           AND TS-CEP-PERC IS NUMERIC
                       PERFORM 0140-APLICA-CEP
                   END-IF
               WHEN "KG"
                   IF TS-TAXA IS NUMERIC
                       MOVE "S" TO WRK-ACHOU-ITEM
                       MOVE WRK-TAXA-KG TO WRK-VALOR-ATUAL
                       MOVE TS-TAXA     TO WRK-VALOR-NOVO
                       MOVE TS-TAXA     TO WRK-TAXA-KG
                       MOVE "TAXA POR KG" TO WRK-LMU-ITEM
                       PERFORM 0150-REGISTRA-MUDANCA
                   END-IF
               WHEN "AV"
                   IF TS-TAXA IS NUMERIC AND TS-TAXA LESS 100
                       MOVE "S" TO WRK-ACHOU-ITEM
                       MOVE WRK-TAXA-ADVAL TO WRK-VALOR-ATUAL
                       MOVE TS-TAXA        TO WRK-VALOR-NOVO
                       MOVE TS-TAXA        TO WRK-TAXA-ADVAL
                       MOVE "AD VALOREM %" TO WRK-LMU-ITEM
                       PERFORM 0150-REGISTRA-MUDANCA
                   END-IF
               WHEN "GR"
                   IF TS-TAXA IS NUMERIC AND TS-TAXA LESS 100
                       MOVE "S" TO WRK-ACHOU-ITEM
                       MOVE WRK-TAXA-GRIS TO WRK-VALOR-ATUAL
                       MOVE TS-TAXA       TO WRK-VALOR-NOVO
                       MOVE TS-TAXA       TO WRK-TAXA-GRIS
                       MOVE "GRIS %" TO WRK-LMU-ITEM
                       PERFORM 0150-REGISTRA-MUDANCA
                   END-IF
               WHEN "FC"
                   IF TS-FATOR IS NUMERIC AND TS-FATOR GREATER ZEROS
                       MOVE "S" TO WRK-ACHOU-ITEM
                       MOVE WRK-FATOR-CUBAGEM TO WRK-VALOR-ATUAL
                       MOVE TS-FATOR          TO WRK-VALOR-NOVO
                       MOVE TS-FATOR          TO WRK-FATOR-CUBAGEM
                       MOVE "FATOR CUBAGEM KG/M3" TO WRK-LMU-ITEM
                       PERFORM 0150-REGISTRA-MUDANCA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WRK-ACHOU-ITEM NOT EQUAL "S"
               ADD 1 TO WRK-QTDE-REJEIT
               DISPLAY "LINHA REJEITADA EM FRETESIM.TAB: " REG-TABSIM
           END-IF.

       0130-APLICA-UF       SECTION.
           PERFORM VARYING WRK-SUB-TAB FROM 1 BY 1
                   UNTIL WRK-SUB-TAB GREATER 27
               IF TAB-FRETE-UF(WRK-SUB-TAB) EQUAL TS-UF
                   MOVE "S" TO WRK-ACHOU-ITEM
                   MOVE TAB-FRETE-PERC(WRK-SUB-TAB) TO WRK-VALOR-ATUAL
                   MOVE TS-UF-PERC TO WRK-VALOR-NOVO
                   MOVE TS-UF-PERC TO TAB-FRETE-PERC(WRK-SUB-TAB)
                   MOVE TS-UF TO WRK-IUF-UF
                   MOVE WRK-ITEM-UF TO WRK-LMU-ITEM
                   PERFORM 0150-REGISTRA-MUDANCA
                   MOVE 27 TO WRK-SUB-TAB
               END-IF
           END-PERFORM.

       0140-APLICA-CEP      SECTION.
           PERFORM VARYING WRK-SUB-TAB FROM 1 BY 1
                   UNTIL WRK-SUB-TAB GREATER 5
               IF TAB-CEP-INICIO(WRK-SUB-TAB) EQUAL TS-CEP-INICIO
                       AND TAB-CEP-FIM(WRK-SUB-TAB) EQUAL TS-CEP-FIM
                   MOVE "S" TO WRK-ACHOU-ITEM
                   MOVE TAB-CEP-PERC(WRK-SUB-TAB) TO WRK-VALOR-ATUAL
                   MOVE TS-CEP-PERC TO WRK-VALOR-NOVO
                   MOVE TS-CEP-PERC TO TAB-CEP-PERC(WRK-SUB-TAB)
                   MOVE TS-CEP-INICIO TO WRK-ICP-INICIO
                   MOVE TS-CEP-FIM    TO WRK-ICP-FIM
                   MOVE WRK-ITEM-CEP TO WRK-LMU-ITEM
                   PERFORM 0150-REGISTRA-MUDANCA
                   MOVE 5 TO WRK-SUB-TAB
               END-IF
           END-PERFORM.

       0150-REGISTRA-MUDANCA SECTION.
           IF WRK-VALOR-NOVO NOT EQUAL WRK-VALOR-ATUAL
                   AND WRK-QTDE-MUD LESS 50
               ADD 1 TO WRK-QTDE-MUD
               MOVE WRK-VALOR-ATUAL TO WRK-LMU-ATUAL
               MOVE WRK-VALOR-NOVO  TO WRK-LMU-NOVO
               MOVE WRK-LINHA-MUDANCA TO TMU-LINHA(WRK-QTDE-MUD)
           END-IF.

       0200-REPRECIFICA-HISTORICO SECTION.
           OPEN INPUT HISTFRETE.
           IF FS-HISTFRETE NOT EQUAL 00
               DISPLAY "FRETE.LOG NAO ABERTO - NENHUM FRETE "
                       "REGISTRADO "
           ELSE
               READ HISTFRETE
               PERFORM UNTIL FS-HISTFRETE NOT EQUAL 00
                   IF HF-TIPO NOT EQUAL "D"
                           AND HF-DATA NOT LESS WRK-DATA-INICIAL
                           AND HF-DATA NOT GREATER WRK-DATA-FINAL
                       PERFORM 0210-REPRECIFICA-EMBARQUE
                   END-IF
                   READ HISTFRETE
               END-PERFORM
               CLOSE HISTFRETE
           END-IF.

           DISPLAY "EMBARQUES REPRECIFICADOS........ " WRK-QTDE-EMB.

      *===============================O VOLUME DO EMBARQUE VOLTA DO
      *===============================PESO CUBADO GRAVADO PELO FATOR
      *===============================ATUAL, PARA O FATOR PROPOSTO
      *===============================VALER. SEGURO NAO FICA GRAVADO
      *===============================NO LOG E NAO ENTRA NA SIMULACAO.
       0210-REPRECIFICA-EMBARQUE SECTION.
           MOVE HF-ESTADO     TO WRK-ESTADO.
           MOVE HF-CEP        TO WRK-CEP.
           MOVE HF-PESO       TO WRK-PESO.
           MOVE HF-VALOR-ORIG TO WRK-VALOR.
           MOVE "N"           TO WRK-SEGURO.
           IF HF-PESO-CUBADO GREATER ZEROS
                   AND WRK-FATOR-ATUAL GREATER ZEROS
               COMPUTE WRK-VOLUME-M3 ROUNDED =
                       HF-PESO-CUBADO / WRK-FATOR-ATUAL
           ELSE
               MOVE ZEROS TO WRK-VOLUME-M3
           END-IF.

           PERFORM 0170-CALCULA-FRETE.
           MOVE WRK-FRETE TO WRK-FRETE-SIMULADO.
           COMPUTE WRK-DIFERENCA = WRK-FRETE-SIMULADO - HF-FRETE.

           ADD 1 TO WRK-QTDE-EMB.
           ADD HF-FRETE           TO WRK-TOTAL-ATUAL.
           ADD WRK-FRETE-SIMULADO TO WRK-TOTAL-SIMULADO.

           IF HF-ESTADO EQUAL SPACES
               MOVE "??" TO WRK-UF-REG
           ELSE
               MOVE HF-ESTADO TO WRK-UF-REG
           END-IF.
           PERFORM 0390-LOCALIZA-UF.
           ADD 1                  TO TUS-QTDE(WRK-IDX-UF).
           ADD HF-FRETE           TO TUS-ATUAL(WRK-IDX-UF).
           ADD WRK-FRETE-SIMULADO TO TUS-SIMULADO(WRK-IDX-UF).

           MOVE 6 TO WRK-IDX-CEP.
           IF HF-CEP NOT EQUAL ZEROS
               PERFORM VARYING WRK-SUB-TAB FROM 1 BY 1
                       UNTIL WRK-SUB-TAB GREATER 5
                   IF HF-CEP NOT LESS TAB-CEP-INICIO(WRK-SUB-TAB)
                      AND HF-CEP NOT GREATER TAB-CEP-FIM(WRK-SUB-TAB)
                       MOVE WRK-SUB-TAB TO WRK-IDX-CEP
                       MOVE 5 TO WRK-SUB-TAB
                   END-IF
               END-PERFORM
           END-IF.
           ADD 1                  TO TCS-QTDE(WRK-IDX-CEP).
           ADD HF-FRETE           TO TCS-ATUAL(WRK-IDX-CEP).
           ADD WRK-FRETE-SIMULADO TO TCS-SIMULADO(WRK-IDX-CEP).

           IF HF-PESO-CUBADO GREATER HF-PESO
               MOVE HF-PESO-CUBADO TO WRK-PESO-HIST
           ELSE
               MOVE HF-PESO TO WRK-PESO-HIST
           END-IF.
           MOVE 5 TO WRK-IDX-PESO.
           PERFORM VARYING WRK-SUB-TAB FROM 1 BY 1
                   UNTIL WRK-SUB-TAB GREATER 4
               IF WRK-PESO-HIST NOT GREATER TAB-FP-LIMITE(WRK-SUB-TAB)
                   MOVE WRK-SUB-TAB TO WRK-IDX-PESO
                   MOVE 4 TO WRK-SUB-TAB
               END-IF
           END-PERFORM.
           ADD 1                  TO TPS-QTDE(WRK-IDX-PESO).
           ADD HF-FRETE           TO TPS-ATUAL(WRK-IDX-PESO).
           ADD WRK-FRETE-SIMULADO TO TPS-SIMULADO(WRK-IDX-PESO).

           PERFORM 0250-GUARDA-MAIORES.

      *===============================GUARDA OS 10 EMBARQUES DE MAIOR
      *===============================DIFERENCA ABSOLUTA: COM A TABELA
      *===============================CHEIA, O NOVO ENTRA NO LUGAR DO
      *===============================MENOR SE FOR MAIOR QUE ELE.
       0250-GUARDA-MAIORES  SECTION.
           IF WRK-DIFERENCA LESS ZERO
               COMPUTE WRK-ABSOLUTA = WRK-DIFERENCA * -1
           ELSE
               MOVE WRK-DIFERENCA TO WRK-ABSOLUTA
           END-IF.

           IF WRK-ABSOLUTA GREATER ZEROS
               IF WRK-QTDE-MAI LESS 10
                   ADD 1 TO WRK-QTDE-MAI
                   MOVE WRK-QTDE-MAI TO WRK-IDX-MENOR
                   PERFORM 0255-GRAVA-MAIOR
               ELSE
                   MOVE 1 TO WRK-IDX-MENOR
                   PERFORM VARYING WRK-SUB-MAI FROM 2 BY 1
                           UNTIL WRK-SUB-MAI GREATER 10
                       IF TMA-ABSOLUTA(WRK-SUB-MAI) LESS
                               TMA-ABSOLUTA(WRK-IDX-MENOR)
                           MOVE WRK-SUB-MAI TO WRK-IDX-MENOR
                       END-IF
                   END-PERFORM
                   IF WRK-ABSOLUTA GREATER TMA-ABSOLUTA(WRK-IDX-MENOR)
                       PERFORM 0255-GRAVA-MAIOR
                   END-IF
               END-IF
           END-IF.

       0255-GRAVA-MAIOR     SECTION.
           MOVE HF-DATA            TO TMA-DATA(WRK-IDX-MENOR).
           MOVE HF-PRODUTO         TO TMA-PRODUTO(WRK-IDX-MENOR).
           MOVE HF-ESTADO          TO TMA-UF(WRK-IDX-MENOR).
           MOVE HF-CEP             TO TMA-CEP(WRK-IDX-MENOR).
           MOVE WRK-PESO-HIST      TO TMA-PESO(WRK-IDX-MENOR).
           MOVE HF-FRETE           TO TMA-ATUAL(WRK-IDX-MENOR).
           MOVE WRK-FRETE-SIMULADO TO TMA-SIMULADO(WRK-IDX-MENOR).
           MOVE WRK-DIFERENCA      TO TMA-DIFERENCA(WRK-IDX-MENOR).
           MOVE WRK-ABSOLUTA       TO TMA-ABSOLUTA(WRK-IDX-MENOR).

       0390-LOCALIZA-UF     SECTION.
           MOVE ZEROS TO WRK-IDX-UF.
           PERFORM VARYING WRK-SUB-UF FROM 1 BY 1
                   UNTIL WRK-SUB-UF GREATER WRK-QTDE-UF
               IF TUS-UF(WRK-SUB-UF) EQUAL WRK-UF-REG
                   MOVE WRK-SUB-UF TO WRK-IDX-UF
                   MOVE WRK-QTDE-UF TO WRK-SUB-UF
               END-IF
           END-PERFORM.

           IF WRK-IDX-UF EQUAL ZEROS
               IF WRK-QTDE-UF LESS 30
                   ADD 1 TO WRK-QTDE-UF
                   MOVE WRK-QTDE-UF TO WRK-IDX-UF
                   MOVE WRK-UF-REG TO TUS-UF(WRK-IDX-UF)
                   MOVE ZEROS TO TUS-QTDE(WRK-IDX-UF)
                   MOVE ZEROS TO TUS-ATUAL(WRK-IDX-UF)
                   MOVE ZEROS TO TUS-SIMULADO(WRK-IDX-UF)
               ELSE
                   MOVE 1 TO WRK-IDX-UF
               END-IF
           END-IF.

       0400-IMPRIME-RELATORIO SECTION.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-INICIAL TO WRK-LPE-INICIAL.
           MOVE WRK-DATA-FINAL   TO WRK-LPE-FINAL.
           MOVE WRK-LINHA-PERIODO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "VALORES ALTERADOS NA TABELA PROPOSTA"
             TO WRK-LSE-TEXTO.
           PERFORM 0490-IMPRIME-SECAO.
           IF WRK-QTDE-MUD EQUAL ZEROS
               MOVE "NENHUM VALOR DIFERENTE DA TABELA ATUAL"
                 TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           PERFORM VARYING WRK-SUB-MUD FROM 1 BY 1
                   UNTIL WRK-SUB-MUD GREATER WRK-QTDE-MUD
               MOVE TMU-LINHA(WRK-SUB-MUD) TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

           MOVE "RESUMO POR UF" TO WRK-LSE-TEXTO.
           PERFORM 0490-IMPRIME-SECAO.
           MOVE "UF" TO WRK-LCO-CHAVE.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-SUB-UF FROM 1 BY 1
                   UNTIL WRK-SUB-UF GREATER WRK-QTDE-UF
               MOVE TUS-UF(WRK-SUB-UF)       TO WRK-LR-CHAVE
               MOVE TUS-QTDE(WRK-SUB-UF)     TO WRK-LR-QTDE
               MOVE TUS-ATUAL(WRK-SUB-UF)    TO WRK-RES-ATUAL
               MOVE TUS-SIMULADO(WRK-SUB-UF) TO WRK-RES-SIMULADO
               PERFORM 0480-IMPRIME-RESUMO
           END-PERFORM.

           MOVE "RESUMO POR FAIXA DE CEP" TO WRK-LSE-TEXTO.
           PERFORM 0490-IMPRIME-SECAO.
           MOVE "FAIXA DE CEP" TO WRK-LCO-CHAVE.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-SUB-TAB FROM 1 BY 1
                   UNTIL WRK-SUB-TAB GREATER 6
               IF WRK-SUB-TAB EQUAL 6
                   MOVE "SEM FAIXA (UF)" TO WRK-LR-CHAVE
               ELSE
                   MOVE TAB-CEP-INICIO(WRK-SUB-TAB) TO WRK-ICP-INICIO
                   MOVE TAB-CEP-FIM(WRK-SUB-TAB)    TO WRK-ICP-FIM
                   MOVE WRK-ICP-INICIO TO WRK-LR-CHAVE(1:8)
                   MOVE "-"            TO WRK-LR-CHAVE(9:1)
                   MOVE WRK-ICP-FIM    TO WRK-LR-CHAVE(10:8)
               END-IF
               MOVE TCS-QTDE(WRK-SUB-TAB)     TO WRK-LR-QTDE
               MOVE TCS-ATUAL(WRK-SUB-TAB)    TO WRK-RES-ATUAL
               MOVE TCS-SIMULADO(WRK-SUB-TAB) TO WRK-RES-SIMULADO
               PERFORM 0480-IMPRIME-RESUMO
           END-PERFORM.

           MOVE "RESUMO POR FAIXA DE PESO TAXADO" TO WRK-LSE-TEXTO.
           PERFORM 0490-IMPRIME-SECAO.
           MOVE "FAIXA DE PESO" TO WRK-LCO-CHAVE.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-SUB-TAB FROM 1 BY 1
                   UNTIL WRK-SUB-TAB GREATER 5
               MOVE TAB-FP-DESCRICAO(WRK-SUB-TAB) TO WRK-LR-CHAVE
               MOVE TPS-QTDE(WRK-SUB-TAB)     TO WRK-LR-QTDE
               MOVE TPS-ATUAL(WRK-SUB-TAB)    TO WRK-RES-ATUAL
               MOVE TPS-SIMULADO(WRK-SUB-TAB) TO WRK-RES-SIMULADO
               PERFORM 0480-IMPRIME-RESUMO
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "TOTAL GERAL"      TO WRK-LR-CHAVE.
           MOVE WRK-QTDE-EMB       TO WRK-LR-QTDE.
           MOVE WRK-TOTAL-ATUAL    TO WRK-RES-ATUAL.
           MOVE WRK-TOTAL-SIMULADO TO WRK-RES-SIMULADO.
           PERFORM 0480-IMPRIME-RESUMO.

           PERFORM 0450-IMPRIME-MAIORES.

           CLOSE RELATORIO.

           DISPLAY "RELATORIO GRAVADO EM FRETESIM.LST ".

      *===============================ORDENA PELA DIFERENCA ABSOLUTA,
      *===============================MAIOR PRIMEIRO (TROCAS
      *===============================SUCESSIVAS, COMO NO ABC001).
       0450-IMPRIME-MAIORES SECTION.
           MOVE "S" TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU NOT EQUAL "S"
               MOVE "N" TO WRK-TROCOU
               PERFORM VARYING WRK-SUB-MAI FROM 1 BY 1
                       UNTIL WRK-SUB-MAI NOT LESS WRK-QTDE-MAI
                   IF TMA-ABSOLUTA(WRK-SUB-MAI) LESS
                           TMA-ABSOLUTA(WRK-SUB-MAI + 1)
                       MOVE TAB-MAI(WRK-SUB-MAI) TO WRK-AREA-TROCA
                       MOVE TAB-MAI(WRK-SUB-MAI + 1)
                               TO TAB-MAI(WRK-SUB-MAI)
                       MOVE WRK-AREA-TROCA
                               TO TAB-MAI(WRK-SUB-MAI + 1)
                       MOVE "S" TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE "EMBARQUES COM MAIOR VARIACAO" TO WRK-LSE-TEXTO.
           PERFORM 0490-IMPRIME-SECAO.
           IF WRK-QTDE-MAI EQUAL ZEROS
               MOVE "NENHUM EMBARQUE MUDA DE VALOR"
                 TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               MOVE WRK-LINHA-COLUNA-MAI TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

           PERFORM VARYING WRK-SUB-MAI FROM 1 BY 1
                   UNTIL WRK-SUB-MAI GREATER WRK-QTDE-MAI
               MOVE TMA-DATA(WRK-SUB-MAI)      TO WRK-LM-DATA
               MOVE TMA-PRODUTO(WRK-SUB-MAI)   TO WRK-LM-PRODUTO
               MOVE TMA-UF(WRK-SUB-MAI)        TO WRK-LM-UF
               MOVE TMA-CEP(WRK-SUB-MAI)       TO WRK-LM-CEP
               MOVE TMA-PESO(WRK-SUB-MAI)      TO WRK-LM-PESO
               MOVE TMA-ATUAL(WRK-SUB-MAI)     TO WRK-LM-ATUAL
               MOVE TMA-SIMULADO(WRK-SUB-MAI)  TO WRK-LM-SIMULADO
               MOVE TMA-DIFERENCA(WRK-SUB-MAI) TO WRK-LM-DIFERENCA
               MOVE WRK-LINHA-MAIOR TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

      *===============================ESPERA CHAVE, QUANTIDADE, FRETE
      *===============================COBRADO E SIMULADO JA MOVIDOS
      *===============================PARA A LINHA; CALCULA DIFERENCA
      *===============================E VARIACAO PERCENTUAL.
       0480-IMPRIME-RESUMO  SECTION.
           MOVE WRK-RES-ATUAL    TO WRK-LR-ATUAL.
           MOVE WRK-RES-SIMULADO TO WRK-LR-SIMULADO.
           COMPUTE WRK-DIF-RESUMO = WRK-RES-SIMULADO - WRK-RES-ATUAL.
           MOVE WRK-DIF-RESUMO TO WRK-LR-DIFERENCA.
           MOVE ZEROS TO WRK-PERC-VAR.
           IF WRK-RES-ATUAL GREATER ZEROS
               COMPUTE WRK-PERC-VAR ROUNDED =
                       WRK-DIF-RESUMO * 100 / WRK-RES-ATUAL
                   ON SIZE ERROR
                       MOVE 999,9 TO WRK-PERC-VAR
               END-COMPUTE
           END-IF.
           MOVE WRK-PERC-VAR TO WRK-LR-PERC.
           MOVE WRK-LINHA-RESUMO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0490-IMPRIME-SECAO   SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SECAO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY FRETECALCPD.
           COPY DESCONTOPD.
       END PROGRAM ARQ043.
