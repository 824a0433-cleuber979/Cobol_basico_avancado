      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: TABELAS PROGRESSIVAS MENSAIS DA CONTRIBUICAO DO
      *          EMPREGADO AO INSS E DO IMPOSTO DE RENDA RETIDO NA
      *          FONTE (IRRF) E VARIAVEIS DE APOIO (WORKING-STORAGE),
      *          USADAS COM A COPY RETENCAOPD PELOS PROGRAMAS QUE
      *          PRECISAM DO VALOR RETIDO DE UM PAGAMENTO DE FOLHA.DAT
      *          (FOLHA006). NA VIRADA DE TABELA DO GOVERNO, SO ESTA
      *          COPY MUDA.
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==DEDUCAO POR DEPENDENTE DO IRRF E LIMITE/COTA DO SALARIO-FAMILIA
      *==(DEPENDENTES.DAT, FOLHA001 E FOLHA006)
      *==DATA:15/10/2026
      ******************************************************************
       77  WRK-RET-BASE        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-RET-DEDUCOES    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-RET-INSS        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-RET-IRRF        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-RET-BASE-IR     PIC S9(07)V99 VALUE ZEROS.
       77  WRK-RET-FAIXA-ANT   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-RET-CALC        PIC S9(07)V9(04) VALUE ZEROS.
       77  WRK-SUB-RET         PIC 9(02) VALUE ZEROS.

      *===============================DEDUCAO MENSAL POR DEPENDENTE
      *===============================NA BASE DO IRRF E SALARIO-
      *===============================FAMILIA: COTA POR FILHO ATE 14
      *===============================ANOS PARA QUEM GANHA ATE O
      *===============================LIMITE.
       77  WRK-RET-DEDUCAO-DEPEND PIC 9(05)V99 VALUE 189,59.
       77  WRK-SALFAM-LIMITE      PIC 9(07)V99 VALUE 1819,26.
       77  WRK-SALFAM-COTA        PIC 9(05)V99 VALUE 62,04.

      *===============================INSS DO EMPREGADO: ALIQUOTA DE
      *===============================CADA FAIXA SO SOBRE A PARCELA
      *===============================DO SALARIO DENTRO DELA; O QUE
      *===============================PASSA DO TETO (ULTIMA FAIXA)
      *===============================NAO CONTRIBUI.
      *===============================LIMITE 9(07)V99, ALIQUOTA
      *===============================9(02)V99.
       01  TABELA-INSS-EMPREGADO.
           05 FILLER PIC X(13) VALUE "0001412000750".
           05 FILLER PIC X(13) VALUE "0002666680900".
           05 FILLER PIC X(13) VALUE "0004000031200".
           05 FILLER PIC X(13) VALUE "0007786021400".
       01  TABELA-INSS-EMPREGADO-R REDEFINES TABELA-INSS-EMPREGADO
                                   OCCURS 4 TIMES.
           05 TAB-INSS-LIMITE   PIC 9(07)V99.
           05 TAB-INSS-ALIQ     PIC 9(02)V99.

      *===============================IRRF: A PRIMEIRA FAIXA CUJO
      *===============================LIMITE ALCANCA A BASE (BRUTO -
      *===============================INSS - DEDUCOES) DA A ALIQUOTA
      *===============================E A PARCELA A DEDUZIR.
      *===============================LIMITE 9(07)V99, ALIQUOTA
      *===============================9(02)V99, DEDUCAO 9(05)V99.
       01  TABELA-IRRF.
           05 FILLER PIC X(20) VALUE "00022592000000000000".
           05 FILLER PIC X(20) VALUE "00028266507500016944".
           05 FILLER PIC X(20) VALUE "00037510515000038144".
           05 FILLER PIC X(20) VALUE "00046646822500066277".
           05 FILLER PIC X(20) VALUE "99999999927500089600".
       01  TABELA-IRRF-R REDEFINES TABELA-IRRF
                         OCCURS 5 TIMES.
           05 TAB-IRRF-LIMITE   PIC 9(07)V99.
           05 TAB-IRRF-ALIQ     PIC 9(02)V99.
           05 TAB-IRRF-DEDUCAO  PIC 9(05)V99.
