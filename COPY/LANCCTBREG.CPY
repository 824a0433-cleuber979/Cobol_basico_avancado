      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO LANCAMENTO CONTABIL DE INTERFACE (FD
      *          LANCCTB, CONTABIL.DAT) - UMA PARTIDA (CONTA DEBITO,
      *          CONTA CREDITO E VALOR) POR LINHA, COM HISTORICO E O
      *          PROGRAMA E DOCUMENTO DE ORIGEM, PARA IMPORTACAO NO
      *          SISTEMA DO ESCRITORIO DE CONTABILIDADE. GRAVADO EM
      *          MODO EXTEND; O CONTADOR RETIRA O ARQUIVO A CADA MES.
      *          CONTAS NO PLANO DO ESCRITORIO (X(10)). FILE SECTION.
      ******************************************************************
       01  REG-LANCCTB.
           05 LC-DATA            PIC 9(08).
           05 LC-CONTA-DEBITO    PIC X(10).
           05 LC-CONTA-CREDITO   PIC X(10).
           05 LC-VALOR           PIC 9(09)V99.
           05 LC-HISTORICO       PIC X(40).
           05 LC-ORIGEM          PIC X(08).
           05 LC-DOCUMENTO       PIC X(10).
