      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: ITENS DE APOIO AO CODIGO DE BARRAS EAN-13 DO PRODUTO
      *          (ESTQ-EAN) NA WORKING-STORAGE: VALIDACAO DO DIGITO
      *          VERIFICADOR E TRADUCAO DO CODIGO LIDO OU DIGITADO NO
      *          NOME DO PRODUTO EM ESTOQUE.DAT. COMPARTILHADOS POR
      *          ESTQ001, RECEB001, PROG_VENDAS, FATURA001 E ORCAM001.
      ******************************************************************
       77  WRK-EAN-ACAO         PIC X(01) VALUE SPACES.
       77  WRK-EAN-VALIDO       PIC X(01) VALUE "N".
       77  WRK-EAN-SITUACAO     PIC X(01) VALUE SPACES.
       77  WRK-EAN-ABRIU        PIC X(01) VALUE "N".
       77  WRK-EAN-SUB          PIC 9(02) VALUE ZEROS.
       77  WRK-EAN-SOMA         PIC 9(03) VALUE ZEROS.
       77  WRK-EAN-QUOC         PIC 9(03) VALUE ZEROS.
       77  WRK-EAN-RESTO        PIC 9(02) VALUE ZEROS.
       77  WRK-EAN-DV           PIC 9(01) VALUE ZEROS.
       77  WRK-EAN-PRODUTO      PIC X(30) VALUE SPACES.

      *===============================O QUE FOI DIGITADO NO LUGAR DO
      *===============================PRODUTO: 13 DIGITOS SEGUIDOS DE
      *===============================BRANCOS E TRATADO COMO CODIGO.
       01  WRK-EAN-ENTRADA      PIC X(30) VALUE SPACES.
       01  WRK-EAN-ENTRADA-R REDEFINES WRK-EAN-ENTRADA.
           05 WRK-EAN-ENT-CODIGO PIC X(13).
           05 WRK-EAN-ENT-RESTO  PIC X(17).

       01  WRK-EAN-CODIGO       PIC X(13) VALUE SPACES.
       01  WRK-EAN-CODIGO-R REDEFINES WRK-EAN-CODIGO.
           05 WRK-EAN-DIG       PIC 9(01) OCCURS 13 TIMES.

      *===============================COPIA DO REG-ESTOQUE DO PROGRAMA,
      *===============================GUARDADA ENQUANTO A PROCURA PELO
      *===============================CODIGO PERCORRE O ARQUIVO.
       01  WRK-EAN-REG-SALVO    PIC X(120) VALUE SPACES.
