      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: ITENS DE APOIO A VALIDACAO DOS DIGITOS VERIFICADORES DO
      *          CPF/CNPJ DO CLIENTE (WORKING-STORAGE), COMPARTILHADOS
      *          POR CRUDCLI (NA DIGITACAO) E NFE001 (ANTES DE GERAR A
      *          NF-E). O NUMERO FICA EM 14 POSICOES, COM O CPF NOS 11
      *          DIGITOS DA DIREITA, COMO EM REG-CLI-CPF-CNPJ.
      ******************************************************************
       77  WRK-DOC-TIPO         PIC X(01) VALUE SPACES.
       77  WRK-DOC-VALIDO       PIC X(01) VALUE "N".
       77  WRK-DOC-INICIO       PIC 9(02) VALUE ZEROS.
       77  WRK-DOC-POS-DV       PIC 9(02) VALUE ZEROS.
       77  WRK-DOC-SUB          PIC 9(02) VALUE ZEROS.
       77  WRK-DOC-IDX-PESO     PIC 9(02) VALUE ZEROS.
       77  WRK-DOC-IGUAIS       PIC 9(02) VALUE ZEROS.
       77  WRK-DOC-SOMA         PIC 9(05) VALUE ZEROS.
       77  WRK-DOC-QUOC         PIC 9(05) VALUE ZEROS.
       77  WRK-DOC-RESTO        PIC 9(02) VALUE ZEROS.
       77  WRK-DOC-DV           PIC 9(02) VALUE ZEROS.

       01  WRK-DOC-NUMERO       PIC 9(14) VALUE ZEROS.
       01  WRK-DOC-DIGITOS REDEFINES WRK-DOC-NUMERO.
           05 WRK-DOC-DIG       PIC 9(01) OCCURS 14 TIMES.

      *===============================PESOS DO CNPJ: O SEGUNDO DIGITO
      *===============================USA OS 13 PESOS, O PRIMEIRO OS
      *===============================12 ULTIMOS.
       01  WRK-DOC-PESOS-CNPJ   PIC X(13) VALUE "6543298765432".
       01  WRK-DOC-PESOS-R REDEFINES WRK-DOC-PESOS-CNPJ.
           05 WRK-DOC-PESO-CNPJ PIC 9(01) OCCURS 13 TIMES.
