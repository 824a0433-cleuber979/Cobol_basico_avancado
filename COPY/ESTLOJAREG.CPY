      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO SALDO DE ESTOQUE DAS FILIAIS (FD ESTLOJA,
      *          ESTLOJA.DAT, CHAVEADO POR LOJA + PRODUTO). A LOJA 01
      *          (MATRIZ) CONTINUA COM O SALDO EM ESTQ-QTDE DE
      *          ESTOQUE.DAT; AS DEMAIS LOJAS TEM AQUI O SALDO DE CADA
      *          PRODUTO, QUE ENTRA E SAI PELAS TRANSFERENCIAS
      *          (TRANSF001). FILE SECTION.
      ******************************************************************
       01  REG-ESTLOJA.
           05 ELJ-CHAVE.
               10 ELJ-LOJA       PIC 9(02).
               10 ELJ-PRODUTO    PIC X(30).
           05 ELJ-QTDE           PIC 9(07).
