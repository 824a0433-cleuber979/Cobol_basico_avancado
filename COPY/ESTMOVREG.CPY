      *          QUE ESTE PRODUTO MOSTRA 37 UNIDADES" LISTANDO O
      *          HISTORICO DE ENTRADAS E SAIDAS. EM-QTDE E ASSINADA:
      *          POSITIVA ENTRA NO ESTOQUE, NEGATIVA SAI. FILE SECTION.
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==EM-LOTE ACRESCENTADO NO FINAL: LOTE (LOTES.DAT) DE ONDE SAIU A
      *==QUANTIDADE - A SAIDA POR VENDA GRAVA UMA LINHA POR LOTE
      *==CONSUMIDO, PARA O RECALL (ESTQ007) SABER QUEM LEVOU O LOTE.
      *==BRANCO = PRODUTO SEM LOTE OU MOVIMENTO ANTIGO
      *==DATA:15/10/2026
      *==TIPOS "TO" (SAIDA POR TRANSFERENCIA) E "TI" (ENTRADA POR
      *==TRANSFERENCIA, VER TRANSF001) E EM-LOJA NO FINAL: LOJA DO
      *==MOVIMENTO; ZERO (TODOS OS DEMAIS PROGRAMAS) = LOJA 01, MATRIZ
      *==DATA:15/10/2026
      *==TIPOS "CS" (REMESSA EM CONSIGNACAO AO REVENDEDOR; DOCUMENTO
      *==E O NUMERO DA REMESSA) E "CR" (RETORNO DA CONSIGNACAO NO
      *==ACERTO; DOCUMENTO E O NUMERO DO ACERTO), VER CONSIG001.
      *==NENHUM DOS DOIS E VENDA
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-ESTMOV.
           05 EM-PRODUTO      PIC X(30).
               88 EM-AJUSTE     VALUE "AJ".
               88 EM-DEVOLUCAO  VALUE "DV".
               88 EM-PERDA      VALUE "PR".
               88 EM-TRANSF-SAIDA   VALUE "TO".
               88 EM-TRANSF-ENTRADA VALUE "TI".
               88 EM-CONSIG-SAIDA   VALUE "CS".
               88 EM-CONSIG-RETORNO VALUE "CR".
           05 EM-QTDE         PIC S9(07).
           05 EM-CUSTO-UNIT   PIC 9(05)V99.
           05 EM-DOCUMENTO    PIC X(10).
           05 EM-ORIGEM       PIC X(10).
           05 EM-LOTE         PIC X(10).
           05 EM-LOJA         PIC 9(02).
