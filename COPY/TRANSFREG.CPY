      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO DOCUMENTO DE TRANSFERENCIA ENTRE LOJAS (FD
      *          TRANSF, TRANSF.DAT, CHAVEADO POR NUMERO + ITEM) - UMA
      *          LINHA POR PRODUTO TRANSFERIDO. O DESPACHO (TRANSF001)
      *          TIRA A QUANTIDADE DA LOJA DE ORIGEM E DEIXA A LINHA
      *          EM TRANSITO; O RECEBIMENTO NA LOJA DE DESTINO GRAVA A
      *          QUANTIDADE QUE CHEGOU, SOMA NO SALDO DO DESTINO E
      *          FECHA A LINHA. DIFERENCA ENTRE ENVIADA E RECEBIDA E
      *          APONTADA NO RELATORIO. FILE SECTION.
      ******************************************************************
       01  REG-TRANSF.
           05 TRF-CHAVE.
               10 TRF-NUMERO     PIC 9(06).
               10 TRF-ITEM       PIC 9(02).
           05 TRF-LOJA-ORIGEM    PIC 9(02).
           05 TRF-LOJA-DESTINO   PIC 9(02).
           05 TRF-PRODUTO        PIC X(30).
           05 TRF-QTDE-ENVIADA   PIC 9(05).
           05 TRF-QTDE-RECEBIDA  PIC 9(05).
           05 TRF-CUSTO-UNIT     PIC 9(05)V99.
           05 TRF-DATA-ENVIO     PIC 9(08).
           05 TRF-DATA-RECEB     PIC 9(08).
           05 TRF-STATUS         PIC X(01).
               88 TRF-EM-TRANSITO  VALUE "T".
               88 TRF-RECEBIDA     VALUE "R".
