      *          (RECEB001), QUE CASA CADA ENTRADA COM O ITEM DO
      *          PEDIDO EM ABERTO. STATUS: "E" EMITIDO, "P" RECEBIDO
      *          PARCIAL, "F" FECHADO. FILE SECTION.
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==PO-IT-QTDE-FATURADA ACRESCENTADO (QUANTIDADE JA FATURADA PELO
      *==FORNECEDOR EM CADA ITEM, NA MESMA POSICAO DE PO-ITENS), SOMADA
      *==PELA CONFERENCIA DE NOTA DO CPAG001 QUANDO O TITULO E GERADO.
      *==ZERO EM REGISTRO ANTIGO = NADA FATURADO.
      *==DATA:15/10/2026
      *==PO-EDI ACRESCENTADO (TROCA ELETRONICA COM O FORNECEDOR PELO
      *==EDI001): DATA EM QUE O PEDIDO FOI EXPORTADO, DATA DA
      *==CONFIRMACAO E, POR ITEM, A QUANTIDADE E A DATA DE ENTREGA
      *==CONFIRMADAS E A QUANTIDADE AVISADA NOS AVISOS DE EMBARQUE
      *==(TOTAL E A DO ULTIMO AVISO, PARA REIMPORTAR O MESMO AVISO
      *==SEM SOMAR DUAS VEZES). ZERO EM REGISTRO ANTIGO = SEM EDI.
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-PEDCOMP.
           05 PO-NUMERO        PIC 9(06).
               10 PO-IT-PRODUTO      PIC X(30).
               10 PO-IT-QTDE-PEDIDA  PIC 9(05).
               10 PO-IT-QTDE-RECEBIDA PIC 9(05).
           05 PO-FATURAMENTO.
               10 PO-IT-QTDE-FATURADA PIC 9(05) OCCURS 10 TIMES.
           05 PO-EDI.
               10 PO-DATA-EXPORTACAO  PIC 9(08).
               10 PO-DATA-CONFIRMACAO PIC 9(08).
               10 PO-EDI-ITENS OCCURS 10 TIMES.
                   15 PO-IT-QTDE-CONFIRMADA PIC 9(05).
                   15 PO-IT-DATA-ENTREGA    PIC 9(08).
                   15 PO-IT-QTDE-AVISADA    PIC 9(05).
                   15 PO-IT-ULT-AVISO       PIC X(10).
                   15 PO-IT-QTDE-ULT-AVISO  PIC 9(05).
