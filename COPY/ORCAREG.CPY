      *          GUARDAR CADA PROPOSTA EMITIDA E PERMITIR QUE ELA SEJA
      *          FATURADA DEPOIS SEM REDIGITACAO, HONRANDO OS PRECOS
      *          COTADOS ENQUANTO A VALIDADE NAO VENCE.
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==ORC-STATUS "C" (ORC-CONFIRMADO): ORCAMENTO CONFIRMADO PELO
      *==CLIENTE, COM A MERCADORIA RESERVADA EM RESERVAS.DAT ATE A
      *==VALIDADE OU O FATURAMENTO
      *==DATA:15/10/2026
      *==ORC-STATUS "P" (ORC-PERDIDO): ORCAMENTO VENCIDO ENCERRADO COM
      *==MOTIVO DA PERDA. ACRESCENTADOS NO FINAL ORC-VENDEDOR,
      *==ORC-CATEGORIA (CATEGORIA DO CLIENTE NA EMISSAO),
      *==ORC-DATA-FECHAMENTO (DATA DO FATURAMENTO OU DO ENCERRAMENTO)
      *==E ORC-MOTIVO-PERDA (P-PRECO, Z-PRAZO, C-CONCORRENTE,
      *==D-DESISTENCIA), PARA A ANALISE DE CONVERSAO DO ORCAM002.
      *==ZERO/BRANCO = ORCAMENTO ANTIGO
      *==DATA:15/10/2026
      *==ORC-PESO-CUBADO ACRESCENTADO: PESO CUBADO COTADO NO ORCAMENTO,
      *==LEVADO PARA O FRETE.LOG NA CONVERSAO EM FATURA. ZERO EM
      *==REGISTRO ANTIGO = SEM MEDIDA.
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-ORCAMENTO.
           05 ORC-NUMERO        PIC 9(06).
           05 ORC-STATUS        PIC X(01).
               88 ORC-ABERTO     VALUE "A".
               88 ORC-FATURADO   VALUE "F".
               88 ORC-CONFIRMADO VALUE "C".
               88 ORC-PERDIDO    VALUE "P".
           05 ORC-QTDE-ITENS    PIC 9(02).
           05 ORC-ITENS OCCURS 10 TIMES.
               10 ORC-IT-PRODUTO PIC X(30).
               10 ORC-IT-VALOR   PIC 9(08)V99.
           05 ORC-VENDEDOR      PIC 9(04).
           05 ORC-CATEGORIA     PIC X(01).
           05 ORC-DATA-FECHAMENTO PIC 9(08).
           05 ORC-MOTIVO-PERDA  PIC X(01).
               88 ORC-PERDA-PRECO      VALUE "P".
               88 ORC-PERDA-PRAZO      VALUE "Z".
               88 ORC-PERDA-CONCORRENTE VALUE "C".
               88 ORC-PERDA-DESISTENCIA VALUE "D".
               88 ORC-MOTIVO-VALIDO    VALUE "P" "Z" "C" "D".
           05 ORC-PESO-CUBADO   PIC 9(05)V99.
