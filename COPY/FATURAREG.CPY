      *==CAIXA, PARA FATURA E TICKET DE CAIXA NAO COLIDIREM NO MESMO
      *==NUMERO; FT-NUMERO (FATURA.CTL) SEGUE SO COMO NUMERO DA FATURA
      *==DATA:22/08/2024
      *==FT-NFE-SITUACAO, FT-NFE-DATA E FT-NFE-CHAVE ACRESCENTADOS NO
      *==FINAL: A EXPORTACAO PARA O EMISSOR DE NF-E (NFE001) MARCA A
      *==FATURA COMO EXPORTADA ("E") COM A DATA E A CHAVE DE ACESSO
      *==DE 44 DIGITOS; BRANCO (FATURA NOVA OU ANTIGA) = PENDENTE
      *==DATA:15/10/2026
      *==FT-CEP, FT-ENTREGA, FT-DATA-ENTREGA, FT-MANIFESTO E
      *==FT-DATA-MANIFESTO ACRESCENTADOS NO FINAL: FATURA COM
      *==ENTREGA EM VEICULO PROPRIO ("P") ENTRA NO ROMANEIO DE
      *==ROTA (ROTA001) NA DATA DE ENTREGA; FT-MANIFESTO ZERO =
      *==AINDA NAO ROMANEADA
      *==DATA:15/10/2026
      *==FT-SINISTRO ACRESCENTADO NO FINAL: NUMERO DO SINISTRO DE
      *==TRANSPORTE (SINISTROS.DAT, SINIST001) QUANDO A FATURA E A
      *==REPOSICAO DA MERCADORIA AVARIADA OU EXTRAVIADA; ZERO = FATURA
      *==NORMAL
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-FATURAS.
           05 FT-NUMERO       PIC 9(06).
           05 FT-ITENS OCCURS 10 TIMES.
               10 FT-IT-PRODUTO PIC X(30).
               10 FT-IT-VALOR   PIC 9(08)V99.
           05 FT-NFE-SITUACAO PIC X(01).
               88 FT-NFE-PENDENTE  VALUE " ".
               88 FT-NFE-EXPORTADA VALUE "E".
           05 FT-NFE-DATA     PIC 9(08).
           05 FT-NFE-CHAVE    PIC X(44).
           05 FT-CEP          PIC 9(08).
           05 FT-ENTREGA      PIC X(01).
               88 FT-ENTREGA-PROPRIA VALUE "P".
           05 FT-DATA-ENTREGA PIC 9(08).
           05 FT-MANIFESTO    PIC 9(06).
           05 FT-DATA-MANIFESTO PIC 9(08).
           05 FT-SINISTRO     PIC 9(06).
