      *          FACE E O ACRESCIMO (JUROS + MULTA) SEPARADOS E A
      *          MARCA DE ACRESCIMO COBRADO ("S"), ISENTADO ("I") OU
      *          SEM ATRASO (BRANCO). TAMBEM E A BASE DA PONTUALIDADE
      *          DO CLIENTE NO SCORE DE LIMITE DE CREDITO. "E" E O
      *          ESTORNO DE UMA BAIXA POR CHEQUE DEVOLVIDO DEPOIS DE
      *          COMPENSADO (CHEQ001) - NAO E RECEBIMENTO.
      *          FILE SECTION.
      ******************************************************************
       01  REG-CRECPAGO.
           05 CRP-ACRESCIMO   PIC X(01).
               88 CRP-ACRESC-COBRADO  VALUE "S".
               88 CRP-ACRESC-ISENTADO VALUE "I".
               88 CRP-ESTORNO-CHEQUE  VALUE "E".
