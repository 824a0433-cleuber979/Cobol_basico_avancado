      *==(PROG_VENDAS) CONTINUAM GRAVANDO UM SO TITULO, COM
      *==CR-PARCELA/CR-QTDE-PARCELAS IGUAIS A 01
      *==DATA:14/08/2024
      *==CR-SITUACAO ACRESCENTADO: BRANCO = EM CARTEIRA, "T" =
      *==DESCONTADO NO BANCO (BORDERO DO ANTEC001), "R" = RECOMPRADO
      *==DO BANCO. TODO
      *==PROGRAMA QUE GRAVA TITULO NOVO GRAVA CR-SITUACAO EM BRANCO
      *==DATA:15/10/2026
      *==CR-SITUACAO GANHA "C" = PAGO COM CHEQUE PRE-DATADO EM CUSTODIA
      *==(CHEQ001), FORA DA COBRANCA ATE A COMPENSACAO OU A DEVOLUCAO
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-CONTAREC.
           05 CR-ID-CLIENTE  PIC 9(04).
           05 CR-DATA-VENC   PIC 9(08).
           05 CR-PARCELA     PIC 9(02).
           05 CR-QTDE-PARCELAS PIC 9(02).
           05 CR-SITUACAO    PIC X(01).
               88 CR-EM-CARTEIRA  VALUE " ".
               88 CR-TRANSFERIDO  VALUE "T".
               88 CR-RECOMPRADO   VALUE "R".
               88 CR-CHEQUE-CUSTODIA VALUE "C".
