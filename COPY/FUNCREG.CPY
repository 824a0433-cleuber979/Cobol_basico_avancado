      *==REMESSA DE CREDITO DE SALARIOS EM VEZ DE DIGITAR CADA
      *==PAGAMENTO NO SITE DO BANCO.
      *==DATA:02/09/2026
      *==FUNC-MOTIVO-DESLIG ACRESCENTADO (GRAVADO PELO FUNC003): "S" SEM
      *==JUSTA CAUSA, "J" JUSTA CAUSA, "P" PEDIDO DE DEMISSAO. SO A
      *==DISPENSA SEM JUSTA CAUSA GERA A MULTA DE 40% DO FGTS NO
      *==FOLHA005.
      *==DATA:15/10/2026
      *==FUNC-CPF ACRESCENTADO (MANTIDO PELO FOLHA004 JUNTO COM OS
      *==DADOS BANCARIOS) PARA O INFORME DE RENDIMENTOS E O ARQUIVO
      *==ANUAL DE RETENCOES DO FOLHA006. ZERO = NAO CADASTRADO.
      *==DATA:15/10/2026
      *==FUNC-CARGO-COD/FUNC-NIVEL ACRESCENTADOS: CODIGO DO CARGO EM
      *==CARGOS.DAT (CARGO001) E NIVEL DA FAIXA SALARIAL; FUNC-CARGO
      *==PASSA A RECEBER O TITULO DO CADASTRO DE CARGOS. BRANCO EM
      *==REGISTRO ANTIGO = CARGO NAO CODIFICADO.
      *==DATA:15/10/2026
      ******************************************************************
       01  REG-FUNCIONARIOS.
           05 FUNC-ID       PIC 9(04).
           05 FUNC-BANCO    PIC 9(03).
           05 FUNC-AGENCIA  PIC 9(04).
           05 FUNC-CONTA    PIC 9(08).
           05 FUNC-MOTIVO-DESLIG PIC X(01).
              88 FUNC-SEM-JUSTA-CAUSA  VALUE "S".
              88 FUNC-JUSTA-CAUSA      VALUE "J".
              88 FUNC-PEDIDO-DEMISSAO  VALUE "P".
              88 FUNC-MOTIVO-VALIDO    VALUE "S" "J" "P".
           05 FUNC-CPF      PIC 9(11).
           05 FUNC-CARGO-COD PIC X(04).
           05 FUNC-NIVEL    PIC 9(01).
