      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO BEM DO ATIVO IMOBILIZADO (FD
      *          ATIVOS, ATIVOS.DAT, CHAVE AT-CODIGO DO CONTADOR
      *          ATIVO.CTL) - VEICULOS, INFORMATICA, PRATELEIRAS E
      *          DEMAIS BENS DE USO. AT-VIDA-MESES VEM DA CATEGORIA
      *          (ATIVOCAT.TAB) NO CADASTRO. A DEPRECIACAO MENSAL DO
      *          ATIVO001 ACUMULA EM AT-DEPREC-ACUM ATE A COMPETENCIA
      *          AT-ULTIMA-DEPREC (AAAAMM); VALOR CONTABIL = AQUISICAO
      *          MENOS ACUMULADA. SITUACAO: "A" EM USO, "B" BAIXADO
      *          (DESCARTE, SEM VALOR DE VENDA), "V" VENDIDO, COM O
      *          GANHO (+) OU PERDA (-) DA BAIXA. FILE SECTION.
      ******************************************************************
       01  REG-ATIVO.
           05 AT-CODIGO          PIC 9(05).
           05 AT-DESCRICAO       PIC X(30).
           05 AT-CATEGORIA       PIC X(02).
           05 AT-DATA-AQUISICAO  PIC 9(08).
           05 AT-VALOR-AQUISICAO PIC 9(07)V99.
           05 AT-FORN-ID         PIC 9(04).
           05 AT-LOCAL           PIC X(15).
           05 AT-VIDA-MESES      PIC 9(03).
           05 AT-DEPREC-ACUM     PIC 9(07)V99.
           05 AT-ULTIMA-DEPREC   PIC 9(06).
           05 AT-SITUACAO        PIC X(01).
               88 AT-EM-USO         VALUE "A".
               88 AT-BAIXADO        VALUE "B".
               88 AT-VENDIDO        VALUE "V".
           05 AT-DATA-BAIXA      PIC 9(08).
           05 AT-VALOR-VENDA     PIC 9(07)V99.
           05 AT-RESULTADO-BAIXA PIC S9(07)V99.
