       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMB001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: REEMBOLSO DE DESPESAS DE FUNCIONARIOS - QUEM PAGA
      *          COMBUSTIVEL, ESTACIONAMENTO OU PEQUENAS COMPRAS DO
      *          PROPRIO BOLSO ENTREGAVA OS RECIBOS GRAMPEADOS NUM
      *          FORMULARIO, ERA REEMBOLSADO QUANDO ALGUEM LEMBRAVA E A
      *          DESPESA NUNCA CAIA NA CATEGORIA CERTA. LANCA O PEDIDO
      *          EM REEMBOLSO.DAT POR FUNC-ID (DATA, CATEGORIA, VALOR,
      *          RECIBO, DESCRICAO E A FORMA DE RECEBER ESCOLHIDA PELO
      *          FUNCIONARIO); A APROVACAO EXIGE O PIN DE SUPERVISOR
      *          (NIVEL 2 DA PINWS) E VALOR ACIMA DO LIMITE DA
      *          CATEGORIA (REEMBCAT.CFG) SO O NIVEL 3 APROVA. O
      *          APROVADO VIRA TITULO EM CONTASPAG.DAT NA CATEGORIA DA
      *          DESPESA OU CREDITO NA PROXIMA RODADA DO FOLHA001. O
      *          RELATORIO MENSAL (REEMB.LST) ABRE POR DEPARTAMENTO E
      *          CATEGORIA OS PEDIDOS PENDENTES, APROVADOS, REJEITADOS E
      *          PAGOS, DEPOIS DE MARCAR COMO PAGOS OS TITULOS DE
      *          REEMBOLSO JA BAIXADOS NO CPAG001.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REEMBOLSO ASSIGN TO "REEMBOLSO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RD-CHAVE
           FILE STATUS IS FS-REEMBOLSO.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-ID
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTASPAG.

           SELECT REEMBCFG ASSIGN TO "REEMBCAT.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REEMBCFG.

           SELECT RELATORIO ASSIGN TO "REEMB.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  REEMBOLSO.
           COPY REEMBREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  CONTASPAG.
           COPY CONTAPAGREG.

      *===============================UMA LINHA POR CATEGORIA: NOME
      *===============================(A CP-CATEGORIA DO TITULO) E O
      *===============================LIMITE POR PEDIDO PARA O
      *===============================SUPERVISOR APROVAR.
       FD  REEMBCFG.
       01  REG-REEMBCFG.
           05 RCF-CATEGORIA    PIC X(10).
           05 RCF-LIMITE       PIC 9(05)V99.

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(120).

       WORKING-STORAGE SECTION.
           COPY PINWS.
       77  FS-REEMBOLSO    PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-CONTASPAG    PIC 9(02) VALUE ZEROS.
       77  FS-REEMBCFG     PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-ID-FUNC     PIC 9(04) VALUE ZEROS.
       77  WRK-FUNC-OK     PIC X(01) VALUE "N".
       77  WRK-FUNC-NOME   PIC X(20) VALUE SPACES.
       77  WRK-ULTIMO-NUMERO PIC 9(04) VALUE ZEROS.
       77  WRK-CATEGORIA   PIC X(10) VALUE SPACES.
       77  WRK-IDX-CAT     PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-CAT     PIC 9(02) VALUE ZEROS.
       77  WRK-DECISAO     PIC X(01) VALUE SPACES.
       77  WRK-QTDE-APROVADOS PIC 9(04) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS PIC 9(04) VALUE ZEROS.
       77  WRK-QTDE-BAIXADOS PIC 9(04) VALUE ZEROS.
       77  WRK-ANOMES-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-DEPTO       PIC X(15) VALUE SPACES.
       77  WRK-IDX-DC      PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-DC      PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-DC     PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-ORD     PIC 9(03) VALUE ZEROS.
       77  WRK-TROCOU      PIC X(01) VALUE "N".
       77  WRK-SUB-ST      PIC 9(01) VALUE ZEROS.
       77  WRK-DEPTO-ANT   PIC X(15) VALUE SPACES.

       01  WRK-DATA-DESPESA-X.
           05 WRK-DDX-ANOMES PIC 9(06).
           05 FILLER         PIC X(02).

      *===============================DOCUMENTO DO TITULO DE REEMBOLSO
      *===============================EM CONTASPAG.DAT: "RD" + FUNC-ID
      *===============================+ NUMERO DO PEDIDO.
       01  WRK-DOC-REEMB.
           05 WRK-DR-PREFIXO  PIC X(02) VALUE "RD".
           05 WRK-DR-FUNC-ID  PIC 9(04) VALUE ZEROS.
           05 WRK-DR-NUMERO   PIC 9(04) VALUE ZEROS.

      *===============================CATEGORIAS E LIMITES PADRAO,
      *===============================SUBSTITUIDOS PELO REEMBCAT.CFG
      *===============================QUANDO ELE EXISTE.
       77  WRK-QTDE-CAT    PIC 9(02) VALUE 06.
       01  TABELA-CATEGORIAS-PADRAO.
           05 FILLER PIC X(17) VALUE "COMBUST   0030000".
           05 FILLER PIC X(17) VALUE "ESTACIONAM0010000".
           05 FILLER PIC X(17) VALUE "PEDAGIO   0010000".
           05 FILLER PIC X(17) VALUE "REFEICAO  0015000".
           05 FILLER PIC X(17) VALUE "CONDUCAO  0015000".
           05 FILLER PIC X(17) VALUE "MATERIAL  0020000".
           05 FILLER PIC X(17) OCCURS 14 TIMES VALUE SPACES.
       01  TABELA-CATEGORIAS REDEFINES TABELA-CATEGORIAS-PADRAO.
           05 TAB-CATEGORIA OCCURS 20 TIMES.
               10 TCA-CATEGORIA PIC X(10).
               10 TCA-LIMITE    PIC 9(05)V99.

      *===============================RELATORIO MENSAL: POR
      *===============================DEPARTAMENTO + CATEGORIA, A
      *===============================QUANTIDADE E O VALOR EM CADA
      *===============================SITUACAO (1 PENDENTE, 2 APROVADO,
      *===============================3 REJEITADO, 4 PAGO).
       01  TABELA-DEPTO-CAT.
           05 TAB-DC OCCURS 100 TIMES.
               10 TDC-DEPTO      PIC X(15).
               10 TDC-CATEGORIA  PIC X(10).
               10 TDC-SITUACAO OCCURS 4 TIMES.
                   15 TDC-QTDE   PIC 9(04).
                   15 TDC-VALOR  PIC 9(09)V99.

       01  WRK-TROCA-DC.
           05 WRK-TR-DEPTO      PIC X(15).
           05 WRK-TR-CATEGORIA  PIC X(10).
           05 WRK-TR-SITUACAO OCCURS 4 TIMES.
               10 WRK-TR-QTDE   PIC 9(04).
               10 WRK-TR-VALOR  PIC 9(09)V99.

       01  WRK-TOTAIS-GERAIS.
           05 WRK-TG-SITUACAO OCCURS 4 TIMES.
               10 WRK-TG-QTDE   PIC 9(05).
               10 WRK-TG-VALOR  PIC 9(09)V99.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(44) VALUE
               "REEMBOLSO DE DESPESAS - COMPETENCIA ".
           05 WRK-LT-ANOMES PIC 9999/99.

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(16) VALUE "DEPARTAMENTO".
           05 FILLER       PIC X(11) VALUE "CATEGORIA".
           05 FILLER       PIC X(20) VALUE "       PENDENTES".
           05 FILLER       PIC X(20) VALUE "       APROVADOS".
           05 FILLER       PIC X(20) VALUE "      REJEITADOS".
           05 FILLER       PIC X(20) VALUE "           PAGOS".

       01  WRK-LINHA-DET.
           05 WRK-LD-DEPTO      PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-CATEGORIA  PIC X(10).
           05 WRK-LD-SITUACAO OCCURS 4 TIMES.
               10 FILLER        PIC X(01) VALUE SPACES.
               10 WRK-LD-QTDE   PIC ZZZ9.
               10 FILLER        PIC X(01) VALUE SPACES.
               10 WRK-LD-VALOR  PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0050-CARREGA-CATEGORIAS.

           OPEN I-O REEMBOLSO.
           IF FS-REEMBOLSO EQUAL 35
               OPEN OUTPUT REEMBOLSO
               CLOSE REEMBOLSO
               OPEN I-O REEMBOLSO
           END-IF.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           CLOSE REEMBOLSO.
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

      *===============================REEMBCAT.CFG PRESENTE SUBSTITUI A
      *===============================TABELA PADRAO INTEIRA; LINHA COM
      *===============================LIMITE NAO NUMERICO E IGNORADA.
       0050-CARREGA-CATEGORIAS SECTION.
           OPEN INPUT REEMBCFG.
           IF FS-REEMBCFG EQUAL 00
               MOVE ZEROS TO WRK-QTDE-CAT
               READ REEMBCFG
               PERFORM UNTIL FS-REEMBCFG NOT EQUAL 00
                       OR WRK-QTDE-CAT EQUAL 20
                   IF RCF-CATEGORIA NOT EQUAL SPACES
                           AND RCF-LIMITE NUMERIC
                       ADD 1 TO WRK-QTDE-CAT
                       MOVE RCF-CATEGORIA
                         TO TCA-CATEGORIA(WRK-QTDE-CAT)
                       MOVE RCF-LIMITE TO TCA-LIMITE(WRK-QTDE-CAT)
                   END-IF
                   READ REEMBCFG
               END-PERFORM
               CLOSE REEMBCFG
           END-IF.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  REEMBOLSO DE DESPESAS "
           DISPLAY "================================================"
           DISPLAY "1 - LANCAR PEDIDO DE REEMBOLSO "
           DISPLAY "2 - APROVAR / REJEITAR PENDENTES (SUPERVISOR) "
           DISPLAY "3 - CONSULTAR PEDIDOS DO FUNCIONARIO "
           DISPLAY "4 - RELATORIO MENSAL POR DEPTO E CATEGORIA "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-LANCAR-PEDIDO
               WHEN 2
                   PERFORM 0400-APROVAR-PEDIDOS
               WHEN 3
                   PERFORM 0500-CONSULTAR
               WHEN 4
                   PERFORM 0600-RELATORIO-MENSAL
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

       0300-LANCAR-PEDIDO   SECTION.
           DISPLAY "ID DO FUNCIONARIO "
           ACCEPT WRK-ID-FUNC.
           PERFORM 0310-LE-FUNCIONARIO.

           IF WRK-FUNC-OK EQUAL "S"
               PERFORM 0320-PROXIMO-NUMERO
               MOVE WRK-ID-FUNC TO RD-FUNC-ID
               COMPUTE RD-NUMERO = WRK-ULTIMO-NUMERO + 1

               DISPLAY "DATA DA DESPESA (AAAAMMDD) "
               ACCEPT RD-DATA-DESPESA
               MOVE ZEROS TO WRK-IDX-CAT
               PERFORM UNTIL WRK-IDX-CAT NOT EQUAL ZEROS
                   PERFORM 0330-ESCOLHE-CATEGORIA
               END-PERFORM
               MOVE WRK-CATEGORIA TO RD-CATEGORIA
               DISPLAY "VALOR DA DESPESA "
               ACCEPT RD-VALOR
               DISPLAY "NUMERO DO RECIBO / CUPOM "
               ACCEPT RD-RECIBO
               DISPLAY "DESCRICAO "
               ACCEPT RD-DESCRICAO
               MOVE SPACES TO RD-FORMA
               PERFORM UNTIL RD-FORMA-VALIDA
                   DISPLAY "RECEBER POR C-CONTAS A PAGAR OU F-FOLHA "
                   ACCEPT RD-FORMA
               END-PERFORM

               MOVE "P"           TO RD-STATUS
               MOVE WRK-DATA-HOJE TO RD-DATA-LANCTO
               MOVE SPACES        TO RD-APROVADOR
               MOVE ZEROS         TO RD-DATA-APROVACAO
               MOVE SPACES        TO RD-MOTIVO
               MOVE SPACES        TO RD-DOC-CPAG
               MOVE ZEROS         TO RD-DATA-PGTO

               IF RD-VALOR EQUAL ZEROS
                   DISPLAY "VALOR ZERADO - PEDIDO CANCELADO "
               ELSE
                   WRITE REG-REEMBOLSO
                       INVALID KEY
                           DISPLAY "PEDIDO JA EXISTE - STATUS "
                                   FS-REEMBOLSO
                       NOT INVALID KEY
                           DISPLAY "PEDIDO " RD-FUNC-ID "/" RD-NUMERO
                                   " LANCADO - AGUARDA APROVACAO "
                           IF RD-VALOR GREATER TCA-LIMITE(WRK-IDX-CAT)
                               DISPLAY "ACIMA DO LIMITE DA CATEGORIA ("
                                       TCA-LIMITE(WRK-IDX-CAT)
                                       ") - SO O NIVEL 3 APROVA "
                           END-IF
                   END-WRITE
               END-IF
           END-IF.

       0310-LE-FUNCIONARIO  SECTION.
           MOVE "N" TO WRK-FUNC-OK.
           MOVE SPACES TO WRK-FUNC-NOME.
           MOVE SPACES TO WRK-DEPTO.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY "FUNCIONARIOS.DAT NAO ABERTO - STATUS "
                       FS-FUNCIONARIOS
           ELSE
               MOVE WRK-ID-FUNC TO FUNC-ID
               READ FUNCIONARIOS
                   INVALID KEY
                       DISPLAY "FUNCIONARIO NAO ENCONTRADO "
                               WRK-ID-FUNC
                   NOT INVALID KEY
                       MOVE FUNC-NOME  TO WRK-FUNC-NOME
                       MOVE FUNC-DEPTO TO WRK-DEPTO
                       IF FUNC-DESLIGADO
                           DISPLAY "FUNCIONARIO DESLIGADO EM "
                                   FUNC-DATA-DESLIG
                       ELSE
                           MOVE "S" TO WRK-FUNC-OK
                           DISPLAY "FUNCIONARIO... " FUNC-NOME
                                   " DEPTO " FUNC-DEPTO
                       END-IF
               END-READ
               CLOSE FUNCIONARIOS
           END-IF.

       0320-PROXIMO-NUMERO  SECTION.
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           MOVE WRK-ID-FUNC TO RD-FUNC-ID.
           MOVE ZEROS       TO RD-NUMERO.
           START REEMBOLSO KEY IS NOT LESS RD-CHAVE.
           IF FS-REEMBOLSO EQUAL 00
               READ REEMBOLSO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-REEMBOLSO NOT EQUAL 00
               IF RD-FUNC-ID NOT EQUAL WRK-ID-FUNC
                   MOVE 10 TO FS-REEMBOLSO
               ELSE
                   MOVE RD-NUMERO TO WRK-ULTIMO-NUMERO
                   READ REEMBOLSO NEXT RECORD
               END-IF
           END-PERFORM.

       0330-ESCOLHE-CATEGORIA SECTION.
           DISPLAY "CATEGORIAS: ".
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
                   UNTIL WRK-SUB-CAT GREATER WRK-QTDE-CAT
               DISPLAY "  " TCA-CATEGORIA(WRK-SUB-CAT)
                       " LIMITE " TCA-LIMITE(WRK-SUB-CAT)
           END-PERFORM.
           DISPLAY "CATEGORIA DA DESPESA "
           ACCEPT WRK-CATEGORIA.
           PERFORM 0340-PROCURA-CATEGORIA.
           IF WRK-IDX-CAT EQUAL ZEROS
               DISPLAY "CATEGORIA NAO CADASTRADA - ESCOLHA DA LISTA "
           END-IF.

       0340-PROCURA-CATEGORIA SECTION.
           MOVE ZEROS TO WRK-IDX-CAT.
           PERFORM VARYING WRK-SUB-CAT FROM 1 BY 1
                   UNTIL WRK-SUB-CAT GREATER WRK-QTDE-CAT
               IF TCA-CATEGORIA(WRK-SUB-CAT) EQUAL WRK-CATEGORIA
                   MOVE WRK-SUB-CAT TO WRK-IDX-CAT
                   MOVE WRK-QTDE-CAT TO WRK-SUB-CAT
               END-IF
           END-PERFORM.

      *===============================O SUPERVISOR (NIVEL 2) APROVA ATE
      *===============================O LIMITE DA CATEGORIA; ACIMA DELE
      *===============================SO O NIVEL 3. APROVADO PARA
      *===============================CONTAS A PAGAR VIRA TITULO NA
      *===============================HORA; PARA A FOLHA, ESPERA A
      *===============================PROXIMA RODADA DO FOLHA001.
       0400-APROVAR-PEDIDOS SECTION.
           MOVE 2 TO WRK-NIVEL-EXIGIDO.
           PERFORM 0095-VALIDA-PIN.

           IF WRK-PIN-OK EQUAL "S"
               MOVE ZEROS TO WRK-QTDE-APROVADOS
               MOVE ZEROS TO WRK-QTDE-REJEITADOS

               MOVE LOW-VALUES TO RD-CHAVE
               START REEMBOLSO KEY IS NOT LESS RD-CHAVE
               IF FS-REEMBOLSO EQUAL 00
                   READ REEMBOLSO NEXT RECORD
               END-IF
               PERFORM UNTIL FS-REEMBOLSO NOT EQUAL 00
                   IF RD-PENDENTE
                       PERFORM 0410-DECIDE-PEDIDO
                   END-IF
                   READ REEMBOLSO NEXT RECORD
               END-PERFORM

               DISPLAY "APROVADOS... " WRK-QTDE-APROVADOS
                       "  REJEITADOS... " WRK-QTDE-REJEITADOS
           END-IF.

       0410-DECIDE-PEDIDO   SECTION.
           MOVE RD-CATEGORIA TO WRK-CATEGORIA.
           PERFORM 0340-PROCURA-CATEGORIA.

           DISPLAY "------------------------------------------------".
           DISPLAY "PEDIDO....... " RD-FUNC-ID "/" RD-NUMERO.
           DISPLAY "DESPESA EM... " RD-DATA-DESPESA " "
                   RD-CATEGORIA " VALOR " RD-VALOR.
           DISPLAY "RECIBO....... " RD-RECIBO " " RD-DESCRICAO.
           DISPLAY "RECEBER POR.. " RD-FORMA
                   " (C-CONTAS A PAGAR F-FOLHA) ".
           IF WRK-IDX-CAT GREATER ZEROS
               IF RD-VALOR GREATER TCA-LIMITE(WRK-IDX-CAT)
                   DISPLAY "ACIMA DO LIMITE DA CATEGORIA ("
                           TCA-LIMITE(WRK-IDX-CAT) ") "
               END-IF
           END-IF.
           DISPLAY "A-APROVA  R-REJEITA  BRANCO-DEIXA PENDENTE "
           ACCEPT WRK-DECISAO.

           EVALUATE WRK-DECISAO
               WHEN "A"
                   IF WRK-IDX-CAT EQUAL ZEROS
                       DISPLAY "CATEGORIA FORA DO REEMBCAT.CFG - SO O "
                               "NIVEL 3 APROVA "
                   END-IF
                   IF WRK-NIVEL-USUARIO LESS 3
                       AND (WRK-IDX-CAT EQUAL ZEROS
                        OR RD-VALOR GREATER TCA-LIMITE(WRK-IDX-CAT))
                       DISPLAY "USUARIO " WRK-USUARIO-PIN " SEM "
                               "ALCADA PARA ESTE VALOR - CONTINUA "
                               "PENDENTE "
                   ELSE
                       PERFORM 0420-APROVA-PEDIDO
                   END-IF
               WHEN "R"
                   DISPLAY "MOTIVO DA REJEICAO "
                   ACCEPT RD-MOTIVO
                   MOVE "R"             TO RD-STATUS
                   MOVE WRK-USUARIO-PIN TO RD-APROVADOR
                   MOVE WRK-DATA-HOJE   TO RD-DATA-APROVACAO
                   REWRITE REG-REEMBOLSO
                   ADD 1 TO WRK-QTDE-REJEITADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0420-APROVA-PEDIDO   SECTION.
           MOVE "A"             TO RD-STATUS.
           MOVE WRK-USUARIO-PIN TO RD-APROVADOR.
           MOVE WRK-DATA-HOJE   TO RD-DATA-APROVACAO.

           IF RD-VIA-CPAG
               MOVE RD-FUNC-ID TO WRK-ID-FUNC
               PERFORM 0310-LE-FUNCIONARIO
               PERFORM 0430-GRAVA-TITULO
           END-IF.

           REWRITE REG-REEMBOLSO.
           ADD 1 TO WRK-QTDE-APROVADOS.

      *===============================TITULO NA CATEGORIA DA DESPESA,
      *===============================VENCENDO NO DIA; O CPAG001 BAIXA
      *===============================PELO CREDOR (NOME DO FUNCIONARIO)
      *===============================E DOCUMENTO (RD + ID + NUMERO).
       0430-GRAVA-TITULO    SECTION.
           MOVE RD-FUNC-ID TO WRK-DR-FUNC-ID.
           MOVE RD-NUMERO  TO WRK-DR-NUMERO.
           MOVE WRK-DOC-REEMB TO RD-DOC-CPAG.

           OPEN EXTEND CONTASPAG.
           IF FS-CONTASPAG EQUAL 35
               OPEN OUTPUT CONTASPAG
           END-IF.

           MOVE WRK-FUNC-NOME TO CP-CREDOR.
           MOVE WRK-DOC-REEMB TO CP-DOCUMENTO.
           MOVE RD-VALOR      TO CP-VALOR.
           MOVE WRK-DATA-HOJE TO CP-DATA-LANCTO.
           MOVE WRK-DATA-HOJE TO CP-DATA-VENC.
           MOVE RD-CATEGORIA  TO CP-CATEGORIA.
           MOVE "A"           TO CP-STATUS.
           MOVE ZEROS         TO CP-DATA-PGTO.
           WRITE REG-CONTAPAG.

           CLOSE CONTASPAG.

           DISPLAY "TITULO " WRK-DOC-REEMB " LANCADO EM CONTASPAG.DAT ".

       0500-CONSULTAR       SECTION.
           DISPLAY "ID DO FUNCIONARIO "
           ACCEPT WRK-ID-FUNC.

           MOVE WRK-ID-FUNC TO RD-FUNC-ID.
           MOVE ZEROS       TO RD-NUMERO.
           START REEMBOLSO KEY IS NOT LESS RD-CHAVE.
           IF FS-REEMBOLSO EQUAL 00
               READ REEMBOLSO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-REEMBOLSO NOT EQUAL 00
               IF RD-FUNC-ID NOT EQUAL WRK-ID-FUNC
                   MOVE 10 TO FS-REEMBOLSO
               ELSE
                   DISPLAY RD-NUMERO " " RD-DATA-DESPESA " "
                           RD-CATEGORIA " " RD-VALOR " " RD-FORMA
                           " STATUS " RD-STATUS " " RD-RECIBO
                   IF RD-REJEITADO
                       DISPLAY "     REJEITADO POR " RD-APROVADOR
                               ": " RD-MOTIVO
                   END-IF
                   READ REEMBOLSO NEXT RECORD
               END-IF
           END-PERFORM.

           DISPLAY "STATUS: P-PENDENTE A-APROVADO R-REJEITADO G-PAGO ".

      *===============================COMPETENCIA PELA DATA DA
      *===============================DESPESA. ANTES DE SOMAR, MARCA
      *===============================COMO PAGOS OS TITULOS JA
      *===============================BAIXADOS NO CONTAS A PAGAR.
       0600-RELATORIO-MENSAL SECTION.
           DISPLAY "COMPETENCIA (AAAAMM) "
           ACCEPT WRK-ANOMES-PROC.

           PERFORM 0610-BAIXA-PAGOS-CPAG.

           MOVE ZEROS TO WRK-QTDE-DC.
           INITIALIZE WRK-TOTAIS-GERAIS.

           OPEN INPUT FUNCIONARIOS.

           MOVE LOW-VALUES TO RD-CHAVE.
           START REEMBOLSO KEY IS NOT LESS RD-CHAVE.
           IF FS-REEMBOLSO EQUAL 00
               READ REEMBOLSO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-REEMBOLSO NOT EQUAL 00
               MOVE RD-DATA-DESPESA TO WRK-DATA-DESPESA-X
               IF WRK-DDX-ANOMES EQUAL WRK-ANOMES-PROC
                   PERFORM 0620-ACUMULA-PEDIDO
               END-IF
               READ REEMBOLSO NEXT RECORD
           END-PERFORM.

           IF FS-FUNCIONARIOS NOT EQUAL 35
               CLOSE FUNCIONARIOS
           END-IF.

           PERFORM 0640-ORDENA-TABELA.
           PERFORM 0650-IMPRIME-RELATORIO.

       0610-BAIXA-PAGOS-CPAG SECTION.
           MOVE ZEROS TO WRK-QTDE-BAIXADOS.
           OPEN INPUT CONTASPAG.
           IF FS-CONTASPAG EQUAL 00
               READ CONTASPAG
               PERFORM UNTIL FS-CONTASPAG NOT EQUAL 00
                   MOVE CP-DOCUMENTO TO WRK-DOC-REEMB
                   IF CP-PAGO
                           AND WRK-DR-PREFIXO EQUAL "RD"
                           AND WRK-DR-FUNC-ID NUMERIC
                           AND WRK-DR-NUMERO NUMERIC
                       PERFORM 0615-MARCA-PAGO
                   END-IF
                   READ CONTASPAG
               END-PERFORM
               CLOSE CONTASPAG
           END-IF.

           IF WRK-QTDE-BAIXADOS GREATER ZEROS
               DISPLAY "PEDIDOS MARCADOS COMO PAGOS PELO CONTAS A "
                       "PAGAR... " WRK-QTDE-BAIXADOS
           END-IF.

       0615-MARCA-PAGO      SECTION.
           MOVE WRK-DR-FUNC-ID TO RD-FUNC-ID.
           MOVE WRK-DR-NUMERO  TO RD-NUMERO.
           READ REEMBOLSO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RD-APROVADO AND RD-VIA-CPAG
                           AND RD-DOC-CPAG EQUAL CP-DOCUMENTO
                       MOVE "G"          TO RD-STATUS
                       MOVE CP-DATA-PGTO TO RD-DATA-PGTO
                       REWRITE REG-REEMBOLSO
                       ADD 1 TO WRK-QTDE-BAIXADOS
                   END-IF
           END-READ.

       0620-ACUMULA-PEDIDO  SECTION.
           MOVE "SEM DEPTO" TO WRK-DEPTO.
           IF FS-FUNCIONARIOS NOT EQUAL 35
               MOVE RD-FUNC-ID TO FUNC-ID
               READ FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNC-DEPTO NOT EQUAL SPACES
                           MOVE FUNC-DEPTO TO WRK-DEPTO
                       END-IF
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN RD-PENDENTE
                   MOVE 1 TO WRK-SUB-ST
               WHEN RD-APROVADO
                   MOVE 2 TO WRK-SUB-ST
               WHEN RD-REJEITADO
                   MOVE 3 TO WRK-SUB-ST
               WHEN OTHER
                   MOVE 4 TO WRK-SUB-ST
           END-EVALUATE.

           PERFORM 0630-LOCALIZA-DEPTO-CAT.
           IF WRK-IDX-DC NOT EQUAL ZEROS
               ADD 1        TO TDC-QTDE(WRK-IDX-DC, WRK-SUB-ST)
               ADD RD-VALOR TO TDC-VALOR(WRK-IDX-DC, WRK-SUB-ST)
           END-IF.
           ADD 1        TO WRK-TG-QTDE(WRK-SUB-ST).
           ADD RD-VALOR TO WRK-TG-VALOR(WRK-SUB-ST).

       0630-LOCALIZA-DEPTO-CAT SECTION.
           MOVE ZEROS TO WRK-IDX-DC.
           PERFORM VARYING WRK-SUB-DC FROM 1 BY 1
                   UNTIL WRK-SUB-DC GREATER WRK-QTDE-DC
               IF TDC-DEPTO(WRK-SUB-DC) EQUAL WRK-DEPTO
                       AND TDC-CATEGORIA(WRK-SUB-DC) EQUAL RD-CATEGORIA
                   MOVE WRK-SUB-DC TO WRK-IDX-DC
                   MOVE WRK-QTDE-DC TO WRK-SUB-DC
               END-IF
           END-PERFORM.

           IF WRK-IDX-DC EQUAL ZEROS
               IF WRK-QTDE-DC LESS 100
                   ADD 1 TO WRK-QTDE-DC
                   MOVE WRK-QTDE-DC TO WRK-IDX-DC
                   INITIALIZE TAB-DC(WRK-IDX-DC)
                   MOVE WRK-DEPTO    TO TDC-DEPTO(WRK-IDX-DC)
                   MOVE RD-CATEGORIA TO TDC-CATEGORIA(WRK-IDX-DC)
               ELSE
                   DISPLAY "TABELA DEPTO/CATEGORIA CHEIA (100) - "
                           "PEDIDO SO NO TOTAL " RD-FUNC-ID "/"
                           RD-NUMERO
               END-IF
           END-IF.

      *===============================ORDENA POR DEPARTAMENTO E
      *===============================CATEGORIA (TROCAS SUCESSIVAS).
       0640-ORDENA-TABELA   SECTION.
           MOVE "S" TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU NOT EQUAL "S"
               MOVE "N" TO WRK-TROCOU
               PERFORM VARYING WRK-SUB-ORD FROM 1 BY 1
                       UNTIL WRK-SUB-ORD NOT LESS WRK-QTDE-DC
                   IF TDC-DEPTO(WRK-SUB-ORD) GREATER
                           TDC-DEPTO(WRK-SUB-ORD + 1)
                       OR (TDC-DEPTO(WRK-SUB-ORD) EQUAL
                               TDC-DEPTO(WRK-SUB-ORD + 1)
                           AND TDC-CATEGORIA(WRK-SUB-ORD) GREATER
                               TDC-CATEGORIA(WRK-SUB-ORD + 1))
                       MOVE TAB-DC(WRK-SUB-ORD) TO WRK-TROCA-DC
                       MOVE TAB-DC(WRK-SUB-ORD + 1)
                         TO TAB-DC(WRK-SUB-ORD)
                       MOVE WRK-TROCA-DC TO TAB-DC(WRK-SUB-ORD + 1)
                       MOVE "S" TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

       0650-IMPRIME-RELATORIO SECTION.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-ANOMES-PROC TO WRK-LT-ANOMES.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES TO WRK-DEPTO-ANT.
           PERFORM VARYING WRK-SUB-DC FROM 1 BY 1
                   UNTIL WRK-SUB-DC GREATER WRK-QTDE-DC
               IF TDC-DEPTO(WRK-SUB-DC) NOT EQUAL WRK-DEPTO-ANT
                   MOVE SPACES TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   MOVE TDC-DEPTO(WRK-SUB-DC) TO WRK-LD-DEPTO
                   MOVE TDC-DEPTO(WRK-SUB-DC) TO WRK-DEPTO-ANT
               ELSE
                   MOVE SPACES TO WRK-LD-DEPTO
               END-IF
               MOVE TDC-CATEGORIA(WRK-SUB-DC) TO WRK-LD-CATEGORIA
               PERFORM VARYING WRK-SUB-ST FROM 1 BY 1
                       UNTIL WRK-SUB-ST GREATER 4
                   MOVE TDC-QTDE(WRK-SUB-DC, WRK-SUB-ST)
                     TO WRK-LD-QTDE(WRK-SUB-ST)
                   MOVE TDC-VALOR(WRK-SUB-DC, WRK-SUB-ST)
                     TO WRK-LD-VALOR(WRK-SUB-ST)
               END-PERFORM
               MOVE WRK-LINHA-DET TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "TOTAL GERAL" TO WRK-LD-DEPTO.
           MOVE SPACES        TO WRK-LD-CATEGORIA.
           PERFORM VARYING WRK-SUB-ST FROM 1 BY 1
                   UNTIL WRK-SUB-ST GREATER 4
               MOVE WRK-TG-QTDE(WRK-SUB-ST)  TO WRK-LD-QTDE(WRK-SUB-ST)
               MOVE WRK-TG-VALOR(WRK-SUB-ST) TO WRK-LD-VALOR(WRK-SUB-ST)
           END-PERFORM.
           MOVE WRK-LINHA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.

           DISPLAY "RELATORIO GRAVADO EM REEMB.LST ".

      *===============================SECTION TERMINAL VAZIA: IMPEDE
      *===============================QUE O PERFORM DA ULTIMA SECTION
      *===============================CAIA NO PARAGRAFO DA COPY PINPD.
       9900-FIM-PROGRAMA SECTION.

           COPY PINPD.
       END PROGRAM REEMB001.
