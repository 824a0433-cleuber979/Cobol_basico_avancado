       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDI001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: TROCA ELETRONICA DE PEDIDOS COM FORNECEDORES (EDI) -
      *          ATE AQUI O PEDCOMPRA.LST DO PEDIDO001 ERA MANDADO POR
      *          E-MAIL E O RECEB001 DIGITAVA CADA LINHA CONTRA A NOTA
      *          EM PAPEL. EXPORTA OS PEDIDOS DE PEDCOMP.DAT AINDA NAO
      *          ENVIADOS NO LEIAUTE FIXO DO EDIREG, UM ARQUIVO POR
      *          FORNECEDOR (EDIPCnnnn.TXT, nnnn = FORN-ID); IMPORTA AS
      *          CONFIRMACOES DO FORNECEDOR (EDICONF.TXT), GRAVANDO NO
      *          ITEM DO PEDIDO A QUANTIDADE E A DATA DE ENTREGA
      *          CONFIRMADAS, E OS AVISOS DE EMBARQUE (EDIAVISO.TXT),
      *          GRAVANDO A QUANTIDADE AVISADA QUE O RECEB001 USA PARA
      *          PRE-PREENCHER O RECEBIMENTO (CADA AVISO DE CADA ITEM
      *          FICA EM EDIVISTO.DAT, ENTAO IMPORTAR O MESMO ARQUIVO
      *          DE NOVO NAO SOMA A QUANTIDADE OUTRA VEZ); E LISTA EM
      *          EDIDIVERG.LST
      *          OS ITENS EM QUE PEDIDO, CONFIRMACAO, AVISO E
      *          RECEBIMENTO NAO BATEM.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDCOMP ASSIGN TO "PEDCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-NUMERO
           FILE STATUS IS FS-PEDCOMP.

           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-ID
           FILE STATUS IS FS-FORNECEDORES.

           SELECT EDIPEDIDO ASSIGN TO WRK-EDI-ARQUIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EDIPEDIDO.

           SELECT EDICONF ASSIGN TO "EDICONF.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EDICONF.

           SELECT EDIAVISO ASSIGN TO "EDIAVISO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EDIAVISO.

           SELECT AVISOVISTO ASSIGN TO "EDIVISTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVV-CHAVE
           FILE STATUS IS FS-AVISOVISTO.

           SELECT RELATORIO ASSIGN TO "EDIDIVERG.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDCOMP.
           COPY PEDCOMPREG.

       FD  FORNECEDORES.
           COPY FORNREG.

       FD  EDIPEDIDO.
           COPY EDIREG.

       FD  EDICONF.
       01  REG-EDICONF      PIC X(80).

       FD  EDIAVISO.
       01  REG-EDIAVISO     PIC X(80).

      *===============================UM REGISTRO POR AVISO DE
      *===============================EMBARQUE JA IMPORTADO PARA UM
      *===============================ITEM, COM A QUANTIDADE QUE FOI
      *===============================SOMADA NA QUANTIDADE AVISADA.
       FD  AVISOVISTO.
       01  REG-AVISOVISTO.
           05 AVV-CHAVE.
               10 AVV-FORNECEDOR   PIC 9(04).
               10 AVV-PEDIDO       PIC 9(06).
               10 AVV-AVISO        PIC X(10).
               10 AVV-SEQ          PIC 9(02).
           05 AVV-QTDE             PIC 9(05).
           05 AVV-DATA-IMPORTACAO  PIC 9(08).

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(110).

       WORKING-STORAGE SECTION.
       77  FS-PEDCOMP      PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-EDIPEDIDO    PIC 9(02) VALUE ZEROS.
       77  FS-EDICONF      PIC 9(02) VALUE ZEROS.
       77  FS-EDIAVISO     PIC 9(02) VALUE ZEROS.
       77  FS-AVISOVISTO   PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO-PROC PIC 9(06) VALUE ZEROS.
       77  WRK-FORN-ABERTO PIC X(01) VALUE "N".
       77  WRK-SUB-IT      PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-IT      PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-EXPORTADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-LIDAS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ACEITAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-REJEITADAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-REPETIDAS PIC 9(05) VALUE ZEROS.
       77  WRK-AVISO-REPETIDO PIC X(01) VALUE "N".
       77  WRK-QTDE-DIVERG PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-REFERENCIA PIC 9(05) VALUE ZEROS.
       77  WRK-MOTIVO      PIC X(30) VALUE SPACES.
       77  WRK-PRODUTO-EDI PIC X(30) VALUE SPACES.

      *===============================NOME DO ARQUIVO DE PEDIDOS DE UM
      *===============================FORNECEDOR: EDIPC + FORN-ID.
       01  WRK-EDI-ARQUIVO.
           05 FILLER          PIC X(05) VALUE "EDIPC".
           05 WRK-EA-FORN     PIC 9(04) VALUE ZEROS.
           05 FILLER          PIC X(04) VALUE ".TXT".

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(25) VALUE SPACES.
           05 FILLER       PIC X(48) VALUE
               "DIVERGENCIAS PEDIDO X AVISO X RECEBIMENTO - EDI".

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(07) VALUE "PEDIDO ".
           05 FILLER       PIC X(05) VALUE "FORN ".
           05 FILLER       PIC X(31) VALUE "PRODUTO".
           05 FILLER       PIC X(08) VALUE " PEDIDA ".
           05 FILLER       PIC X(08) VALUE " CONFIR ".
           05 FILLER       PIC X(08) VALUE " ENTREGA".
           05 FILLER       PIC X(03) VALUE SPACES.
           05 FILLER       PIC X(08) VALUE " AVISADA".
           05 FILLER       PIC X(09) VALUE " RECEBIDA".
           05 FILLER       PIC X(07) VALUE " MOTIVO".

       01  WRK-LINHA-DET.
           05 WRK-LD-PEDIDO    PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-FORN      PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PRODUTO   PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PEDIDA    PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-CONFIRMADA PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-ENTREGA   PIC 9999/99/99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-AVISADA   PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-RECEBIDA  PIC ZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-MOTIVO    PIC X(30).

       01  WRK-LINHA-TOTAL.
           05 FILLER       PIC X(30) VALUE
               "ITENS COM DIVERGENCIA........ ".
           05 WRK-LTO-QTDE PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O PEDCOMP.
           IF FS-PEDCOMP NOT EQUAL 00
               DISPLAY "PEDCOMP.DAT NAO ABERTO - GERE OS PEDIDOS NO "
                       "PEDIDO001 "
           ELSE
               PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9
               CLOSE PEDCOMP
           END-IF.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  EDI COM FORNECEDORES "
           DISPLAY "================================================"
           DISPLAY "1 - EXPORTAR PEDIDOS DE COMPRA "
           DISPLAY "2 - IMPORTAR CONFIRMACOES (EDICONF.TXT) "
           DISPLAY "3 - IMPORTAR AVISOS DE EMBARQUE (EDIAVISO.TXT) "
           DISPLAY "4 - DIVERGENCIAS PEDIDO X AVISO X RECEBIMENTO "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-EXPORTA-PEDIDOS
               WHEN 2
                   PERFORM 0400-IMPORTA-CONFIRMACOES
               WHEN 3
                   PERFORM 0500-IMPORTA-AVISOS
               WHEN 4
                   PERFORM 0600-RELATORIO-DIVERGENCIAS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

      *===============================SEM NUMERO: TODOS OS PEDIDOS NAO
      *===============================FECHADOS AINDA NAO EXPORTADOS.
      *===============================COM NUMERO: REENVIA AQUELE
      *===============================PEDIDO MESMO JA EXPORTADO.
       0300-EXPORTA-PEDIDOS SECTION.
           MOVE ZEROS TO WRK-QTDE-EXPORTADOS.
           DISPLAY "NUMERO DO PEDIDO (0 = TODOS OS NAO ENVIADOS) "
           ACCEPT WRK-NUMERO-PROC.

           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES EQUAL 00
               MOVE "S" TO WRK-FORN-ABERTO
           ELSE
               MOVE "N" TO WRK-FORN-ABERTO
           END-IF.

           IF WRK-NUMERO-PROC GREATER ZEROS
               MOVE WRK-NUMERO-PROC TO PO-NUMERO
               READ PEDCOMP
                   INVALID KEY
                       DISPLAY "PEDIDO NAO ENCONTRADO " WRK-NUMERO-PROC
                   NOT INVALID KEY
                       PERFORM 0310-EXPORTA-UM-PEDIDO
               END-READ
           ELSE
               MOVE ZEROS TO PO-NUMERO
               START PEDCOMP KEY IS NOT LESS PO-NUMERO
               IF FS-PEDCOMP EQUAL 00
                   READ PEDCOMP NEXT RECORD
               END-IF
               PERFORM UNTIL FS-PEDCOMP NOT EQUAL 00
                   IF PO-FECHADO OR PO-DATA-EXPORTACAO NOT EQUAL ZEROS
                       CONTINUE
                   ELSE
                       PERFORM 0310-EXPORTA-UM-PEDIDO
                   END-IF
                   READ PEDCOMP NEXT RECORD
               END-PERFORM
           END-IF.

           IF WRK-FORN-ABERTO EQUAL "S"
               CLOSE FORNECEDORES
           END-IF.

           DISPLAY "PEDIDOS EXPORTADOS... " WRK-QTDE-EXPORTADOS
                   " (ARQUIVOS EDIPCnnnn.TXT POR FORNECEDOR) ".

      *===============================O ARQUIVO DO FORNECEDOR ACUMULA
      *===============================OS PEDIDOS ATE SER RECOLHIDO.
      *===============================SE O ARQUIVO NAO ABRE O PEDIDO
      *===============================FICA SEM DATA DE EXPORTACAO E
      *===============================SAI NA PROXIMA EXPORTACAO.
       0310-EXPORTA-UM-PEDIDO SECTION.
           MOVE PO-FORNECEDOR TO WRK-EA-FORN.
           OPEN EXTEND EDIPEDIDO.
           IF FS-EDIPEDIDO EQUAL 35
               OPEN OUTPUT EDIPEDIDO
           END-IF.

           IF FS-EDIPEDIDO NOT EQUAL 00
               DISPLAY "ERRO " FS-EDIPEDIDO " AO ABRIR "
                       WRK-EDI-ARQUIVO " - PEDIDO " PO-NUMERO
                       " NAO EXPORTADO "
           ELSE
               PERFORM 0315-GRAVA-PEDIDO
           END-IF.

       0315-GRAVA-PEDIDO    SECTION.
           MOVE SPACES          TO REG-EDI.
           MOVE "H"             TO EDI-TIPO.
           MOVE PO-FORNECEDOR   TO EDI-FORNECEDOR.
           MOVE PO-NUMERO       TO EDI-PEDIDO.
           MOVE PO-DATA-EMISSAO TO EDI-CAB-EMISSAO.
           MOVE PO-QTDE-ITENS   TO EDI-CAB-QTDE-ITENS.
           MOVE ZEROS           TO EDI-CAB-PRAZO-DIAS.
           IF WRK-FORN-ABERTO EQUAL "S"
               MOVE PO-FORNECEDOR TO FORN-ID
               READ FORNECEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FORN-NOME       TO EDI-CAB-FORN-NOME
                       MOVE FORN-PRAZO-DIAS TO EDI-CAB-PRAZO-DIAS
               END-READ
           END-IF.
           WRITE REG-EDI.

           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER PO-QTDE-ITENS
               MOVE SPACES        TO REG-EDI
               MOVE "I"           TO EDI-TIPO
               MOVE PO-FORNECEDOR TO EDI-FORNECEDOR
               MOVE PO-NUMERO     TO EDI-PEDIDO
               MOVE WRK-SUB-IT    TO EDI-ITE-SEQ
               MOVE PO-IT-PRODUTO(WRK-SUB-IT)     TO EDI-ITE-PRODUTO
               MOVE PO-IT-QTDE-PEDIDA(WRK-SUB-IT) TO EDI-ITE-QTDE
               WRITE REG-EDI
           END-PERFORM.

           CLOSE EDIPEDIDO.

           MOVE WRK-DATA-HOJE TO PO-DATA-EXPORTACAO.
           REWRITE REG-PEDCOMP.
           ADD 1 TO WRK-QTDE-EXPORTADOS.
           DISPLAY "PEDIDO " PO-NUMERO " EXPORTADO EM "
                   WRK-EDI-ARQUIVO.

      *===============================LINHA "C": QUANTIDADE E DATA DE
      *===============================ENTREGA CONFIRMADAS SUBSTITUEM AS
      *===============================ANTERIORES (O FORNECEDOR PODE
      *===============================RECONFIRMAR).
       0400-IMPORTA-CONFIRMACOES SECTION.
           MOVE ZEROS TO WRK-QTDE-LIDAS.
           MOVE ZEROS TO WRK-QTDE-ACEITAS.
           MOVE ZEROS TO WRK-QTDE-REJEITADAS.

           OPEN INPUT EDICONF.
           IF FS-EDICONF NOT EQUAL 00
               DISPLAY "EDICONF.TXT NAO ENCONTRADO - NADA A IMPORTAR "
           ELSE
               READ EDICONF
               PERFORM UNTIL FS-EDICONF NOT EQUAL 00
                   ADD 1 TO WRK-QTDE-LIDAS
                   MOVE REG-EDICONF TO REG-EDI
                   PERFORM 0410-APLICA-CONFIRMACAO
                   READ EDICONF
               END-PERFORM
               CLOSE EDICONF

               DISPLAY "LINHAS LIDAS....... " WRK-QTDE-LIDAS
               DISPLAY "ITENS CONFIRMADOS.. " WRK-QTDE-ACEITAS
               DISPLAY "LINHAS REJEITADAS.. " WRK-QTDE-REJEITADAS
           END-IF.

       0410-APLICA-CONFIRMACAO SECTION.
           IF NOT EDI-CONFIRMACAO
                   OR EDI-CNF-QTDE NOT NUMERIC
                   OR EDI-CNF-ENTREGA NOT NUMERIC
               ADD 1 TO WRK-QTDE-REJEITADAS
               DISPLAY "LINHA " WRK-QTDE-LIDAS " FORA DO LEIAUTE "
                       "DE CONFIRMACAO - REJEITADA "
           ELSE
               MOVE ZEROS TO WRK-IDX-IT
               IF EDI-CNF-SEQ NUMERIC
                   MOVE EDI-CNF-SEQ TO WRK-IDX-IT
               END-IF
               MOVE EDI-CNF-PRODUTO TO WRK-PRODUTO-EDI
               PERFORM 0450-LOCALIZA-ITEM
               IF WRK-IDX-IT EQUAL ZEROS
                   ADD 1 TO WRK-QTDE-REJEITADAS
               ELSE
                   MOVE EDI-CNF-QTDE
                     TO PO-IT-QTDE-CONFIRMADA(WRK-IDX-IT)
                   MOVE EDI-CNF-ENTREGA
                     TO PO-IT-DATA-ENTREGA(WRK-IDX-IT)
                   MOVE WRK-DATA-HOJE TO PO-DATA-CONFIRMACAO
                   REWRITE REG-PEDCOMP
                   ADD 1 TO WRK-QTDE-ACEITAS
               END-IF
           END-IF.

      *===============================LINHA "A": UM AVISO (EMBARQUE)
      *===============================SOMA NA QUANTIDADE AVISADA DO
      *===============================ITEM; O MESMO AVISO IMPORTADO DE
      *===============================NOVO (ACHADO EM EDIVISTO.DAT)
      *===============================TROCA A QUANTIDADE DELE EM VEZ DE
      *===============================SOMAR OUTRA VEZ.
       0500-IMPORTA-AVISOS  SECTION.
           MOVE ZEROS TO WRK-QTDE-LIDAS.
           MOVE ZEROS TO WRK-QTDE-ACEITAS.
           MOVE ZEROS TO WRK-QTDE-REJEITADAS.
           MOVE ZEROS TO WRK-QTDE-REPETIDAS.

           OPEN I-O AVISOVISTO.
           IF FS-AVISOVISTO EQUAL 35
               OPEN OUTPUT AVISOVISTO
               CLOSE AVISOVISTO
               OPEN I-O AVISOVISTO
           END-IF.

           IF FS-AVISOVISTO NOT EQUAL 00
               DISPLAY "ERRO " FS-AVISOVISTO " AO ABRIR EDIVISTO.DAT "
                       "- AVISOS NAO IMPORTADOS "
           ELSE
               PERFORM 0505-LE-AVISOS
               CLOSE AVISOVISTO
           END-IF.

       0505-LE-AVISOS       SECTION.
           OPEN INPUT EDIAVISO.
           IF FS-EDIAVISO NOT EQUAL 00
               DISPLAY "EDIAVISO.TXT NAO ENCONTRADO - NADA A IMPORTAR "
           ELSE
               READ EDIAVISO
               PERFORM UNTIL FS-EDIAVISO NOT EQUAL 00
                   ADD 1 TO WRK-QTDE-LIDAS
                   MOVE REG-EDIAVISO TO REG-EDI
                   PERFORM 0510-APLICA-AVISO
                   READ EDIAVISO
               END-PERFORM
               CLOSE EDIAVISO

               DISPLAY "LINHAS LIDAS....... " WRK-QTDE-LIDAS
               DISPLAY "ITENS AVISADOS..... " WRK-QTDE-ACEITAS
               DISPLAY "JA IMPORTADOS...... " WRK-QTDE-REPETIDAS
               DISPLAY "LINHAS REJEITADAS.. " WRK-QTDE-REJEITADAS
           END-IF.

       0510-APLICA-AVISO    SECTION.
           IF NOT EDI-AVISO
                   OR EDI-AVS-QTDE NOT NUMERIC
                   OR EDI-AVS-NUMERO EQUAL SPACES
               ADD 1 TO WRK-QTDE-REJEITADAS
               DISPLAY "LINHA " WRK-QTDE-LIDAS " FORA DO LEIAUTE "
                       "DE AVISO DE EMBARQUE - REJEITADA "
           ELSE
               MOVE ZEROS TO WRK-IDX-IT
               IF EDI-AVS-SEQ NUMERIC
                   MOVE EDI-AVS-SEQ TO WRK-IDX-IT
               END-IF
               MOVE EDI-AVS-PRODUTO TO WRK-PRODUTO-EDI
               PERFORM 0450-LOCALIZA-ITEM
               IF WRK-IDX-IT EQUAL ZEROS
                   ADD 1 TO WRK-QTDE-REJEITADAS
               ELSE
                   PERFORM 0515-REGISTRA-AVISO
               END-IF
           END-IF.

      *===============================AVISO JA VISTO COM A MESMA
      *===============================QUANTIDADE E SO CONTADO; COM
      *===============================QUANTIDADE DIFERENTE (AVISO
      *===============================CORRIGIDO PELO FORNECEDOR) TIRA A
      *===============================ANTERIOR E SOMA A NOVA.
       0515-REGISTRA-AVISO  SECTION.
           MOVE PO-FORNECEDOR  TO AVV-FORNECEDOR.
           MOVE PO-NUMERO      TO AVV-PEDIDO.
           MOVE EDI-AVS-NUMERO TO AVV-AVISO.
           MOVE WRK-IDX-IT     TO AVV-SEQ.
           MOVE "N"            TO WRK-AVISO-REPETIDO.
           READ AVISOVISTO
               INVALID KEY
                   MOVE EDI-AVS-QTDE  TO AVV-QTDE
                   MOVE WRK-DATA-HOJE TO AVV-DATA-IMPORTACAO
                   WRITE REG-AVISOVISTO
                   ADD EDI-AVS-QTDE TO PO-IT-QTDE-AVISADA(WRK-IDX-IT)
               NOT INVALID KEY
                   IF AVV-QTDE EQUAL EDI-AVS-QTDE
                       MOVE "S" TO WRK-AVISO-REPETIDO
                       ADD 1 TO WRK-QTDE-REPETIDAS
                   ELSE
                       SUBTRACT AVV-QTDE
                           FROM PO-IT-QTDE-AVISADA(WRK-IDX-IT)
                       ADD EDI-AVS-QTDE
                        TO PO-IT-QTDE-AVISADA(WRK-IDX-IT)
                       MOVE EDI-AVS-QTDE  TO AVV-QTDE
                       MOVE WRK-DATA-HOJE TO AVV-DATA-IMPORTACAO
                       REWRITE REG-AVISOVISTO
                   END-IF
           END-READ.

           EVALUATE TRUE
               WHEN WRK-AVISO-REPETIDO EQUAL "S"
                   CONTINUE
               WHEN FS-AVISOVISTO NOT EQUAL 00
                   ADD 1 TO WRK-QTDE-REJEITADAS
                   DISPLAY "ERRO " FS-AVISOVISTO " AO GRAVAR O AVISO "
                           EDI-AVS-NUMERO " DO PEDIDO " PO-NUMERO
               WHEN OTHER
                   PERFORM 0516-GRAVA-ITEM-AVISADO
           END-EVALUATE.

       0516-GRAVA-ITEM-AVISADO SECTION.
           MOVE EDI-AVS-NUMERO TO PO-IT-ULT-AVISO(WRK-IDX-IT).
           MOVE EDI-AVS-QTDE   TO PO-IT-QTDE-ULT-AVISO(WRK-IDX-IT).
           REWRITE REG-PEDCOMP.
           ADD 1 TO WRK-QTDE-ACEITAS.
           IF PO-FECHADO
               DISPLAY "AVISO " EDI-AVS-NUMERO " PARA O "
                       "PEDIDO " PO-NUMERO " JA FECHADO "
           END-IF.

      *===============================LE O PEDIDO DA LINHA E ACHA O
      *===============================ITEM PELA SEQUENCIA (WRK-IDX-IT);
      *===============================SE O PRODUTO NAO BATE, PROCURA O
      *===============================PRODUTO NOS ITENS. ZERO = LINHA
      *===============================SEM ITEM CORRESPONDENTE.
       0450-LOCALIZA-ITEM   SECTION.
           MOVE EDI-PEDIDO TO PO-NUMERO.
           READ PEDCOMP
               INVALID KEY
                   MOVE ZEROS TO WRK-IDX-IT
                   DISPLAY "LINHA " WRK-QTDE-LIDAS " PEDIDO "
                           EDI-PEDIDO " NAO ENCONTRADO - REJEITADA "
               NOT INVALID KEY
                   IF PO-FORNECEDOR NOT EQUAL EDI-FORNECEDOR
                       MOVE ZEROS TO WRK-IDX-IT
                       DISPLAY "LINHA " WRK-QTDE-LIDAS " PEDIDO "
                               EDI-PEDIDO " E DE OUTRO FORNECEDOR - "
                               "REJEITADA "
                   ELSE
                       PERFORM 0455-CONFERE-ITEM
                   END-IF
           END-READ.

       0455-CONFERE-ITEM    SECTION.
           IF WRK-IDX-IT GREATER PO-QTDE-ITENS
               MOVE ZEROS TO WRK-IDX-IT
           END-IF.
           IF WRK-IDX-IT GREATER ZEROS
               IF PO-IT-PRODUTO(WRK-IDX-IT) NOT EQUAL WRK-PRODUTO-EDI
                   MOVE ZEROS TO WRK-IDX-IT
               END-IF
           END-IF.

           IF WRK-IDX-IT EQUAL ZEROS
               PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                       UNTIL WRK-SUB-IT GREATER PO-QTDE-ITENS
                   IF PO-IT-PRODUTO(WRK-SUB-IT) EQUAL WRK-PRODUTO-EDI
                       MOVE WRK-SUB-IT TO WRK-IDX-IT
                       MOVE PO-QTDE-ITENS TO WRK-SUB-IT
                   END-IF
               END-PERFORM
           END-IF.

           IF WRK-IDX-IT EQUAL ZEROS
               DISPLAY "LINHA " WRK-QTDE-LIDAS " PRODUTO "
                       WRK-PRODUTO-EDI " NAO CONSTA NO PEDIDO "
                       PO-NUMERO " - REJEITADA "
           END-IF.

      *===============================CONFIRMADO DIFERENTE DO PEDIDO,
      *===============================AVISADO DIFERENTE DO CONFIRMADO
      *===============================(OU DO PEDIDO, SEM CONFIRMACAO)
      *===============================E RECEBIDO DIFERENTE DO AVISADO.
      *===============================ITEM AINDA NAO RECEBIDO SO SAI SE
      *===============================A CONFIRMACAO OU O AVISO JA
      *===============================DIVERGEM.
       0600-RELATORIO-DIVERGENCIAS SECTION.
           MOVE ZEROS TO WRK-QTDE-DIVERG.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZEROS TO PO-NUMERO.
           START PEDCOMP KEY IS NOT LESS PO-NUMERO.
           IF FS-PEDCOMP EQUAL 00
               READ PEDCOMP NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-PEDCOMP NOT EQUAL 00
               IF PO-DATA-EXPORTACAO NOT EQUAL ZEROS
                   PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                           UNTIL WRK-SUB-IT GREATER PO-QTDE-ITENS
                       PERFORM 0610-AVALIA-ITEM
                   END-PERFORM
               END-IF
               READ PEDCOMP NEXT RECORD
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-QTDE-DIVERG TO WRK-LTO-QTDE.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.

           DISPLAY "ITENS COM DIVERGENCIA... " WRK-QTDE-DIVERG
                   " - LISTADOS EM EDIDIVERG.LST ".

       0610-AVALIA-ITEM     SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           IF PO-DATA-CONFIRMACAO NOT EQUAL ZEROS
                   AND PO-IT-DATA-ENTREGA(WRK-SUB-IT) NOT EQUAL ZEROS
               MOVE PO-IT-QTDE-CONFIRMADA(WRK-SUB-IT)
                 TO WRK-QTDE-REFERENCIA
           ELSE
               MOVE PO-IT-QTDE-PEDIDA(WRK-SUB-IT)
                 TO WRK-QTDE-REFERENCIA
           END-IF.

           EVALUATE TRUE
               WHEN PO-IT-QTDE-RECEBIDA(WRK-SUB-IT) GREATER ZEROS
                       AND PO-IT-QTDE-AVISADA(WRK-SUB-IT) EQUAL ZEROS
                   MOVE "RECEBIDO SEM AVISO" TO WRK-MOTIVO
               WHEN PO-IT-QTDE-RECEBIDA(WRK-SUB-IT) GREATER ZEROS
                       AND PO-IT-QTDE-RECEBIDA(WRK-SUB-IT) NOT EQUAL
                           PO-IT-QTDE-AVISADA(WRK-SUB-IT)
                   MOVE "RECEBIDO DIFERENTE DO AVISO" TO WRK-MOTIVO
               WHEN PO-IT-QTDE-AVISADA(WRK-SUB-IT) GREATER ZEROS
                       AND PO-IT-QTDE-AVISADA(WRK-SUB-IT) NOT EQUAL
                           WRK-QTDE-REFERENCIA
                   IF WRK-QTDE-REFERENCIA EQUAL
                           PO-IT-QTDE-PEDIDA(WRK-SUB-IT)
                       MOVE "AVISO DIFERENTE DO PEDIDO" TO WRK-MOTIVO
                   ELSE
                       MOVE "AVISO DIFERENTE DA CONFIRMACAO"
                         TO WRK-MOTIVO
                   END-IF
               WHEN WRK-QTDE-REFERENCIA NOT EQUAL
                       PO-IT-QTDE-PEDIDA(WRK-SUB-IT)
                   MOVE "CONFIRMADO DIFERENTE DO PEDIDO" TO WRK-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WRK-MOTIVO NOT EQUAL SPACES
               ADD 1 TO WRK-QTDE-DIVERG
               MOVE PO-NUMERO     TO WRK-LD-PEDIDO
               MOVE PO-FORNECEDOR TO WRK-LD-FORN
               MOVE PO-IT-PRODUTO(WRK-SUB-IT)     TO WRK-LD-PRODUTO
               MOVE PO-IT-QTDE-PEDIDA(WRK-SUB-IT) TO WRK-LD-PEDIDA
               MOVE PO-IT-QTDE-CONFIRMADA(WRK-SUB-IT)
                 TO WRK-LD-CONFIRMADA
               MOVE PO-IT-DATA-ENTREGA(WRK-SUB-IT) TO WRK-LD-ENTREGA
               MOVE PO-IT-QTDE-AVISADA(WRK-SUB-IT)
                 TO WRK-LD-AVISADA
               MOVE PO-IT-QTDE-RECEBIDA(WRK-SUB-IT)
                 TO WRK-LD-RECEBIDA
               MOVE WRK-MOTIVO    TO WRK-LD-MOTIVO
               MOVE WRK-LINHA-DET TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
       END PROGRAM EDI001.
