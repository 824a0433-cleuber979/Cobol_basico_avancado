       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTA001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: ROMANEIO DIARIO DE ENTREGA EM VEICULO PROPRIO. RODADO
      *          DE MANHA, PEGA AS FATURAS ATIVAS MARCADAS COM ENTREGA
      *          PROPRIA ("P") AINDA NAO ROMANEADAS E COM DATA DE
      *          ENTREGA ATE HOJE, SEPARA POR ROTA CONFORME A FAIXA DE
      *          CEP DE ROTAS.TAB (CRIADA COM UMA ROTA GERAL QUANDO NAO
      *          EXISTE, COMO O SIMPLES.TAB DO ARQ035) E ENCHE CADA
      *          VEICULO ATIVO DE VEICULOS.DAT ATE A CAPACIDADE EM KG,
      *          SEMPRE O MAIOR VEICULO LIVRE PRIMEIRO, COM AS PARADAS
      *          EM ORDEM DE CEP. IMPRIME EM ROTAS.LST UM ROMANEIO POR
      *          VEICULO (CLIENTE E TELEFONE DE CLIENTES.DAT, FATURA,
      *          PESO E LINHA DE ASSINATURA), MARCA NA FATURA O NUMERO
      *          DO ROMANEIO (ROTA.CTL) E LISTA AS FATURAS QUE SOBRARAM
      *          PARA O DIA SEGUINTE COM O MOTIVO. ERRO DE GRAVACAO NO
      *          CADASTRO DE VEICULO E MOSTRADO COM O STATUS.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEICULOS ASSIGN TO "VEICULOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEI-PLACA
           FILE STATUS IS FS-VEICULOS.

           SELECT ROTAS ASSIGN TO "ROTAS.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ROTAS.

           SELECT ROTACTL ASSIGN TO "ROTA.CTL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ROTACTL.

           SELECT FATURAS ASSIGN TO "FATURAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FT-NUMERO
           FILE STATUS IS FS-FATURAS.

           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-ID
           FILE STATUS IS FS-CLIENTES.

           SELECT RELATORIO ASSIGN TO "ROTAS.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  VEICULOS.
       01  REG-VEICULO.
           05 VEI-PLACA        PIC X(07).
           05 VEI-DESCRICAO    PIC X(20).
           05 VEI-CAPACIDADE   PIC 9(05)V99.
           05 VEI-MOTORISTA    PIC X(20).
           05 VEI-SITUACAO     PIC X(01).
               88 VEI-ATIVO    VALUE "A".
               88 VEI-INATIVO  VALUE "I".

       FD  ROTAS.
       01  REG-ROTA.
           05 ROT-CODIGO       PIC X(03).
           05 ROT-DESCRICAO    PIC X(20).
           05 ROT-CEP-INICIAL  PIC 9(08).
           05 ROT-CEP-FINAL    PIC 9(08).

       FD  ROTACTL.
       01  REG-ROTACTL.
           05 CTL-ULTIMO-MANIFESTO PIC 9(06).

       FD  FATURAS.
           COPY FATURAREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(96).

       WORKING-STORAGE SECTION.
       77  FS-VEICULOS     PIC 9(02) VALUE ZEROS.
       77  FS-ROTAS        PIC 9(02) VALUE ZEROS.
       77  FS-ROTACTL      PIC 9(02) VALUE ZEROS.
       77  FS-FATURAS      PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.
           COPY CLIPATHWS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-PLACA       PIC X(07) VALUE SPACES.
       77  WRK-NOVO-VEICULO PIC X(01) VALUE "N".
       77  WRK-CLIENTES-OK PIC X(01) VALUE "N".
       77  WRK-TROCOU      PIC X(01) VALUE "N".
       77  WRK-CONTINUA-ROTA PIC X(01) VALUE "S".

       77  WRK-QTDE-ROTAS  PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-ROTA    PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-VEI    PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-VEI     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-VEI     PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-NF     PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-NF      PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-ORD     PIC 9(03) VALUE ZEROS.

       77  WRK-MAIOR-CAP   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-CAP-LIVRE   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-SALDO-CAP   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PESO-CARGA  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-OCUPACAO    PIC 9(03)V9 VALUE ZEROS.
       77  WRK-QTDE-PARADAS PIC 9(03) VALUE ZEROS.
       77  WRK-SEQ-PARADA  PIC 9(03) VALUE ZEROS.
       77  WRK-PENDENTES-ROTA PIC 9(03) VALUE ZEROS.
       77  WRK-NUMERO-MANIFESTO PIC 9(06) VALUE ZEROS.
       77  WRK-QTDE-MANIFESTOS PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-ROMANEADAS PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-SOBRA  PIC 9(03) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
           05 WRK-HOJE-MES   PIC 9(02).
           05 WRK-HOJE-DIA   PIC 9(02).
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE PIC 9(08).

       01  TABELA-ROTAS.
           05 TAB-ROTA OCCURS 30 TIMES.
               10 TRO-CODIGO       PIC X(03).
               10 TRO-DESCRICAO    PIC X(20).
               10 TRO-CEP-INICIAL  PIC 9(08).
               10 TRO-CEP-FINAL    PIC 9(08).

       01  TABELA-VEICULOS.
           05 TAB-VEICULO OCCURS 20 TIMES.
               10 TVE-PLACA        PIC X(07).
               10 TVE-DESCRICAO    PIC X(20).
               10 TVE-CAPACIDADE   PIC 9(05)V99.
               10 TVE-MOTORISTA    PIC X(20).
               10 TVE-USADO        PIC X(01).

      *===============================TNF-CHAVE (ROTA, CEP, FATURA) E
      *===============================A ORDEM DAS PARADAS; ROTA 00 =
      *===============================CEP FORA DE TODAS AS FAIXAS.
      *===============================TNF-MOTIVO DA SOBRA: "R" SEM
      *===============================ROTA, "P" PESO ACIMA DO MAIOR
      *===============================VEICULO, "V" SEM VEICULO LIVRE.
       01  TABELA-FATURAS.
           05 TAB-NF OCCURS 500 TIMES.
               10 TNF-CHAVE.
                   15 TNF-ROTA     PIC 9(02).
                   15 TNF-CEP      PIC 9(08).
                   15 TNF-NUMERO   PIC 9(06).
               10 TNF-PESO         PIC 9(05)V99.
               10 TNF-ID-CLIENTE   PIC 9(04).
               10 TNF-NOME         PIC X(30).
               10 TNF-MANIFESTO    PIC 9(06).
               10 TNF-MOTIVO       PIC X(01).

       01  WRK-AREA-TROCA  PIC X(64).

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE "ROMANEIO DE ENTREGA ".
           05 FILLER       PIC X(05) VALUE "NO. ".
           05 WRK-LTI-MANIFESTO PIC 9(06).
           05 FILLER       PIC X(10) VALUE "   DATA ".
           05 WRK-LTI-DIA  PIC 9(02).
           05 FILLER       PIC X(01) VALUE "/".
           05 WRK-LTI-MES  PIC 9(02).
           05 FILLER       PIC X(01) VALUE "/".
           05 WRK-LTI-ANO  PIC 9(04).

       01  WRK-LINHA-ROTA.
           05 FILLER       PIC X(10) VALUE "ROTA..... ".
           05 WRK-LRO-CODIGO PIC X(03).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LRO-DESCRICAO PIC X(20).
           05 FILLER       PIC X(06) VALUE " CEP ".
           05 WRK-LRO-CEP-INICIAL PIC 9(08).
           05 FILLER       PIC X(03) VALUE " A ".
           05 WRK-LRO-CEP-FINAL PIC 9(08).

       01  WRK-LINHA-VEICULO.
           05 FILLER       PIC X(10) VALUE "VEICULO.. ".
           05 WRK-LVE-PLACA PIC X(07).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LVE-DESCRICAO PIC X(20).
           05 FILLER       PIC X(13) VALUE " MOTORISTA ".
           05 WRK-LVE-MOTORISTA PIC X(20).

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(04) VALUE "SEQ".
           05 FILLER       PIC X(09) VALUE "CEP".
           05 FILLER       PIC X(21) VALUE "CLIENTE".
           05 FILLER       PIC X(12) VALUE "TELEFONE".
           05 FILLER       PIC X(07) VALUE "FATURA".
           05 FILLER       PIC X(10) VALUE "  PESO KG".
           05 FILLER       PIC X(21) VALUE " ASSINATURA".

       01  WRK-LINHA-PARADA.
           05 WRK-LPA-SEQ      PIC ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LPA-CEP      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LPA-NOME     PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LPA-TELEFONE PIC X(11).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LPA-FATURA   PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LPA-PESO     PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE ALL "_".

       01  WRK-LINHA-TOTAL.
           05 FILLER           PIC X(10) VALUE "PARADAS.. ".
           05 WRK-LTO-PARADAS  PIC ZZ9.
           05 FILLER           PIC X(15) VALUE "   PESO TOTAL ".
           05 WRK-LTO-PESO     PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(15) VALUE " KG  CAPACIDADE".
           05 WRK-LTO-CAPACIDADE PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(12) VALUE " KG  OCUPAC.".
           05 WRK-LTO-OCUPACAO PIC ZZ9,9.
           05 FILLER           PIC X(01) VALUE "%".

       01  WRK-LINHA-VISTO.
           05 FILLER       PIC X(11) VALUE "MOTORISTA: ".
           05 FILLER       PIC X(25) VALUE ALL "_".
           05 FILLER       PIC X(15) VALUE "   CONFERENTE: ".
           05 FILLER       PIC X(25) VALUE ALL "_".

       01  WRK-LINHA-SOBRA-TIT.
           05 FILLER       PIC X(50) VALUE
               "FATURAS NAO ROMANEADAS - FICAM PARA O PROXIMO DIA".

       01  WRK-LINHA-SOBRA-COL.
           05 FILLER       PIC X(07) VALUE "FATURA".
           05 FILLER       PIC X(09) VALUE "CEP".
           05 FILLER       PIC X(31) VALUE "CLIENTE".
           05 FILLER       PIC X(10) VALUE "  PESO KG".
           05 FILLER       PIC X(30) VALUE " MOTIVO".

       01  WRK-LINHA-SOBRA.
           05 WRK-LSO-FATURA   PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LSO-CEP      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LSO-NOME     PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LSO-PESO     PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LSO-MOTIVO   PIC X(34).

       01  WRK-LINHA-SOBRA-TOT.
           05 FILLER       PIC X(24) VALUE "FATURAS PENDENTES..... ".
           05 WRK-LST-QTDE PIC ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O VEICULOS.
           IF FS-VEICULOS EQUAL 35
               OPEN OUTPUT VEICULOS
               CLOSE VEICULOS
               OPEN I-O VEICULOS
           END-IF.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           CLOSE VEICULOS.
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  ROMANEIO DE ENTREGA - VEICULO PROPRIO "
           DISPLAY "================================================"
           DISPLAY "1 - CADASTRAR / ALTERAR VEICULO "
           DISPLAY "2 - LISTAR VEICULOS "
           DISPLAY "3 - GERAR ROMANEIOS DO DIA "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-CADASTRA-VEICULO
               WHEN 2
                   PERFORM 0250-LISTA-VEICULOS
               WHEN 3
                   PERFORM 0300-GERA-ROMANEIOS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

      *===============================PLACA JA CADASTRADA: MOSTRA O
      *===============================VEICULO E REGRAVA COM OS NOVOS
      *===============================DADOS (I = INATIVO, FORA DOS
      *===============================ROMANEIOS, P.EX. NA OFICINA).
       0200-CADASTRA-VEICULO SECTION.
           DISPLAY "DIGITE A PLACA DO VEICULO "
           ACCEPT WRK-PLACA.

           MOVE WRK-PLACA TO VEI-PLACA.
           MOVE "N" TO WRK-NOVO-VEICULO.
           READ VEICULOS
               INVALID KEY
                   MOVE "S" TO WRK-NOVO-VEICULO
                   INITIALIZE REG-VEICULO
                   MOVE WRK-PLACA TO VEI-PLACA
               NOT INVALID KEY
                   DISPLAY "VEICULO JA CADASTRADO: " VEI-DESCRICAO
                           " CAPACIDADE " VEI-CAPACIDADE " KG "
                           "SITUACAO " VEI-SITUACAO
           END-READ.

           DISPLAY "DESCRICAO / MODELO "
           ACCEPT VEI-DESCRICAO.
           DISPLAY "CAPACIDADE DE CARGA EM KG "
           ACCEPT VEI-CAPACIDADE.
           DISPLAY "MOTORISTA "
           ACCEPT VEI-MOTORISTA.
           DISPLAY "SITUACAO (A = ATIVO / I = INATIVO) "
           ACCEPT VEI-SITUACAO.
           IF NOT VEI-INATIVO
               MOVE "A" TO VEI-SITUACAO
           END-IF.

           IF WRK-NOVO-VEICULO EQUAL "S"
               WRITE REG-VEICULO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR VEICULOS.DAT - STATUS "
                               FS-VEICULOS
                   NOT INVALID KEY
                       DISPLAY "VEICULO " VEI-PLACA " CADASTRADO "
               END-WRITE
           ELSE
               REWRITE REG-VEICULO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR VEICULOS.DAT - STATUS "
                               FS-VEICULOS
                   NOT INVALID KEY
                       DISPLAY "VEICULO " VEI-PLACA " ALTERADO "
               END-REWRITE
           END-IF.

       0250-LISTA-VEICULOS  SECTION.
           MOVE LOW-VALUES TO VEI-PLACA.
           START VEICULOS KEY IS NOT LESS VEI-PLACA.
           IF FS-VEICULOS EQUAL 00
               READ VEICULOS NEXT
           END-IF.
           IF FS-VEICULOS NOT EQUAL 00
               DISPLAY "NENHUM VEICULO CADASTRADO "
           END-IF.
           PERFORM UNTIL FS-VEICULOS NOT EQUAL 00
               DISPLAY VEI-PLACA " " VEI-DESCRICAO " "
                       VEI-CAPACIDADE " KG " VEI-MOTORISTA " "
                       VEI-SITUACAO
               READ VEICULOS NEXT
           END-PERFORM.

      *===============================GERACAO DOS ROMANEIOS: CARREGA
      *===============================ROTAS, VEICULOS ATIVOS E FATURAS
      *===============================PENDENTES, ORDENA POR ROTA/CEP,
      *===============================MONTA AS CARGAS ROTA A ROTA E SO
      *===============================DEPOIS MARCA AS FATURAS.
       0300-GERA-ROMANEIOS  SECTION.
           PERFORM 0310-CARREGA-ROTAS.
           PERFORM 0320-CARREGA-VEICULOS.

           IF WRK-QTDE-VEI EQUAL ZEROS
               DISPLAY "NENHUM VEICULO ATIVO CADASTRADO - ROMANEIO "
                       "NAO GERADO "
           ELSE
               OPEN I-O FATURAS
               IF FS-FATURAS NOT EQUAL 00
                   DISPLAY "FATURAS.DAT NAO ABERTO - NENHUMA FATURA "
                           "EMITIDA AINDA "
               ELSE
                   PERFORM 0330-CARREGA-FATURAS
                   IF WRK-QTDE-NF EQUAL ZEROS
                       DISPLAY "NENHUMA FATURA PENDENTE DE ENTREGA "
                               "PROPRIA ATE HOJE "
                   ELSE
                       PERFORM 0340-ORDENA-FATURAS
                       PERFORM 0350-EMITE-ROMANEIOS
                       PERFORM 0380-MARCA-FATURAS
                   END-IF
                   CLOSE FATURAS
               END-IF
           END-IF.

      *===============================FAIXAS DE CEP MANTIDAS PELO
      *===============================USUARIO EM ROTAS.TAB (CODIGO,
      *===============================DESCRICAO, CEP INICIAL E FINAL);
      *===============================A PRIMEIRA FAIXA QUE CONTEM O
      *===============================CEP DEFINE A ROTA DA FATURA.
       0310-CARREGA-ROTAS   SECTION.
           OPEN INPUT ROTAS.
           IF FS-ROTAS NOT EQUAL 00
               PERFORM 0315-CRIA-ROTA-PADRAO
               OPEN INPUT ROTAS
           END-IF.

           MOVE ZEROS TO WRK-QTDE-ROTAS.
           READ ROTAS.
           PERFORM UNTIL FS-ROTAS NOT EQUAL 00
                   OR WRK-QTDE-ROTAS EQUAL 30
               ADD 1 TO WRK-QTDE-ROTAS
               MOVE ROT-CODIGO      TO TRO-CODIGO(WRK-QTDE-ROTAS)
               MOVE ROT-DESCRICAO   TO TRO-DESCRICAO(WRK-QTDE-ROTAS)
               MOVE ROT-CEP-INICIAL TO TRO-CEP-INICIAL(WRK-QTDE-ROTAS)
               MOVE ROT-CEP-FINAL   TO TRO-CEP-FINAL(WRK-QTDE-ROTAS)
               READ ROTAS
           END-PERFORM.
           CLOSE ROTAS.

       0315-CRIA-ROTA-PADRAO SECTION.
           DISPLAY "ROTAS.TAB NAO ENCONTRADO - GRAVANDO ROTA GERAL "
                   "(TODOS OS CEPS) ".

           OPEN OUTPUT ROTAS.

           MOVE "GER"            TO ROT-CODIGO.
           MOVE "GERAL"          TO ROT-DESCRICAO.
           MOVE ZEROS            TO ROT-CEP-INICIAL.
           MOVE 99999999         TO ROT-CEP-FINAL.
           WRITE REG-ROTA.

           CLOSE ROTAS.

       0320-CARREGA-VEICULOS SECTION.
           MOVE ZEROS TO WRK-QTDE-VEI.
           MOVE ZEROS TO WRK-MAIOR-CAP.

           MOVE LOW-VALUES TO VEI-PLACA.
           START VEICULOS KEY IS NOT LESS VEI-PLACA.
           IF FS-VEICULOS EQUAL 00
               READ VEICULOS NEXT
           END-IF.
           PERFORM UNTIL FS-VEICULOS NOT EQUAL 00
                   OR WRK-QTDE-VEI EQUAL 20
               IF VEI-ATIVO AND VEI-CAPACIDADE GREATER ZEROS
                   ADD 1 TO WRK-QTDE-VEI
                   MOVE VEI-PLACA     TO TVE-PLACA(WRK-QTDE-VEI)
                   MOVE VEI-DESCRICAO TO TVE-DESCRICAO(WRK-QTDE-VEI)
                   MOVE VEI-CAPACIDADE
                     TO TVE-CAPACIDADE(WRK-QTDE-VEI)
                   MOVE VEI-MOTORISTA TO TVE-MOTORISTA(WRK-QTDE-VEI)
                   MOVE "N"           TO TVE-USADO(WRK-QTDE-VEI)
                   IF VEI-CAPACIDADE GREATER WRK-MAIOR-CAP
                       MOVE VEI-CAPACIDADE TO WRK-MAIOR-CAP
                   END-IF
               END-IF
               READ VEICULOS NEXT
           END-PERFORM.

      *===============================FATURA ATIVA, ENTREGA PROPRIA,
      *===============================SEM ROMANEIO E COM ENTREGA ATE
      *===============================HOJE (AS ATRASADAS TAMBEM SAEM).
       0330-CARREGA-FATURAS SECTION.
           MOVE ZEROS TO WRK-QTDE-NF.

           MOVE ZEROS TO FT-NUMERO.
           START FATURAS KEY IS NOT LESS FT-NUMERO.
           IF FS-FATURAS EQUAL 00
               READ FATURAS NEXT
           END-IF.
           PERFORM UNTIL FS-FATURAS NOT EQUAL 00
                   OR WRK-QTDE-NF EQUAL 500
               IF FT-ATIVA AND FT-ENTREGA-PROPRIA
                       AND FT-MANIFESTO EQUAL ZEROS
                       AND FT-DATA-ENTREGA NOT GREATER WRK-DATA-HOJE-R
                   PERFORM 0335-INCLUI-FATURA
               END-IF
               READ FATURAS NEXT
           END-PERFORM.

       0335-INCLUI-FATURA   SECTION.
           ADD 1 TO WRK-QTDE-NF.
           MOVE FT-NUMERO     TO TNF-NUMERO(WRK-QTDE-NF).
           MOVE FT-CEP        TO TNF-CEP(WRK-QTDE-NF).
           MOVE FT-PESO       TO TNF-PESO(WRK-QTDE-NF).
           MOVE FT-ID-CLIENTE TO TNF-ID-CLIENTE(WRK-QTDE-NF).
           MOVE FT-NOME       TO TNF-NOME(WRK-QTDE-NF).
           MOVE ZEROS         TO TNF-MANIFESTO(WRK-QTDE-NF).
           MOVE SPACES        TO TNF-MOTIVO(WRK-QTDE-NF).

           MOVE ZEROS TO TNF-ROTA(WRK-QTDE-NF).
           PERFORM VARYING WRK-SUB-ROTA FROM 1 BY 1
                   UNTIL WRK-SUB-ROTA GREATER WRK-QTDE-ROTAS
                      OR TNF-ROTA(WRK-QTDE-NF) NOT EQUAL ZEROS
               IF FT-CEP NOT LESS TRO-CEP-INICIAL(WRK-SUB-ROTA)
                  AND FT-CEP NOT GREATER TRO-CEP-FINAL(WRK-SUB-ROTA)
                   MOVE WRK-SUB-ROTA TO TNF-ROTA(WRK-QTDE-NF)
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN TNF-ROTA(WRK-QTDE-NF) EQUAL ZEROS
                   MOVE "R" TO TNF-MOTIVO(WRK-QTDE-NF)
               WHEN FT-PESO GREATER WRK-MAIOR-CAP
                   MOVE "P" TO TNF-MOTIVO(WRK-QTDE-NF)
           END-EVALUATE.

      *===============================ORDENA POR ROTA, CEP E FATURA
      *===============================(TROCAS SUCESSIVAS, COMO NO
      *===============================ABC001): A ORDEM DA TABELA E A
      *===============================ORDEM DAS PARADAS.
       0340-ORDENA-FATURAS  SECTION.
           MOVE "S" TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU NOT EQUAL "S"
               MOVE "N" TO WRK-TROCOU
               PERFORM VARYING WRK-SUB-ORD FROM 1 BY 1
                       UNTIL WRK-SUB-ORD NOT LESS WRK-QTDE-NF
                   IF TNF-CHAVE(WRK-SUB-ORD) GREATER
                           TNF-CHAVE(WRK-SUB-ORD + 1)
                       MOVE TAB-NF(WRK-SUB-ORD)
                               TO WRK-AREA-TROCA
                       MOVE TAB-NF(WRK-SUB-ORD + 1)
                               TO TAB-NF(WRK-SUB-ORD)
                       MOVE WRK-AREA-TROCA
                               TO TAB-NF(WRK-SUB-ORD + 1)
                       MOVE "S" TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

       0350-EMITE-ROMANEIOS SECTION.
           OPEN I-O ROTACTL.
           IF FS-ROTACTL EQUAL 35
               OPEN OUTPUT ROTACTL
               MOVE ZEROS TO CTL-ULTIMO-MANIFESTO
               WRITE REG-ROTACTL
               CLOSE ROTACTL
               OPEN I-O ROTACTL
           END-IF.
           READ ROTACTL NEXT.
           MOVE CTL-ULTIMO-MANIFESTO TO WRK-NUMERO-MANIFESTO.

           PERFORM 0090-DEFINE-CAMINHO-CLIENTES.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "S" TO WRK-CLIENTES-OK
           ELSE
               MOVE "N" TO WRK-CLIENTES-OK
               DISPLAY "CLIENTES.DAT NAO ABERTO - ROMANEIO SAI COM O "
                       "NOME DA FATURA E SEM TELEFONE "
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE ZEROS TO WRK-QTDE-MANIFESTOS.
           MOVE ZEROS TO WRK-QTDE-ROMANEADAS.

           PERFORM VARYING WRK-SUB-ROTA FROM 1 BY 1
                   UNTIL WRK-SUB-ROTA GREATER WRK-QTDE-ROTAS
               PERFORM 0360-MONTA-ROTA
           END-PERFORM.

           PERFORM 0390-IMPRIME-SOBRAS.

           CLOSE RELATORIO.
           IF WRK-CLIENTES-OK EQUAL "S"
               CLOSE CLIENTES
           END-IF.

           MOVE WRK-NUMERO-MANIFESTO TO CTL-ULTIMO-MANIFESTO.
           REWRITE REG-ROTACTL.
           CLOSE ROTACTL.

           DISPLAY "ROMANEIOS GRAVADOS EM ROTAS.LST - "
                   WRK-QTDE-MANIFESTOS " VEICULO(S), "
                   WRK-QTDE-ROMANEADAS " FATURA(S) ROMANEADA(S), "
                   WRK-QTDE-SOBRA " PENDENTE(S) ".

      *===============================UMA VIAGEM POR VEICULO: SEMPRE O
      *===============================MAIOR VEICULO LIVRE; SE NEM ELE
      *===============================LEVA NENHUMA FATURA QUE SOBROU,
      *===============================OS MENORES TAMBEM NAO LEVAM E A
      *===============================ROTA PARA ("V" NAS RESTANTES).
       0360-MONTA-ROTA      SECTION.
           PERFORM 0362-CONTA-PENDENTES.
           MOVE "S" TO WRK-CONTINUA-ROTA.

           PERFORM UNTIL WRK-PENDENTES-ROTA EQUAL ZEROS
                      OR WRK-CONTINUA-ROTA EQUAL "N"
               PERFORM 0364-ESCOLHE-VEICULO
               IF WRK-IDX-VEI EQUAL ZEROS
                   MOVE "N" TO WRK-CONTINUA-ROTA
               ELSE
                   ADD 1 TO WRK-NUMERO-MANIFESTO
                   PERFORM 0366-CARREGA-VEICULO
                   IF WRK-QTDE-PARADAS EQUAL ZEROS
                       SUBTRACT 1 FROM WRK-NUMERO-MANIFESTO
                       MOVE "N" TO WRK-CONTINUA-ROTA
                   ELSE
                       MOVE "S" TO TVE-USADO(WRK-IDX-VEI)
                       ADD 1 TO WRK-QTDE-MANIFESTOS
                       ADD WRK-QTDE-PARADAS TO WRK-QTDE-ROMANEADAS
                       PERFORM 0370-IMPRIME-ROMANEIO
                       PERFORM 0362-CONTA-PENDENTES
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-SUB-NF FROM 1 BY 1
                   UNTIL WRK-SUB-NF GREATER WRK-QTDE-NF
               IF TNF-ROTA(WRK-SUB-NF) EQUAL WRK-SUB-ROTA
                  AND TNF-MANIFESTO(WRK-SUB-NF) EQUAL ZEROS
                  AND TNF-MOTIVO(WRK-SUB-NF) EQUAL SPACES
                   MOVE "V" TO TNF-MOTIVO(WRK-SUB-NF)
               END-IF
           END-PERFORM.

       0362-CONTA-PENDENTES SECTION.
           MOVE ZEROS TO WRK-PENDENTES-ROTA.
           PERFORM VARYING WRK-SUB-NF FROM 1 BY 1
                   UNTIL WRK-SUB-NF GREATER WRK-QTDE-NF
               IF TNF-ROTA(WRK-SUB-NF) EQUAL WRK-SUB-ROTA
                  AND TNF-MANIFESTO(WRK-SUB-NF) EQUAL ZEROS
                  AND TNF-MOTIVO(WRK-SUB-NF) EQUAL SPACES
                   ADD 1 TO WRK-PENDENTES-ROTA
               END-IF
           END-PERFORM.

       0364-ESCOLHE-VEICULO SECTION.
           MOVE ZEROS TO WRK-IDX-VEI.
           MOVE ZEROS TO WRK-CAP-LIVRE.
           PERFORM VARYING WRK-SUB-VEI FROM 1 BY 1
                   UNTIL WRK-SUB-VEI GREATER WRK-QTDE-VEI
               IF TVE-USADO(WRK-SUB-VEI) EQUAL "N"
                  AND TVE-CAPACIDADE(WRK-SUB-VEI) GREATER WRK-CAP-LIVRE
                   MOVE WRK-SUB-VEI TO WRK-IDX-VEI
                   MOVE TVE-CAPACIDADE(WRK-SUB-VEI) TO WRK-CAP-LIVRE
               END-IF
           END-PERFORM.

      *===============================PRIMEIRA QUE CABE, NA ORDEM DE
      *===============================CEP: A FATURA QUE NAO CABE NO
      *===============================SALDO FICA PARA O PROXIMO
      *===============================VEICULO DA MESMA ROTA.
       0366-CARREGA-VEICULO SECTION.
           MOVE TVE-CAPACIDADE(WRK-IDX-VEI) TO WRK-SALDO-CAP.
           MOVE ZEROS TO WRK-QTDE-PARADAS.
           MOVE ZEROS TO WRK-PESO-CARGA.

           PERFORM VARYING WRK-SUB-NF FROM 1 BY 1
                   UNTIL WRK-SUB-NF GREATER WRK-QTDE-NF
               IF TNF-ROTA(WRK-SUB-NF) EQUAL WRK-SUB-ROTA
                  AND TNF-MANIFESTO(WRK-SUB-NF) EQUAL ZEROS
                  AND TNF-MOTIVO(WRK-SUB-NF) EQUAL SPACES
                  AND TNF-PESO(WRK-SUB-NF) NOT GREATER WRK-SALDO-CAP
                   MOVE WRK-NUMERO-MANIFESTO
                     TO TNF-MANIFESTO(WRK-SUB-NF)
                   SUBTRACT TNF-PESO(WRK-SUB-NF) FROM WRK-SALDO-CAP
                   ADD TNF-PESO(WRK-SUB-NF) TO WRK-PESO-CARGA
                   ADD 1 TO WRK-QTDE-PARADAS
               END-IF
           END-PERFORM.

       0370-IMPRIME-ROMANEIO SECTION.
           MOVE WRK-NUMERO-MANIFESTO TO WRK-LTI-MANIFESTO.
           MOVE WRK-HOJE-DIA TO WRK-LTI-DIA.
           MOVE WRK-HOJE-MES TO WRK-LTI-MES.
           MOVE WRK-HOJE-ANO TO WRK-LTI-ANO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE TRO-CODIGO(WRK-SUB-ROTA)      TO WRK-LRO-CODIGO.
           MOVE TRO-DESCRICAO(WRK-SUB-ROTA)   TO WRK-LRO-DESCRICAO.
           MOVE TRO-CEP-INICIAL(WRK-SUB-ROTA) TO WRK-LRO-CEP-INICIAL.
           MOVE TRO-CEP-FINAL(WRK-SUB-ROTA)   TO WRK-LRO-CEP-FINAL.
           MOVE WRK-LINHA-ROTA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE TVE-PLACA(WRK-IDX-VEI)     TO WRK-LVE-PLACA.
           MOVE TVE-DESCRICAO(WRK-IDX-VEI) TO WRK-LVE-DESCRICAO.
           MOVE TVE-MOTORISTA(WRK-IDX-VEI) TO WRK-LVE-MOTORISTA.
           MOVE WRK-LINHA-VEICULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZEROS TO WRK-SEQ-PARADA.
           PERFORM VARYING WRK-SUB-NF FROM 1 BY 1
                   UNTIL WRK-SUB-NF GREATER WRK-QTDE-NF
               IF TNF-MANIFESTO(WRK-SUB-NF) EQUAL WRK-NUMERO-MANIFESTO
                   PERFORM 0375-IMPRIME-PARADA
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           COMPUTE WRK-OCUPACAO ROUNDED =
               WRK-PESO-CARGA * 100 / TVE-CAPACIDADE(WRK-IDX-VEI).
           MOVE WRK-QTDE-PARADAS            TO WRK-LTO-PARADAS.
           MOVE WRK-PESO-CARGA              TO WRK-LTO-PESO.
           MOVE TVE-CAPACIDADE(WRK-IDX-VEI) TO WRK-LTO-CAPACIDADE.
           MOVE WRK-OCUPACAO                TO WRK-LTO-OCUPACAO.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-VISTO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================NOME E TELEFONE DO CADASTRO;
      *===============================FATURA AVULSA OU CLIENTE NAO
      *===============================ACHADO SAI COM O NOME DA FATURA.
       0375-IMPRIME-PARADA  SECTION.
           ADD 1 TO WRK-SEQ-PARADA.
           MOVE WRK-SEQ-PARADA             TO WRK-LPA-SEQ.
           MOVE TNF-CEP(WRK-SUB-NF)        TO WRK-LPA-CEP.
           MOVE TNF-NOME(WRK-SUB-NF)       TO WRK-LPA-NOME.
           MOVE SPACES                     TO WRK-LPA-TELEFONE.
           MOVE TNF-NUMERO(WRK-SUB-NF)     TO WRK-LPA-FATURA.
           MOVE TNF-PESO(WRK-SUB-NF)       TO WRK-LPA-PESO.

           IF WRK-CLIENTES-OK EQUAL "S"
              AND TNF-ID-CLIENTE(WRK-SUB-NF) NOT EQUAL ZEROS
               MOVE TNF-ID-CLIENTE(WRK-SUB-NF) TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-NOME     TO WRK-LPA-NOME
                       MOVE REG-TELEFONE TO WRK-LPA-TELEFONE
               END-READ
           END-IF.

           MOVE WRK-LINHA-PARADA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================SO DEPOIS DE IMPRESSOS OS
      *===============================ROMANEIOS A FATURA RECEBE O
      *===============================NUMERO, SAINDO DA PROXIMA RODADA.
       0380-MARCA-FATURAS   SECTION.
           PERFORM VARYING WRK-SUB-NF FROM 1 BY 1
                   UNTIL WRK-SUB-NF GREATER WRK-QTDE-NF
               IF TNF-MANIFESTO(WRK-SUB-NF) NOT EQUAL ZEROS
                   MOVE TNF-NUMERO(WRK-SUB-NF) TO FT-NUMERO
                   READ FATURAS
                       INVALID KEY
                           DISPLAY "FATURA " FT-NUMERO
                                   " NAO ENCONTRADA PARA MARCAR "
                       NOT INVALID KEY
                           MOVE TNF-MANIFESTO(WRK-SUB-NF)
                             TO FT-MANIFESTO
                           MOVE WRK-DATA-HOJE-R TO FT-DATA-MANIFESTO
                           REWRITE REG-FATURAS
                   END-READ
               END-IF
           END-PERFORM.

       0390-IMPRIME-SOBRAS  SECTION.
           MOVE ZEROS TO WRK-QTDE-SOBRA.

           MOVE WRK-LINHA-SOBRA-TIT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SOBRA-COL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-NF FROM 1 BY 1
                   UNTIL WRK-SUB-NF GREATER WRK-QTDE-NF
               IF TNF-MANIFESTO(WRK-SUB-NF) EQUAL ZEROS
                   PERFORM 0395-IMPRIME-SOBRA
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-QTDE-SOBRA TO WRK-LST-QTDE.
           MOVE WRK-LINHA-SOBRA-TOT TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0395-IMPRIME-SOBRA   SECTION.
           ADD 1 TO WRK-QTDE-SOBRA.
           MOVE TNF-NUMERO(WRK-SUB-NF) TO WRK-LSO-FATURA.
           MOVE TNF-CEP(WRK-SUB-NF)    TO WRK-LSO-CEP.
           MOVE TNF-NOME(WRK-SUB-NF)   TO WRK-LSO-NOME.
           MOVE TNF-PESO(WRK-SUB-NF)   TO WRK-LSO-PESO.

           EVALUATE TNF-MOTIVO(WRK-SUB-NF)
               WHEN "R"
                   MOVE "CEP FORA DAS ROTAS DE ROTAS.TAB"
                     TO WRK-LSO-MOTIVO
               WHEN "P"
                   MOVE "PESO ACIMA DO MAIOR VEICULO"
                     TO WRK-LSO-MOTIVO
               WHEN OTHER
                   MOVE "SEM VEICULO/CAPACIDADE NO DIA"
                     TO WRK-LSO-MOTIVO
           END-EVALUATE.

           MOVE WRK-LINHA-SOBRA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY CLIPATHPD.
       END PROGRAM ROTA001.
