       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPS001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: PESQUISA DE SATISFACAO (NPS) POS-VENDA E
      *          POS-RECLAMACAO - A OPCAO 1 SELECIONA OS CLIENTES COM
      *          RECLAMACAO FECHADA EM RECLAMA.DAT (SAC001) OU VENDA
      *          EM VENDAS.DAT (CAIXA E FATURA) NOS ULTIMOS N DIAS,
      *          DEIXANDO DE FORA QUEM JA RESPONDEU A PESQUISA NOS
      *          ULTIMOS DIAS DE CARENCIA E OS CLIENTES INATIVOS OU
      *          ANONIMIZADOS, E GRAVA A LISTA DE CONTATO DA EQUIPE DE
      *          LIGACAO EM NPSCONT.LST (UMA LINHA POR CLIENTE, A
      *          RECLAMACAO TEM PRIORIDADE SOBRE A VENDA). CADA CLIENTE
      *          LISTADO FICA REGISTRADO (DATA E CLIENTE) EM
      *          NPSCONT.DAT, E QUEM FOI CONTATADO NA CARENCIA TAMBEM
      *          FICA DE FORA, TENHA RESPONDIDO OU NAO; A OPCAO 2
      *          REGISTRA EM NPS.DAT A NOTA (0 A 10) E O COMENTARIO
      *          CONTRA O CLIENTE E A RECLAMACAO/TICKET DE ORIGEM,
      *          GUARDANDO A CLASSE DA RECLAMACAO (P/E/F, "V" PARA
      *          POS-VENDA), O RESPONSAVEL (FUNC-ID) E O VENDEDOR DO
      *          TICKET; A OPCAO 3 IMPRIME EM NPS.LST O NPS DO MES
      *          (% PROMOTORES 9-10 MENOS % DETRATORES 0-6) GERAL, POR
      *          CLASSE, POR RESPONSAVEL E POR VENDEDOR, SEGUIDO DA
      *          LISTA DE DETRATORES PARA RETORNO.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NPS ASSIGN TO "NPS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-NPS.

           SELECT RECLAMA ASSIGN TO "RECLAMA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUMERO
           FILE STATUS IS FS-RECLAMA.

           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-VENDAS.

           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-ID
           FILE STATUS IS FS-CLIENTES.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-ID
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT NPSCONT ASSIGN TO "NPSCONT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-NPSCONT.

           SELECT CONTATOS ASSIGN TO "NPSCONT.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTATOS.

           SELECT RELATORIO ASSIGN TO "NPS.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *===============================UMA RESPOSTA POR RECLAMACAO OU
      *===============================TICKET DE ORIGEM.
       FD  NPS.
       01  REG-NPS.
           05 NPS-DATA         PIC 9(08).
           05 NPS-ID-CLIENTE   PIC 9(04).
           05 NPS-ORIGEM       PIC X(01).
               88 NPS-ORIGEM-RECLAMACAO VALUE "R".
               88 NPS-ORIGEM-VENDA      VALUE "V".
           05 NPS-NUM-ORIGEM   PIC 9(06).
           05 NPS-CLASSE       PIC X(01).
           05 NPS-RESPONSAVEL  PIC 9(04).
           05 NPS-VENDEDOR     PIC 9(04).
           05 NPS-NOTA         PIC 9(02).
               88 NPS-PROMOTOR  VALUE 9 THRU 10.
               88 NPS-NEUTRO    VALUE 7 THRU 8.
               88 NPS-DETRATOR  VALUE 0 THRU 6.
           05 NPS-COMENTARIO   PIC X(60).

      *===============================UM REGISTRO POR CLIENTE POSTO NA
      *===============================LISTA DE CONTATO.
       FD  NPSCONT.
       01  REG-NPSCONT.
           05 NCT-DATA         PIC 9(08).
           05 NCT-ID-CLIENTE   PIC 9(04).
           05 NCT-ORIGEM       PIC X(01).
           05 NCT-NUM-ORIGEM   PIC 9(06).

       FD  RECLAMA.
           COPY RECLAMAREG.

       FD  VENDAS.
           COPY VENDAREG.

       FD  CLIENTES.
           COPY CLIREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  CONTATOS.
       01  REG-CONTATOS     PIC X(96).

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(96).

       WORKING-STORAGE SECTION.
           COPY CLIPATHWS.
       77  FS-NPS          PIC 9(02) VALUE ZEROS.
       77  FS-RECLAMA      PIC 9(02) VALUE ZEROS.
       77  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-CONTATOS     PIC 9(02) VALUE ZEROS.
       77  FS-NPSCONT      PIC 9(02) VALUE ZEROS.
       77  WRK-NPSCONT-ABERTO PIC X(01) VALUE "N".
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.
       77  WRK-CLIENTES-ABERTO PIC X(01) VALUE "N".
       77  WRK-FUNC-ABERTO PIC X(01) VALUE "N".

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-DIAS-JANELA PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-CARENCIA PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-CALC   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-DECORRIDOS PIC S9(07) VALUE ZEROS.
       77  WRK-MES-INFORMADO PIC 9(06) VALUE ZEROS.

       77  WRK-CAND-ID     PIC 9(04) VALUE ZEROS.
       77  WRK-CAND-ORIGEM PIC X(01) VALUE SPACES.
       77  WRK-CAND-NUMERO PIC 9(06) VALUE ZEROS.
       77  WRK-CAND-DATA   PIC 9(08) VALUE ZEROS.
       77  WRK-CAND-CLASSE PIC X(01) VALUE SPACES.
       77  WRK-QTDE-SEL    PIC 9(04) VALUE ZEROS.
       77  WRK-SUB-SEL     PIC 9(04) VALUE ZEROS.
       77  WRK-SUB-ACHADO  PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-LISTADOS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-RECENTES PIC 9(05) VALUE ZEROS.

       77  WRK-ORIGEM      PIC X(01) VALUE SPACES.
       77  WRK-NUM-ORIGEM  PIC 9(06) VALUE ZEROS.
       77  WRK-TICKET-VENDA PIC 9(06) VALUE ZEROS.
       77  WRK-ORIGEM-OK   PIC X(01) VALUE "N".
       77  WRK-ACHOU-VENDA PIC X(01) VALUE "N".
       77  WRK-RESP-ID-CLIENTE PIC 9(04) VALUE ZEROS.
       77  WRK-RESP-CLASSE PIC X(01) VALUE SPACES.
       77  WRK-RESP-RESPONSAVEL PIC 9(04) VALUE ZEROS.
       77  WRK-RESP-VENDEDOR PIC 9(04) VALUE ZEROS.
       77  WRK-NOTA        PIC 9(02) VALUE ZEROS.
       77  WRK-COMENTARIO  PIC X(60) VALUE SPACES.

       77  WRK-SUB-CLASSE  PIC 9(01) VALUE ZEROS.
       77  WRK-QTDE-PESSOAS PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-PESSOA  PIC 9(03) VALUE ZEROS.
       77  WRK-PESSOA-PAPEL PIC X(01) VALUE SPACES.
       77  WRK-PESSOA-ID   PIC 9(04) VALUE ZEROS.
       77  WRK-NPS-CALC    PIC S9(03)V99 VALUE ZEROS.
       77  WRK-TOTAL-DETRATORES PIC 9(05) VALUE ZEROS.
       77  WRK-CLASSES-NPS PIC X(04) VALUE "PEFV".

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
           05 WRK-HOJE-MES   PIC 9(02).
           05 WRK-HOJE-DIA   PIC 9(02).
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE PIC 9(08).

       01  WRK-DATA-CALC.
           05 WRK-DC-ANO     PIC 9(04).
           05 WRK-DC-MES     PIC 9(02).
           05 WRK-DC-DIA     PIC 9(02).

      *===============================CLIENTES JA CONTATADOS OU
      *===============================PESQUISADOS NA CARENCIA ("P",
      *==============================="X" DEPOIS DE
      *===============================CONTADO COMO FORA DA LISTA) OU
      *===============================JA POSTOS NA LISTA DESTA RODADA
      *===============================("L").
       01  TABELA-SELECIONADOS.
           05 TAB-SELECIONADO OCCURS 2000 TIMES.
               10 TSL-ID-CLIENTE  PIC 9(04).
               10 TSL-MOTIVO      PIC X(01).

       01  WRK-CONTADORES.
           05 WRK-CNT-RESPOSTAS  PIC 9(05).
           05 WRK-CNT-PROMOTORES PIC 9(05).
           05 WRK-CNT-NEUTROS    PIC 9(05).
           05 WRK-CNT-DETRATORES PIC 9(05).

       01  WRK-CONTADORES-GERAL.
           05 WRK-GER-RESPOSTAS  PIC 9(05).
           05 WRK-GER-PROMOTORES PIC 9(05).
           05 WRK-GER-NEUTROS    PIC 9(05).
           05 WRK-GER-DETRATORES PIC 9(05).

      *===============================NA ORDEM DE WRK-CLASSES-NPS.
       01  TABELA-CLASSES.
           05 TAB-CLASSE OCCURS 4 TIMES.
               10 TCL-CONTADORES.
                   15 TCL-RESPOSTAS  PIC 9(05).
                   15 TCL-PROMOTORES PIC 9(05).
                   15 TCL-NEUTROS    PIC 9(05).
                   15 TCL-DETRATORES PIC 9(05).

      *===============================RESPONSAVEIS ("R") E VENDEDORES
      *===============================("V") DO MES, POR FUNC-ID.
       01  TABELA-PESSOAS.
           05 TAB-PESSOA OCCURS 200 TIMES.
               10 TPS-PAPEL          PIC X(01).
               10 TPS-FUNC-ID        PIC 9(04).
               10 TPS-CONTADORES.
                   15 TPS-RESPOSTAS  PIC 9(05).
                   15 TPS-PROMOTORES PIC 9(05).
                   15 TPS-NEUTROS    PIC 9(05).
                   15 TPS-DETRATORES PIC 9(05).

       01  WRK-LINHA-TITULO-CONT.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(41) VALUE
               "PESQUISA DE SATISFACAO - LISTA DE CONTATO".

       01  WRK-LINHA-PARAM-CONT.
           05 FILLER       PIC X(10) VALUE "GERADA EM ".
           05 WRK-LPC-DATA PIC 9(08).
           05 FILLER       PIC X(14) VALUE "   JANELA.... ".
           05 WRK-LPC-JANELA PIC ZZ9.
           05 FILLER       PIC X(22) VALUE " DIAS   CARENCIA..... ".
           05 WRK-LPC-CARENCIA PIC ZZ9.
           05 FILLER       PIC X(05) VALUE " DIAS".

       01  WRK-LINHA-COLUNA-CONT.
           05 FILLER       PIC X(26) VALUE "CLIENTE".
           05 FILLER       PIC X(13) VALUE "TELEFONE".
           05 FILLER       PIC X(11) VALUE "ORIGEM".
           05 FILLER       PIC X(08) VALUE "NUMERO".
           05 FILLER       PIC X(10) VALUE "DATA".
           05 FILLER       PIC X(06) VALUE "CLASSE".

       01  WRK-LINHA-DET-CONT.
           05 WRK-LDC-ID     PIC 9(04).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LDC-NOME   PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LDC-TELEFONE PIC X(11).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LDC-ORIGEM PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LDC-NUMERO PIC 9(06).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LDC-DATA   PIC 9(08).
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LDC-CLASSE PIC X(01).

       01  WRK-LINHA-TOTAL-CONT.
           05 FILLER         PIC X(20) VALUE "CLIENTES LISTADOS.. ".
           05 WRK-LTC-LISTADOS PIC ZZZZ9.
           05 FILLER         PIC X(32) VALUE
               "   FORA (CONTATADOS NA CAREN.)  ".
           05 WRK-LTC-RECENTES PIC ZZZZ9.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(40) VALUE
               "PESQUISA DE SATISFACAO (NPS) DO MES".

       01  WRK-LINHA-MES.
           05 FILLER       PIC X(14) VALUE "MES.......... ".
           05 WRK-LM-MES   PIC 9(06).

       01  WRK-LINHA-SECAO.
           05 FILLER       PIC X(04) VALUE "=== ".
           05 WRK-LSC-TEXTO PIC X(40).

       01  WRK-LINHA-COLUNA-NPS.
           05 FILLER       PIC X(30) VALUE SPACES.
           05 FILLER       PIC X(10) VALUE " RESPOSTAS".
           05 FILLER       PIC X(10) VALUE "  PROMOT.".
           05 FILLER       PIC X(10) VALUE "  NEUTROS".
           05 FILLER       PIC X(10) VALUE "  DETRAT.".
           05 FILLER       PIC X(10) VALUE "       NPS".

       01  WRK-LINHA-DET-NPS.
           05 WRK-LDN-ROTULO PIC X(30).
           05 FILLER         PIC X(05) VALUE SPACES.
           05 WRK-LDN-RESPOSTAS PIC ZZZZ9.
           05 FILLER         PIC X(05) VALUE SPACES.
           05 WRK-LDN-PROMOTORES PIC ZZZZ9.
           05 FILLER         PIC X(05) VALUE SPACES.
           05 WRK-LDN-NEUTROS PIC ZZZZ9.
           05 FILLER         PIC X(05) VALUE SPACES.
           05 WRK-LDN-DETRATORES PIC ZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WRK-LDN-NPS    PIC -ZZ9,99.

       01  WRK-ROTULO-PESSOA.
           05 WRK-RP-ID      PIC 9(04).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-RP-NOME    PIC X(20).

       01  WRK-LINHA-COLUNA-DET.
           05 FILLER       PIC X(10) VALUE "DATA".
           05 FILLER       PIC X(26) VALUE "CLIENTE".
           05 FILLER       PIC X(13) VALUE "TELEFONE".
           05 FILLER       PIC X(09) VALUE "ORIGEM".
           05 FILLER       PIC X(05) VALUE "NOTA".
           05 FILLER       PIC X(06) VALUE "RESP.".
           05 FILLER       PIC X(04) VALUE "VEND".

       01  WRK-LINHA-DET-DETRATOR.
           05 WRK-LDD-DATA   PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LDD-ID     PIC 9(04).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LDD-NOME   PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LDD-TELEFONE PIC X(11).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LDD-ORIGEM PIC X(01).
           05 WRK-LDD-NUMERO PIC 9(06).
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WRK-LDD-NOTA   PIC Z9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WRK-LDD-RESP   PIC 9(04).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LDD-VEND   PIC 9(04).

       01  WRK-LINHA-COMENTARIO.
           05 FILLER         PIC X(10) VALUE SPACES.
           05 FILLER         PIC X(02) VALUE "> ".
           05 WRK-LCM-TEXTO  PIC X(60).

       01  WRK-LINHA-TOTAL-DET.
           05 FILLER         PIC X(23) VALUE "DETRATORES PARA RETORNO".
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WRK-LTD-DETRATORES PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC.
           PERFORM 0910-CALCULA-DIAS.
           MOVE WRK-DIAS-CALC TO WRK-DIAS-HOJE.

           PERFORM 0090-DEFINE-CAMINHO-CLIENTES.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  PESQUISA DE SATISFACAO (NPS) "
           DISPLAY "================================================"
           DISPLAY "1 - GERAR LISTA DE CONTATO "
           DISPLAY "2 - REGISTRAR RESPOSTA "
           DISPLAY "3 - RELATORIO MENSAL DE NPS "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-GERA-LISTA
               WHEN 2
                   PERFORM 0300-REGISTRA-RESPOSTA
               WHEN 3
                   PERFORM 0400-RELATORIO-MENSAL
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

      *===============================LISTA DE CONTATO: RECLAMACOES
      *===============================FECHADAS PRIMEIRO, DEPOIS VENDAS;
      *===============================CADA CLIENTE SAI UMA VEZ SO.
       0200-GERA-LISTA      SECTION.
           DISPLAY "JANELA EM DIAS (RECLAMACAO FECHADA OU VENDA NOS "
                   "ULTIMOS N DIAS - 0 = 30) "
           ACCEPT WRK-DIAS-JANELA.
           IF WRK-DIAS-JANELA EQUAL ZEROS
               MOVE 30 TO WRK-DIAS-JANELA
           END-IF.

           DISPLAY "CARENCIA EM DIAS (NAO PESQUISAR QUEM FOI "
                   "CONTATADO NOS ULTIMOS N DIAS - 0 = 90) "
           ACCEPT WRK-DIAS-CARENCIA.
           IF WRK-DIAS-CARENCIA EQUAL ZEROS
               MOVE 90 TO WRK-DIAS-CARENCIA
           END-IF.

           MOVE ZEROS TO WRK-QTDE-SEL.
           MOVE ZEROS TO WRK-TOTAL-LISTADOS.
           MOVE ZEROS TO WRK-TOTAL-RECENTES.

           PERFORM 0210-CARREGA-PESQUISADOS.

           MOVE "N" TO WRK-CLIENTES-ABERTO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "S" TO WRK-CLIENTES-ABERTO
           ELSE
               DISPLAY "CLIENTES.DAT NAO ABERTO - STATUS " FS-CLIENTES
           END-IF.

           IF WRK-CLIENTES-ABERTO EQUAL "S"
               MOVE "N" TO WRK-NPSCONT-ABERTO
               OPEN EXTEND NPSCONT
               IF FS-NPSCONT EQUAL 35
                   OPEN OUTPUT NPSCONT
               END-IF
               IF FS-NPSCONT EQUAL 00
                   MOVE "S" TO WRK-NPSCONT-ABERTO
               ELSE
                   DISPLAY "NPSCONT.DAT NAO ABERTO - STATUS "
                           FS-NPSCONT " - CONTATOS NAO REGISTRADOS "
               END-IF

               OPEN OUTPUT CONTATOS
               MOVE WRK-LINHA-TITULO-CONT TO REG-CONTATOS
               WRITE REG-CONTATOS
               MOVE WRK-DATA-HOJE-R   TO WRK-LPC-DATA
               MOVE WRK-DIAS-JANELA   TO WRK-LPC-JANELA
               MOVE WRK-DIAS-CARENCIA TO WRK-LPC-CARENCIA
               MOVE WRK-LINHA-PARAM-CONT TO REG-CONTATOS
               WRITE REG-CONTATOS
               MOVE SPACES TO REG-CONTATOS
               WRITE REG-CONTATOS
               MOVE WRK-LINHA-COLUNA-CONT TO REG-CONTATOS
               WRITE REG-CONTATOS

               PERFORM 0220-SELECIONA-RECLAMACOES
               PERFORM 0230-SELECIONA-VENDAS

               MOVE SPACES TO REG-CONTATOS
               WRITE REG-CONTATOS
               MOVE WRK-TOTAL-LISTADOS TO WRK-LTC-LISTADOS
               MOVE WRK-TOTAL-RECENTES TO WRK-LTC-RECENTES
               MOVE WRK-LINHA-TOTAL-CONT TO REG-CONTATOS
               WRITE REG-CONTATOS
               CLOSE CONTATOS
               CLOSE CLIENTES
               IF WRK-NPSCONT-ABERTO EQUAL "S"
                   CLOSE NPSCONT
               END-IF

               DISPLAY "LISTA GRAVADA EM NPSCONT.LST - "
                       WRK-TOTAL-LISTADOS " CLIENTE(S) "
           END-IF.

      *===============================FICAM DE FORA OS QUE RESPONDERAM
      *===============================(NPS.DAT) E OS QUE FORAM POSTOS
      *===============================NA LISTA (NPSCONT.DAT) DENTRO
      *===============================DA CARENCIA.
       0210-CARREGA-PESQUISADOS SECTION.
           OPEN INPUT NPSCONT.
           IF FS-NPSCONT EQUAL 00
               READ NPSCONT
               PERFORM UNTIL FS-NPSCONT NOT EQUAL 00
                   MOVE NCT-DATA TO WRK-DATA-CALC
                   PERFORM 0910-CALCULA-DIAS
                   COMPUTE WRK-DIAS-DECORRIDOS =
                           WRK-DIAS-HOJE - WRK-DIAS-CALC
                   IF WRK-DIAS-DECORRIDOS NOT GREATER WRK-DIAS-CARENCIA
                       MOVE NCT-ID-CLIENTE TO WRK-CAND-ID
                       PERFORM 0900-PROCURA-SELECIONADO
                       IF WRK-SUB-ACHADO EQUAL ZEROS
                               AND WRK-QTDE-SEL LESS 2000
                           ADD 1 TO WRK-QTDE-SEL
                           MOVE NCT-ID-CLIENTE
                             TO TSL-ID-CLIENTE(WRK-QTDE-SEL)
                           MOVE "P" TO TSL-MOTIVO(WRK-QTDE-SEL)
                       END-IF
                   END-IF
                   READ NPSCONT
               END-PERFORM
               CLOSE NPSCONT
           END-IF.

           OPEN INPUT NPS.
           IF FS-NPS EQUAL 00
               READ NPS
               PERFORM UNTIL FS-NPS NOT EQUAL 00
                   MOVE NPS-DATA TO WRK-DATA-CALC
                   PERFORM 0910-CALCULA-DIAS
                   COMPUTE WRK-DIAS-DECORRIDOS =
                           WRK-DIAS-HOJE - WRK-DIAS-CALC
                   IF WRK-DIAS-DECORRIDOS NOT GREATER WRK-DIAS-CARENCIA
                       MOVE NPS-ID-CLIENTE TO WRK-CAND-ID
                       PERFORM 0900-PROCURA-SELECIONADO
                       IF WRK-SUB-ACHADO EQUAL ZEROS
                               AND WRK-QTDE-SEL LESS 2000
                           ADD 1 TO WRK-QTDE-SEL
                           MOVE NPS-ID-CLIENTE
                             TO TSL-ID-CLIENTE(WRK-QTDE-SEL)
                           MOVE "P" TO TSL-MOTIVO(WRK-QTDE-SEL)
                       END-IF
                   END-IF
                   READ NPS
               END-PERFORM
               CLOSE NPS
           END-IF.

       0220-SELECIONA-RECLAMACOES SECTION.
           OPEN INPUT RECLAMA.
           IF FS-RECLAMA NOT EQUAL 00
               DISPLAY "RECLAMA.DAT NAO ABERTO - STATUS " FS-RECLAMA
           ELSE
               MOVE ZEROS TO REC-NUMERO
               START RECLAMA KEY IS NOT LESS REC-NUMERO
               IF FS-RECLAMA EQUAL 00
                   READ RECLAMA NEXT RECORD
                   PERFORM UNTIL FS-RECLAMA NOT EQUAL 00
                       IF REC-FECHADA
                           MOVE REC-DATA-STATUS TO WRK-DATA-CALC
                           PERFORM 0910-CALCULA-DIAS
                           COMPUTE WRK-DIAS-DECORRIDOS =
                                   WRK-DIAS-HOJE - WRK-DIAS-CALC
                           IF WRK-DIAS-DECORRIDOS
                                   NOT GREATER WRK-DIAS-JANELA
                               MOVE REC-ID-CLIENTE  TO WRK-CAND-ID
                               MOVE "R"             TO WRK-CAND-ORIGEM
                               MOVE REC-NUMERO      TO WRK-CAND-NUMERO
                               MOVE REC-DATA-STATUS TO WRK-CAND-DATA
                               MOVE REC-TIPO        TO WRK-CAND-CLASSE
                               PERFORM 0240-AVALIA-CANDIDATO
                           END-IF
                       END-IF
                       READ RECLAMA NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE RECLAMA
           END-IF.

       0230-SELECIONA-VENDAS SECTION.
           OPEN INPUT VENDAS.
           IF FS-VENDAS NOT EQUAL 00
               DISPLAY "VENDAS.DAT NAO ABERTO - STATUS " FS-VENDAS
           ELSE
               READ VENDAS NEXT RECORD
               PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                   IF VND-TIPO-TRANS EQUAL "V"
                           AND VND-ID-CLIENTE NOT EQUAL ZEROS
                       MOVE VND-DATA TO WRK-DATA-CALC
                       PERFORM 0910-CALCULA-DIAS
                       COMPUTE WRK-DIAS-DECORRIDOS =
                               WRK-DIAS-HOJE - WRK-DIAS-CALC
                       IF WRK-DIAS-DECORRIDOS
                               NOT GREATER WRK-DIAS-JANELA
                           MOVE VND-ID-CLIENTE TO WRK-CAND-ID
                           MOVE "V"            TO WRK-CAND-ORIGEM
                           MOVE VND-TICKET     TO WRK-CAND-NUMERO
                           MOVE VND-DATA       TO WRK-CAND-DATA
                           MOVE "V"            TO WRK-CAND-CLASSE
                           PERFORM 0240-AVALIA-CANDIDATO
                       END-IF
                   END-IF
                   READ VENDAS NEXT RECORD
               END-PERFORM
               CLOSE VENDAS
           END-IF.

       0240-AVALIA-CANDIDATO SECTION.
           PERFORM 0900-PROCURA-SELECIONADO.

           IF WRK-SUB-ACHADO NOT EQUAL ZEROS
               IF TSL-MOTIVO(WRK-SUB-ACHADO) EQUAL "P"
                   ADD 1 TO WRK-TOTAL-RECENTES
                   MOVE "X" TO TSL-MOTIVO(WRK-SUB-ACHADO)
               END-IF
           ELSE
               MOVE WRK-CAND-ID TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT REG-CLI-INATIVO
                               AND NOT REG-CLI-ANONIMIZADO
                           PERFORM 0250-LISTA-CANDIDATO
                       END-IF
               END-READ
           END-IF.

       0250-LISTA-CANDIDATO SECTION.
           IF WRK-QTDE-SEL LESS 2000
               ADD 1 TO WRK-QTDE-SEL
               MOVE WRK-CAND-ID TO TSL-ID-CLIENTE(WRK-QTDE-SEL)
               MOVE "L"         TO TSL-MOTIVO(WRK-QTDE-SEL)

               ADD 1 TO WRK-TOTAL-LISTADOS
               MOVE REG-ID       TO WRK-LDC-ID
               MOVE REG-NOME     TO WRK-LDC-NOME
               MOVE REG-TELEFONE TO WRK-LDC-TELEFONE
               IF WRK-CAND-ORIGEM EQUAL "R"
                   MOVE "RECLAMACAO" TO WRK-LDC-ORIGEM
               ELSE
                   MOVE "VENDA"      TO WRK-LDC-ORIGEM
               END-IF
               MOVE WRK-CAND-NUMERO TO WRK-LDC-NUMERO
               MOVE WRK-CAND-DATA   TO WRK-LDC-DATA
               MOVE WRK-CAND-CLASSE TO WRK-LDC-CLASSE
               MOVE WRK-LINHA-DET-CONT TO REG-CONTATOS
               WRITE REG-CONTATOS

               IF WRK-NPSCONT-ABERTO EQUAL "S"
                   MOVE WRK-DATA-HOJE-R TO NCT-DATA
                   MOVE WRK-CAND-ID     TO NCT-ID-CLIENTE
                   MOVE WRK-CAND-ORIGEM TO NCT-ORIGEM
                   MOVE WRK-CAND-NUMERO TO NCT-NUM-ORIGEM
                   WRITE REG-NPSCONT
               END-IF
           ELSE
               DISPLAY "LIMITE DE 2000 CLIENTES - IGNORADO " REG-ID
           END-IF.

      *===============================A RESPOSTA E AMARRADA A ORIGEM
      *===============================(RECLAMACAO OU TICKET); CLIENTE,
      *===============================CLASSE, RESPONSAVEL E VENDEDOR
      *===============================VEM DELA, NAO SAO DIGITADOS.
       0300-REGISTRA-RESPOSTA SECTION.
           MOVE "N" TO WRK-ORIGEM-OK.

           DISPLAY "ORIGEM DA PESQUISA (R-RECLAMACAO V-VENDA) "
           ACCEPT WRK-ORIGEM.

           EVALUATE WRK-ORIGEM
               WHEN "R"
                   DISPLAY "NUMERO DA RECLAMACAO "
                   ACCEPT WRK-NUM-ORIGEM
                   PERFORM 0310-LOCALIZA-RECLAMACAO
               WHEN "V"
                   DISPLAY "TICKET DA VENDA "
                   ACCEPT WRK-NUM-ORIGEM
                   MOVE WRK-NUM-ORIGEM TO WRK-TICKET-VENDA
                   MOVE "V"            TO WRK-RESP-CLASSE
                   MOVE ZEROS          TO WRK-RESP-RESPONSAVEL
                   MOVE "S"            TO WRK-ORIGEM-OK
               WHEN OTHER
                   DISPLAY "ORIGEM INVALIDA - NADA REGISTRADO "
           END-EVALUATE.

           IF WRK-ORIGEM-OK EQUAL "S"
               PERFORM 0320-LOCALIZA-VENDA
               IF WRK-ACHOU-VENDA NOT EQUAL "S"
                   IF WRK-ORIGEM EQUAL "V"
                       MOVE "N" TO WRK-ORIGEM-OK
                       DISPLAY "TICKET NAO ENCONTRADO EM VENDAS.DAT - "
                               "NADA REGISTRADO "
                   ELSE
                       MOVE ZEROS TO WRK-RESP-VENDEDOR
                   END-IF
               END-IF
           END-IF.

           IF WRK-ORIGEM-OK EQUAL "S"
               PERFORM 0330-VERIFICA-DUPLICIDADE
           END-IF.

           IF WRK-ORIGEM-OK EQUAL "S"
               PERFORM 0340-ACEITA-GRAVA-NOTA
           END-IF.

       0310-LOCALIZA-RECLAMACAO SECTION.
           OPEN INPUT RECLAMA.
           IF FS-RECLAMA NOT EQUAL 00
               DISPLAY "RECLAMA.DAT NAO ABERTO - STATUS " FS-RECLAMA
           ELSE
               MOVE WRK-NUM-ORIGEM TO REC-NUMERO
               READ RECLAMA
                   INVALID KEY
                       DISPLAY "RECLAMACAO NAO ENCONTRADA "
                               WRK-NUM-ORIGEM
                   NOT INVALID KEY
                       IF REC-FECHADA
                           MOVE REC-ID-CLIENTE  TO WRK-RESP-ID-CLIENTE
                           MOVE REC-TIPO        TO WRK-RESP-CLASSE
                           MOVE REC-RESPONSAVEL TO WRK-RESP-RESPONSAVEL
                           MOVE REC-TICKET      TO WRK-TICKET-VENDA
                           MOVE "S"             TO WRK-ORIGEM-OK
                       ELSE
                           DISPLAY "RECLAMACAO AINDA NAO FECHADA - "
                                   "NADA REGISTRADO "
                       END-IF
               END-READ
               CLOSE RECLAMA
           END-IF.

      *===============================VENDEDOR DO TICKET (E O CLIENTE,
      *===============================QUANDO A ORIGEM E A VENDA).
       0320-LOCALIZA-VENDA  SECTION.
           MOVE "N" TO WRK-ACHOU-VENDA.

           OPEN INPUT VENDAS.
           IF FS-VENDAS NOT EQUAL 00
               DISPLAY "VENDAS.DAT NAO ABERTO - STATUS " FS-VENDAS
           ELSE
               READ VENDAS NEXT RECORD
               PERFORM UNTIL FS-VENDAS NOT EQUAL 00
                   IF VND-TICKET EQUAL WRK-TICKET-VENDA
                           AND VND-TIPO-TRANS EQUAL "V"
                           AND WRK-ACHOU-VENDA EQUAL "N"
                       MOVE "S" TO WRK-ACHOU-VENDA
                       MOVE VND-VENDEDOR TO WRK-RESP-VENDEDOR
                       IF WRK-ORIGEM EQUAL "V"
                           MOVE VND-ID-CLIENTE TO WRK-RESP-ID-CLIENTE
                       END-IF
                   END-IF
                   READ VENDAS NEXT RECORD
               END-PERFORM
               CLOSE VENDAS
           END-IF.

       0330-VERIFICA-DUPLICIDADE SECTION.
           OPEN INPUT NPS.
           IF FS-NPS EQUAL 00
               READ NPS
               PERFORM UNTIL FS-NPS NOT EQUAL 00
                   IF NPS-ORIGEM EQUAL WRK-ORIGEM
                           AND NPS-NUM-ORIGEM EQUAL WRK-NUM-ORIGEM
                       MOVE "N" TO WRK-ORIGEM-OK
                   END-IF
                   READ NPS
               END-PERFORM
               CLOSE NPS
           END-IF.

           IF WRK-ORIGEM-OK NOT EQUAL "S"
               DISPLAY "PESQUISA JA REGISTRADA PARA ESTA ORIGEM - "
                       "NADA REGISTRADO "
           END-IF.

       0340-ACEITA-GRAVA-NOTA SECTION.
           MOVE "N" TO WRK-CLIENTES-ABERTO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "S" TO WRK-CLIENTES-ABERTO
               MOVE WRK-RESP-ID-CLIENTE TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO REG-NOME
               END-READ
               CLOSE CLIENTES
           ELSE
               MOVE SPACES TO REG-NOME
           END-IF.

           DISPLAY "CLIENTE............ " WRK-RESP-ID-CLIENTE " "
                   REG-NOME
           DISPLAY "CLASSE............. " WRK-RESP-CLASSE
           DISPLAY "RESPONSAVEL........ " WRK-RESP-RESPONSAVEL
           DISPLAY "VENDEDOR........... " WRK-RESP-VENDEDOR

           DISPLAY "NOTA DE 0 A 10 "
           ACCEPT WRK-NOTA.

           IF WRK-NOTA NOT NUMERIC OR WRK-NOTA GREATER 10
               DISPLAY "NOTA INVALIDA - NADA REGISTRADO "
           ELSE
               DISPLAY "COMENTARIO DO CLIENTE (ATE 60 LETRAS) "
               ACCEPT WRK-COMENTARIO

               OPEN EXTEND NPS
               IF FS-NPS EQUAL 35
                   OPEN OUTPUT NPS
               END-IF

               MOVE WRK-DATA-HOJE-R      TO NPS-DATA
               MOVE WRK-RESP-ID-CLIENTE  TO NPS-ID-CLIENTE
               MOVE WRK-ORIGEM           TO NPS-ORIGEM
               MOVE WRK-NUM-ORIGEM       TO NPS-NUM-ORIGEM
               MOVE WRK-RESP-CLASSE      TO NPS-CLASSE
               MOVE WRK-RESP-RESPONSAVEL TO NPS-RESPONSAVEL
               MOVE WRK-RESP-VENDEDOR    TO NPS-VENDEDOR
               MOVE WRK-NOTA             TO NPS-NOTA
               MOVE WRK-COMENTARIO       TO NPS-COMENTARIO
               WRITE REG-NPS

               IF FS-NPS NOT EQUAL 00
                   DISPLAY "ERRO AO GRAVAR NPS.DAT - STATUS " FS-NPS
               ELSE
                   DISPLAY "RESPOSTA REGISTRADA "
               END-IF
               CLOSE NPS
           END-IF.

       0400-RELATORIO-MENSAL SECTION.
           DISPLAY "MES DO RELATORIO (AAAAMM - 0 = MES CORRENTE) "
           ACCEPT WRK-MES-INFORMADO.
           IF WRK-MES-INFORMADO EQUAL ZEROS
               MOVE WRK-DATA-HOJE-R(1:6) TO WRK-MES-INFORMADO
           END-IF.

           INITIALIZE WRK-CONTADORES-GERAL.
           INITIALIZE TABELA-CLASSES.
           MOVE ZEROS TO WRK-QTDE-PESSOAS.
           MOVE ZEROS TO WRK-TOTAL-DETRATORES.

           OPEN INPUT NPS.
           IF FS-NPS NOT EQUAL 00
               DISPLAY "NPS.DAT NAO ABERTO - STATUS " FS-NPS
           ELSE
               READ NPS
               PERFORM UNTIL FS-NPS NOT EQUAL 00
                   IF NPS-DATA(1:6) EQUAL WRK-MES-INFORMADO
                       PERFORM 0410-ACUMULA-RESPOSTA
                   END-IF
                   READ NPS
               END-PERFORM
               CLOSE NPS

               PERFORM 0430-IMPRIME-RELATORIO
           END-IF.

       0410-ACUMULA-RESPOSTA SECTION.
           MOVE ZEROS TO WRK-CONTADORES.
           MOVE 1 TO WRK-CNT-RESPOSTAS.
           EVALUATE TRUE
               WHEN NPS-PROMOTOR
                   MOVE 1 TO WRK-CNT-PROMOTORES
               WHEN NPS-NEUTRO
                   MOVE 1 TO WRK-CNT-NEUTROS
               WHEN OTHER
                   MOVE 1 TO WRK-CNT-DETRATORES
           END-EVALUATE.

           ADD WRK-CNT-RESPOSTAS  TO WRK-GER-RESPOSTAS.
           ADD WRK-CNT-PROMOTORES TO WRK-GER-PROMOTORES.
           ADD WRK-CNT-NEUTROS    TO WRK-GER-NEUTROS.
           ADD WRK-CNT-DETRATORES TO WRK-GER-DETRATORES.

           EVALUATE NPS-CLASSE
               WHEN "P"
                   MOVE 1 TO WRK-SUB-CLASSE
               WHEN "E"
                   MOVE 2 TO WRK-SUB-CLASSE
               WHEN "F"
                   MOVE 3 TO WRK-SUB-CLASSE
               WHEN OTHER
                   MOVE 4 TO WRK-SUB-CLASSE
           END-EVALUATE.
           ADD WRK-CNT-RESPOSTAS  TO TCL-RESPOSTAS(WRK-SUB-CLASSE).
           ADD WRK-CNT-PROMOTORES TO TCL-PROMOTORES(WRK-SUB-CLASSE).
           ADD WRK-CNT-NEUTROS    TO TCL-NEUTROS(WRK-SUB-CLASSE).
           ADD WRK-CNT-DETRATORES TO TCL-DETRATORES(WRK-SUB-CLASSE).

           IF NPS-RESPONSAVEL NOT EQUAL ZEROS
               MOVE "R"             TO WRK-PESSOA-PAPEL
               MOVE NPS-RESPONSAVEL TO WRK-PESSOA-ID
               PERFORM 0420-ACUMULA-PESSOA
           END-IF.

           MOVE "V"          TO WRK-PESSOA-PAPEL.
           MOVE NPS-VENDEDOR TO WRK-PESSOA-ID.
           PERFORM 0420-ACUMULA-PESSOA.

       0420-ACUMULA-PESSOA  SECTION.
           MOVE ZEROS TO WRK-SUB-ACHADO.
           PERFORM VARYING WRK-SUB-PESSOA FROM 1 BY 1
                   UNTIL WRK-SUB-PESSOA GREATER WRK-QTDE-PESSOAS
               IF TPS-PAPEL(WRK-SUB-PESSOA) EQUAL WRK-PESSOA-PAPEL
                       AND TPS-FUNC-ID(WRK-SUB-PESSOA)
                           EQUAL WRK-PESSOA-ID
                   MOVE WRK-SUB-PESSOA TO WRK-SUB-ACHADO
               END-IF
           END-PERFORM.

           IF WRK-SUB-ACHADO EQUAL ZEROS
               IF WRK-QTDE-PESSOAS LESS 200
                   ADD 1 TO WRK-QTDE-PESSOAS
                   MOVE WRK-QTDE-PESSOAS TO WRK-SUB-ACHADO
                   MOVE WRK-PESSOA-PAPEL
                     TO TPS-PAPEL(WRK-SUB-ACHADO)
                   MOVE WRK-PESSOA-ID
                     TO TPS-FUNC-ID(WRK-SUB-ACHADO)
                   MOVE ZEROS TO TPS-CONTADORES(WRK-SUB-ACHADO)
               ELSE
                   DISPLAY "LIMITE DE 200 FUNCIONARIOS - IGNORADO "
                           WRK-PESSOA-ID
               END-IF
           END-IF.

           IF WRK-SUB-ACHADO NOT EQUAL ZEROS
               ADD WRK-CNT-RESPOSTAS
                TO TPS-RESPOSTAS(WRK-SUB-ACHADO)
               ADD WRK-CNT-PROMOTORES
                TO TPS-PROMOTORES(WRK-SUB-ACHADO)
               ADD WRK-CNT-NEUTROS
                TO TPS-NEUTROS(WRK-SUB-ACHADO)
               ADD WRK-CNT-DETRATORES
                TO TPS-DETRATORES(WRK-SUB-ACHADO)
           END-IF.

       0430-IMPRIME-RELATORIO SECTION.
           MOVE "N" TO WRK-FUNC-ABERTO.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS EQUAL 00
               MOVE "S" TO WRK-FUNC-ABERTO
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-MES-INFORMADO TO WRK-LM-MES.
           MOVE WRK-LINHA-MES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA-NPS TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE WRK-CONTADORES-GERAL TO WRK-CONTADORES.
           MOVE "GERAL DO MES" TO WRK-LDN-ROTULO.
           PERFORM 0450-IMPRIME-LINHA-NPS.

           MOVE "POR CLASSE DE ORIGEM" TO WRK-LSC-TEXTO.
           PERFORM 0460-IMPRIME-SECAO.
           PERFORM VARYING WRK-SUB-CLASSE FROM 1 BY 1
                   UNTIL WRK-SUB-CLASSE GREATER 4
               MOVE TCL-CONTADORES(WRK-SUB-CLASSE) TO WRK-CONTADORES
               EVALUATE WRK-CLASSES-NPS(WRK-SUB-CLASSE:1)
                   WHEN "P"
                       MOVE "P - DEFEITO DE PRODUTO" TO WRK-LDN-ROTULO
                   WHEN "E"
                       MOVE "E - ENTREGA" TO WRK-LDN-ROTULO
                   WHEN "F"
                       MOVE "F - FATURAMENTO" TO WRK-LDN-ROTULO
                   WHEN OTHER
                       MOVE "V - POS-VENDA (SEM RECLAMACAO)"
                         TO WRK-LDN-ROTULO
               END-EVALUATE
               PERFORM 0450-IMPRIME-LINHA-NPS
           END-PERFORM.

           MOVE "POR RESPONSAVEL DA RECLAMACAO" TO WRK-LSC-TEXTO.
           PERFORM 0460-IMPRIME-SECAO.
           MOVE "R" TO WRK-PESSOA-PAPEL.
           PERFORM 0440-IMPRIME-PESSOAS.

           MOVE "POR VENDEDOR DO TICKET" TO WRK-LSC-TEXTO.
           PERFORM 0460-IMPRIME-SECAO.
           MOVE "V" TO WRK-PESSOA-PAPEL.
           PERFORM 0440-IMPRIME-PESSOAS.

           PERFORM 0470-LISTA-DETRATORES.

           CLOSE RELATORIO.
           IF WRK-FUNC-ABERTO EQUAL "S"
               CLOSE FUNCIONARIOS
           END-IF.

           DISPLAY "RELATORIO GRAVADO EM NPS.LST - "
                   WRK-GER-RESPOSTAS " RESPOSTA(S), "
                   WRK-TOTAL-DETRATORES " DETRATOR(ES) ".

       0440-IMPRIME-PESSOAS SECTION.
           PERFORM VARYING WRK-SUB-PESSOA FROM 1 BY 1
                   UNTIL WRK-SUB-PESSOA GREATER WRK-QTDE-PESSOAS
               IF TPS-PAPEL(WRK-SUB-PESSOA) EQUAL WRK-PESSOA-PAPEL
                   MOVE TPS-CONTADORES(WRK-SUB-PESSOA)
                     TO WRK-CONTADORES
                   MOVE TPS-FUNC-ID(WRK-SUB-PESSOA) TO WRK-RP-ID
                   IF TPS-FUNC-ID(WRK-SUB-PESSOA) EQUAL ZEROS
                       MOVE "SEM VENDEDOR" TO WRK-RP-NOME
                   ELSE
                       MOVE "NAO CADASTRADO" TO WRK-RP-NOME
                       IF WRK-FUNC-ABERTO EQUAL "S"
                           MOVE TPS-FUNC-ID(WRK-SUB-PESSOA) TO FUNC-ID
                           READ FUNCIONARIOS
                               NOT INVALID KEY
                                   MOVE FUNC-NOME TO WRK-RP-NOME
                           END-READ
                       END-IF
                   END-IF
                   MOVE WRK-ROTULO-PESSOA TO WRK-LDN-ROTULO
                   PERFORM 0450-IMPRIME-LINHA-NPS
               END-IF
           END-PERFORM.

      *===============================NPS = % PROMOTORES - % DETRATORES,
      *===============================DE -100 A +100.
       0450-IMPRIME-LINHA-NPS SECTION.
           MOVE WRK-CNT-RESPOSTAS  TO WRK-LDN-RESPOSTAS.
           MOVE WRK-CNT-PROMOTORES TO WRK-LDN-PROMOTORES.
           MOVE WRK-CNT-NEUTROS    TO WRK-LDN-NEUTROS.
           MOVE WRK-CNT-DETRATORES TO WRK-LDN-DETRATORES.

           IF WRK-CNT-RESPOSTAS EQUAL ZEROS
               MOVE ZEROS TO WRK-NPS-CALC
           ELSE
               COMPUTE WRK-NPS-CALC ROUNDED =
                       (WRK-CNT-PROMOTORES - WRK-CNT-DETRATORES) * 100
                       / WRK-CNT-RESPOSTAS
           END-IF.
           MOVE WRK-NPS-CALC TO WRK-LDN-NPS.

           MOVE WRK-LINHA-DET-NPS TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0460-IMPRIME-SECAO   SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-SECAO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0470-LISTA-DETRATORES SECTION.
           MOVE "DETRATORES (NOTA 0 A 6) PARA RETORNO" TO WRK-LSC-TEXTO.
           PERFORM 0460-IMPRIME-SECAO.
           MOVE WRK-LINHA-COLUNA-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "N" TO WRK-CLIENTES-ABERTO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "S" TO WRK-CLIENTES-ABERTO
           END-IF.

           OPEN INPUT NPS.
           IF FS-NPS EQUAL 00
               READ NPS
               PERFORM UNTIL FS-NPS NOT EQUAL 00
                   IF NPS-DATA(1:6) EQUAL WRK-MES-INFORMADO
                           AND NPS-DETRATOR
                       PERFORM 0480-IMPRIME-DETRATOR
                   END-IF
                   READ NPS
               END-PERFORM
               CLOSE NPS
           END-IF.

           IF WRK-CLIENTES-ABERTO EQUAL "S"
               CLOSE CLIENTES
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-DETRATORES TO WRK-LTD-DETRATORES.
           MOVE WRK-LINHA-TOTAL-DET TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0480-IMPRIME-DETRATOR SECTION.
           ADD 1 TO WRK-TOTAL-DETRATORES.

           MOVE "NAO CADASTRADO" TO WRK-LDD-NOME.
           MOVE SPACES           TO WRK-LDD-TELEFONE.
           IF WRK-CLIENTES-ABERTO EQUAL "S"
               MOVE NPS-ID-CLIENTE TO REG-ID
               READ CLIENTES
                   NOT INVALID KEY
                       MOVE REG-NOME     TO WRK-LDD-NOME
                       MOVE REG-TELEFONE TO WRK-LDD-TELEFONE
               END-READ
           END-IF.

           MOVE NPS-DATA        TO WRK-LDD-DATA.
           MOVE NPS-ID-CLIENTE  TO WRK-LDD-ID.
           MOVE NPS-ORIGEM      TO WRK-LDD-ORIGEM.
           MOVE NPS-NUM-ORIGEM  TO WRK-LDD-NUMERO.
           MOVE NPS-NOTA        TO WRK-LDD-NOTA.
           MOVE NPS-RESPONSAVEL TO WRK-LDD-RESP.
           MOVE NPS-VENDEDOR    TO WRK-LDD-VEND.
           MOVE WRK-LINHA-DET-DETRATOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF NPS-COMENTARIO NOT EQUAL SPACES
               MOVE NPS-COMENTARIO TO WRK-LCM-TEXTO
               MOVE WRK-LINHA-COMENTARIO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       0900-PROCURA-SELECIONADO SECTION.
           MOVE ZEROS TO WRK-SUB-ACHADO.
           PERFORM VARYING WRK-SUB-SEL FROM 1 BY 1
                   UNTIL WRK-SUB-SEL GREATER WRK-QTDE-SEL
                      OR WRK-SUB-ACHADO NOT EQUAL ZEROS
               IF TSL-ID-CLIENTE(WRK-SUB-SEL) EQUAL WRK-CAND-ID
                   MOVE WRK-SUB-SEL TO WRK-SUB-ACHADO
               END-IF
           END-PERFORM.

      *===============================MESMA APROXIMACAO ANO*360 +
      *===============================MES*30 DO ARQ011/SAC001.
       0910-CALCULA-DIAS    SECTION.
           COMPUTE WRK-DIAS-CALC =
                   (WRK-DC-ANO * 360) + (WRK-DC-MES * 30)
                   + WRK-DC-DIA.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY CLIPATHPD.
       END PROGRAM NPS001.
