       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSF001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: TRANSFERENCIA DE MERCADORIA ENTRE LOJAS - ATE AQUI,
      *          QUANDO A FILIAL PEDIA DEZ UNIDADES EMPRESTADAS A
      *          MATRIZ, ALGUEM ACERTAVA OS NUMEROS NA MAO (OU NAO).
      *          O DOCUMENTO DE TRANSFERENCIA (TRANSF.DAT) TEM NUMERO,
      *          LOJA DE ORIGEM, LOJA DE DESTINO, PRODUTOS E
      *          QUANTIDADES. O DESPACHO TIRA A QUANTIDADE DO SALDO DA
      *          ORIGEM (LINHA "TO" NO KARDEX) E A DEIXA EM TRANSITO;
      *          O RECEBIMENTO NO DESTINO INFORMA O QUE CHEGOU, SOMA
      *          NO SALDO DO DESTINO (LINHA "TI") E FECHA A LINHA. A
      *          LOJA 01 (MATRIZ) USA ESTQ-QTDE DE ESTOQUE.DAT; AS
      *          FILIAIS USAM ESTLOJA.DAT. O RELATORIO (TRANSF.LST)
      *          LISTA O QUE ESTA EM TRANSITO HA MAIS DE N DIAS E AS
      *          LINHAS RECEBIDAS COM DIFERENCA ENTRE ENVIADO E
      *          RECEBIDO. DIAS PELA APROXIMACAO ANO*360 DO ARQ011.
      *          O DESPACHO DA MATRIZ SEGUE AS REGRAS DA FATURA E DA
      *          CONSIGNACAO: SO LEVA O SALDO LIVRE (ESTQ-QTDE MENOS
      *          AS RESERVAS ATIVAS, COPY RESERVAPD) SEM O PIN DO
      *          SUPERVISOR (NIVEL 3), CONSOME OS LOTES PELO FEFO (UMA
      *          LINHA "TO" POR LOTE, COM EM-LOTE) E RECUSA PRODUTO COM
      *          CONTROLE DE SERIE, QUE NAO SAI DA MATRIZ POR
      *          TRANSFERENCIA.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSF ASSIGN TO "TRANSF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRF-CHAVE
           FILE STATUS IS FS-TRANSF.

           SELECT TRANSFCTL ASSIGN TO "TRANSF.CTL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-TRANSFCTL.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESTQ-PRODUTO
           FILE STATUS IS FS-ESTOQUE.

           SELECT ESTLOJA ASSIGN TO "ESTLOJA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ELJ-CHAVE
           FILE STATUS IS FS-ESTLOJA.

           SELECT ESTMOV ASSIGN TO "ESTOQMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ESTMOV.

           SELECT LOTES ASSIGN TO "LOTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-CHAVE
           FILE STATUS IS FS-LOTES.

           SELECT RESERVAS ASSIGN TO "RESERVAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-CHAVE
           FILE STATUS IS FS-RESERVAS.

           SELECT RELATORIO ASSIGN TO "TRANSF.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSF.
           COPY TRANSFREG.

       FD  TRANSFCTL.
       01  REG-TRANSFCTL.
           05 CTL-ULTIMA-TRANSF PIC 9(06).

       FD  ESTOQUE.
           COPY ESTOQUEREG.

       FD  ESTLOJA.
           COPY ESTLOJAREG.

       FD  ESTMOV.
           COPY ESTMOVREG.

       FD  LOTES.
           COPY LOTESREG.

       FD  RESERVAS.
           COPY RESERVAREG.

       FD  RELATORIO.
       01  REG-RELATORIO    PIC X(96).

       WORKING-STORAGE SECTION.
           COPY ESTMOVWS.
           COPY RESERVAWS.
           COPY PINWS.
       77  FS-TRANSF       PIC 9(02) VALUE ZEROS.
       77  FS-TRANSFCTL    PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-ESTLOJA      PIC 9(02) VALUE ZEROS.
       77  FS-LOTES        PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-LOJA-MATRIZ PIC 9(02) VALUE 01.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONFIRMA    PIC X(01) VALUE "N".
       77  WRK-LOJA-ORIGEM PIC 9(02) VALUE ZEROS.
       77  WRK-LOJA-DESTINO PIC 9(02) VALUE ZEROS.
       77  WRK-NUMERO-TRF  PIC 9(06) VALUE ZEROS.
       77  WRK-QTDE-DIGITADA PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ITENS  PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-IT      PIC 9(02) VALUE ZEROS.
       77  WRK-REPETIDO    PIC X(01) VALUE "N".
       77  WRK-FIM-ITENS   PIC X(01) VALUE "N".
       77  WRK-PRODUTO-DIG PIC X(30) VALUE SPACES.
       77  WRK-TOTAL-LINHAS PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-LIMITE PIC 9(03) VALUE ZEROS.

      *===============================PARAMETROS E RESULTADO DA
      *===============================CONSULTA/MOVIMENTACAO DE SALDO
      *===============================POR LOJA (0800/0810).
       77  WRK-SLD-LOJA    PIC 9(02) VALUE ZEROS.
       77  WRK-SLD-PRODUTO PIC X(30) VALUE SPACES.
       77  WRK-SLD-QTDE    PIC 9(07) VALUE ZEROS.
       77  WRK-SLD-CUSTO   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-SLD-EXISTE  PIC X(01) VALUE "N".
       77  WRK-SLD-SERIALIZADO PIC X(01) VALUE SPACES.
       77  WRK-SLD-MOVTO   PIC S9(07) VALUE ZEROS.

      *===============================FEFO NOS LOTES DA MATRIZ (MESMO
      *===============================ESQUEMA DA COPY FATBAIXAPD).
       77  WRK-QTDE-REST-LOTE  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LOTE-USADA PIC 9(07) VALUE ZEROS.
       77  WRK-LOTE-FEFO       PIC X(10) VALUE SPACES.
       77  WRK-VALIDADE-FEFO   PIC 9(08) VALUE ZEROS.
       77  WRK-ACHOU-LOTE      PIC X(01) VALUE "N".

       77  WRK-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-ENVIO  PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-TRANSITO PIC S9(07) VALUE ZEROS.
       77  WRK-DIFERENCA   PIC S9(05) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO  PIC 9(04).
           05 WRK-HOJE-MES  PIC 9(02).
           05 WRK-HOJE-DIA  PIC 9(02).
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE PIC 9(08).

       01  WRK-DATA-X.
           05 WRK-DX-ANO    PIC 9(04).
           05 WRK-DX-MES    PIC 9(02).
           05 WRK-DX-DIA    PIC 9(02).
       01  WRK-DATA-X-R REDEFINES WRK-DATA-X PIC 9(08).

      *===============================EM-ORIGEM DO KARDEX: "PARA LJ nn"
      *===============================NA SAIDA, "DE LJ nn" NA ENTRADA.
       01  WRK-ORIGEM-TRF.
           05 WRK-OT-TEXTO  PIC X(08).
           05 WRK-OT-LOJA   PIC 9(02).

       01  TABELA-ITENS-TRF.
           05 TAB-ITEM-TRF OCCURS 10 TIMES.
               10 TIT-PRODUTO PIC X(30).
               10 TIT-QTDE    PIC 9(05).
               10 TIT-CUSTO   PIC 9(05)V99.

       01  WRK-LINHA-TITULO.
           05 FILLER       PIC X(15) VALUE SPACES.
           05 FILLER       PIC X(50) VALUE
               "TRANSFERENCIAS PENDENTES E DIVERGENTES".

       01  WRK-LINHA-DATA.
           05 FILLER       PIC X(16) VALUE "EMITIDO EM..... ".
           05 WRK-LDT-DATA PIC 9(08).
           05 FILLER       PIC X(24) VALUE
               "  EM TRANSITO HA MAIS DE".
           05 WRK-LDT-DIAS PIC ZZ9.
           05 FILLER       PIC X(05) VALUE " DIAS".

       01  WRK-LINHA-COLUNA.
           05 FILLER       PIC X(10) VALUE "NUMERO IT ".
           05 FILLER       PIC X(06) VALUE "OR DE ".
           05 FILLER       PIC X(31) VALUE "PRODUTO".
           05 FILLER       PIC X(09) VALUE "ENVIO    ".
           05 FILLER       PIC X(06) VALUE "  ENV.".
           05 FILLER       PIC X(06) VALUE "  REC.".
           05 FILLER       PIC X(06) VALUE "  DIF.".
           05 FILLER       PIC X(14) VALUE "  SITUACAO".

       01  WRK-LINHA-DET.
           05 WRK-LD-NUMERO  PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-ITEM    PIC 9(02).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-ORIGEM  PIC 9(02).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-DESTINO PIC 9(02).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-PRODUTO PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-ENVIO   PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-ENVIADA PIC ZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-RECEBIDA PIC ZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LD-DIFERENCA PIC -ZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-SITUACAO PIC X(16).

       01  WRK-LINHA-TOTAL.
           05 FILLER         PIC X(20) VALUE "LINHAS LISTADAS.... ".
           05 WRK-LT-LINHAS  PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
                   (WRK-HOJE-ANO * 360) + (WRK-HOJE-MES * 30)
                   + WRK-HOJE-DIA.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  TRANSFERENCIA DE MERCADORIA ENTRE LOJAS "
           DISPLAY "================================================"
           DISPLAY "1 - DESPACHAR TRANSFERENCIA (LOJA DE ORIGEM) "
           DISPLAY "2 - RECEBER TRANSFERENCIA (LOJA DE DESTINO) "
           DISPLAY "3 - RELATORIO DE PENDENCIAS E DIFERENCAS "
           DISPLAY "4 - CONSULTAR SALDO DE UM PRODUTO NA LOJA "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-DESPACHA-TRANSF
               WHEN 2
                   PERFORM 0500-RECEBE-TRANSF
               WHEN 3
                   PERFORM 0700-RELATORIO-PENDENCIAS
               WHEN 4
                   PERFORM 0900-CONSULTA-SALDO-LOJA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

      *===============================MONTA O DOCUMENTO (ATE 10 ITENS),
      *===============================CONFERE O SALDO DA ORIGEM DE CADA
      *===============================ITEM E, CONFIRMADO, NUMERA, BAIXA
      *===============================A ORIGEM E GRAVA AS LINHAS EM
      *===============================TRANSITO.
       0300-DESPACHA-TRANSF SECTION.
           DISPLAY "DIGITE A LOJA DE ORIGEM (01 = MATRIZ) "
           ACCEPT WRK-LOJA-ORIGEM.
           DISPLAY "DIGITE A LOJA DE DESTINO "
           ACCEPT WRK-LOJA-DESTINO.

           IF WRK-LOJA-ORIGEM EQUAL ZEROS
                   OR WRK-LOJA-DESTINO EQUAL ZEROS
                   OR WRK-LOJA-ORIGEM EQUAL WRK-LOJA-DESTINO
               DISPLAY "LOJAS INVALIDAS - ORIGEM E DESTINO DEVEM SER "
                       "DIFERENTES E NAO ZERO "
           ELSE
               MOVE ZEROS TO WRK-QTDE-ITENS
               MOVE "N"   TO WRK-FIM-ITENS
               PERFORM 0310-RECEBE-ITEM
                   UNTIL WRK-FIM-ITENS EQUAL "S"
                      OR WRK-QTDE-ITENS EQUAL 10

               IF WRK-QTDE-ITENS EQUAL ZEROS
                   DISPLAY "NENHUM ITEM - TRANSFERENCIA CANCELADA "
               ELSE
                   DISPLAY "CONFIRMA O DESPACHO DE " WRK-QTDE-ITENS
                           " ITEM(NS) (S/N) "
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA EQUAL "S"
                       PERFORM 0350-GRAVA-DESPACHO
                   ELSE
                       DISPLAY "TRANSFERENCIA CANCELADA "
                   END-IF
               END-IF
           END-IF.

       0310-RECEBE-ITEM     SECTION.
           DISPLAY "DIGITE O PRODUTO (EM BRANCO ENCERRA OS ITENS) "
           MOVE SPACES TO WRK-PRODUTO-DIG.
           ACCEPT WRK-PRODUTO-DIG.

           IF WRK-PRODUTO-DIG EQUAL SPACES
               MOVE "S" TO WRK-FIM-ITENS
           ELSE
               MOVE "N" TO WRK-REPETIDO
               PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                       UNTIL WRK-SUB-IT GREATER WRK-QTDE-ITENS
                   IF TIT-PRODUTO(WRK-SUB-IT) EQUAL WRK-PRODUTO-DIG
                       MOVE "S" TO WRK-REPETIDO
                   END-IF
               END-PERFORM

               MOVE WRK-LOJA-ORIGEM TO WRK-SLD-LOJA
               MOVE WRK-PRODUTO-DIG TO WRK-SLD-PRODUTO
               PERFORM 0800-LE-SALDO-LOJA

               EVALUATE TRUE
                   WHEN WRK-REPETIDO EQUAL "S"
                       DISPLAY "PRODUTO JA INCLUIDO NESTA "
                               "TRANSFERENCIA "
                   WHEN WRK-SLD-EXISTE NOT EQUAL "S"
                       DISPLAY "PRODUTO NAO CADASTRADO EM ESTOQUE.DAT "
                   WHEN WRK-SLD-SERIALIZADO EQUAL "S"
                       DISPLAY "PRODUTO COM CONTROLE DE SERIE NAO VAI "
                               "POR TRANSFERENCIA "
                   WHEN OTHER
                       PERFORM 0320-QTDE-ITEM
               END-EVALUATE
           END-IF.

      *===============================NA MATRIZ, QUANTIDADE ACIMA DO
      *===============================SALDO LIVRE TIRA MERCADORIA
      *===============================RESERVADA PARA ORCAMENTO (NAS
      *===============================FILIAIS NAO HA RESERVA).
       0320-QTDE-ITEM       SECTION.
           DISPLAY "SALDO NA LOJA " WRK-LOJA-ORIGEM "... " WRK-SLD-QTDE.
           IF WRK-RSV-RESERVADO GREATER ZEROS
               DISPLAY "RESERVADO PARA ORCAMENTOS... " WRK-RSV-RESERVADO
           END-IF.
           DISPLAY "DIGITE A QUANTIDADE A TRANSFERIR "
           ACCEPT WRK-QTDE-DIGITADA.

           EVALUATE TRUE
               WHEN WRK-QTDE-DIGITADA EQUAL ZEROS
                       OR WRK-QTDE-DIGITADA GREATER WRK-SLD-QTDE
                   DISPLAY "QUANTIDADE INVALIDA OU ACIMA DO SALDO DA "
                           "ORIGEM - ITEM IGNORADO "
               WHEN WRK-RSV-RESERVADO GREATER ZEROS
                       AND WRK-QTDE-DIGITADA GREATER WRK-RSV-LIVRE
                   PERFORM 0325-LIBERA-RESERVA
               WHEN OTHER
                   PERFORM 0330-INCLUI-ITEM
           END-EVALUATE.

      *===============================SO COM O PIN DO SUPERVISOR (MESMA
      *===============================REGRA DA FATURA, DO CAIXA E DA
      *===============================CONSIGNACAO).
       0325-LIBERA-RESERVA  SECTION.
           DISPLAY "SALDO RESERVADO PARA ORCAMENTO - FISICO "
                   WRK-RSV-SALDO-FISICO " RESERVADO "
                   WRK-RSV-RESERVADO.
           DISPLAY "TRANSFERIR A MERCADORIA RESERVADA EXIGE O PIN DO "
                   "SUPERVISOR ".
           MOVE 3 TO WRK-NIVEL-EXIGIDO.
           PERFORM 0095-VALIDA-PIN.
           IF WRK-PIN-OK EQUAL "S"
               DISPLAY "TRANSFERENCIA DA RESERVA LIBERADA POR "
                       WRK-USUARIO-PIN
               PERFORM 0330-INCLUI-ITEM
           ELSE
               DISPLAY "ITEM IGNORADO - DIGITE OUTRO PRODUTO "
           END-IF.

       0330-INCLUI-ITEM     SECTION.
           ADD 1 TO WRK-QTDE-ITENS.
           MOVE WRK-PRODUTO-DIG   TO TIT-PRODUTO(WRK-QTDE-ITENS).
           MOVE WRK-QTDE-DIGITADA TO TIT-QTDE(WRK-QTDE-ITENS).
           MOVE WRK-SLD-CUSTO     TO TIT-CUSTO(WRK-QTDE-ITENS).

       0350-GRAVA-DESPACHO  SECTION.
           PERFORM 0360-GERA-NUMERO.

           OPEN I-O TRANSF.
           IF FS-TRANSF EQUAL 35
               OPEN OUTPUT TRANSF
               CLOSE TRANSF
               OPEN I-O TRANSF
           END-IF.

           PERFORM VARYING WRK-SUB-IT FROM 1 BY 1
                   UNTIL WRK-SUB-IT GREATER WRK-QTDE-ITENS
               MOVE WRK-LOJA-ORIGEM         TO WRK-SLD-LOJA
               MOVE TIT-PRODUTO(WRK-SUB-IT) TO WRK-SLD-PRODUTO
               COMPUTE WRK-SLD-MOVTO = TIT-QTDE(WRK-SUB-IT) * -1
               PERFORM 0810-MOVIMENTA-SALDO-LOJA

               MOVE WRK-NUMERO-TRF          TO TRF-NUMERO
               MOVE WRK-SUB-IT              TO TRF-ITEM
               MOVE WRK-LOJA-ORIGEM         TO TRF-LOJA-ORIGEM
               MOVE WRK-LOJA-DESTINO        TO TRF-LOJA-DESTINO
               MOVE TIT-PRODUTO(WRK-SUB-IT) TO TRF-PRODUTO
               MOVE TIT-QTDE(WRK-SUB-IT)    TO TRF-QTDE-ENVIADA
               MOVE ZEROS                   TO TRF-QTDE-RECEBIDA
               MOVE TIT-CUSTO(WRK-SUB-IT)   TO TRF-CUSTO-UNIT
               MOVE WRK-DATA-HOJE-R         TO TRF-DATA-ENVIO
               MOVE ZEROS                   TO TRF-DATA-RECEB
               MOVE "T"                     TO TRF-STATUS
               WRITE REG-TRANSF
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ITEM " WRK-SUB-IT
                               " - STATUS " FS-TRANSF
               END-WRITE

               PERFORM 0355-BAIXA-LOTES-DESPACHO
           END-PERFORM.

           CLOSE TRANSF.

           DISPLAY "TRANSFERENCIA " WRK-NUMERO-TRF " DESPACHADA - "
                   WRK-QTDE-ITENS " ITEM(NS) EM TRANSITO ".

      *===============================NA MATRIZ CONSOME OS LOTES DO
      *===============================PRODUTO PELO FEFO, COMO O 0686 DA
      *===============================FATBAIXAPD: UMA LINHA "TO" POR
      *===============================LOTE E UMA SEM LOTE PARA O RESTO.
      *===============================FILIAL NAO TEM LOTE: UMA LINHA SO.
       0355-BAIXA-LOTES-DESPACHO SECTION.
           MOVE TIT-QTDE(WRK-SUB-IT) TO WRK-QTDE-REST-LOTE.

           IF WRK-LOJA-ORIGEM EQUAL WRK-LOJA-MATRIZ
               OPEN I-O LOTES
               IF FS-LOTES EQUAL 00
                   MOVE "S" TO WRK-ACHOU-LOTE
                   PERFORM UNTIL WRK-QTDE-REST-LOTE EQUAL ZEROS
                           OR WRK-ACHOU-LOTE NOT EQUAL "S"
                       PERFORM 0356-CONSOME-LOTE
                   END-PERFORM
                   CLOSE LOTES
               END-IF
           END-IF.

           IF WRK-QTDE-REST-LOTE GREATER ZEROS
               MOVE WRK-QTDE-REST-LOTE TO WRK-QTDE-LOTE-USADA
               MOVE SPACES             TO WRK-LOTE-FEFO
               PERFORM 0357-GRAVA-SAIDA-TRF
           END-IF.

       0356-CONSOME-LOTE    SECTION.
           MOVE "N"      TO WRK-ACHOU-LOTE.
           MOVE SPACES   TO WRK-LOTE-FEFO.
           MOVE 99999999 TO WRK-VALIDADE-FEFO.

           MOVE TIT-PRODUTO(WRK-SUB-IT) TO LOT-PRODUTO.
           MOVE LOW-VALUES              TO LOT-NUMERO.
           START LOTES KEY IS NOT LESS LOT-CHAVE.
           IF FS-LOTES EQUAL 00
               READ LOTES NEXT RECORD
               PERFORM UNTIL FS-LOTES NOT EQUAL 00
                       OR LOT-PRODUTO NOT EQUAL TIT-PRODUTO(WRK-SUB-IT)
                   IF LOT-QTDE GREATER ZEROS
                           AND NOT LOT-BLOQUEADO
                           AND LOT-VALIDADE LESS WRK-VALIDADE-FEFO
                       MOVE "S" TO WRK-ACHOU-LOTE
                       MOVE LOT-NUMERO   TO WRK-LOTE-FEFO
                       MOVE LOT-VALIDADE TO WRK-VALIDADE-FEFO
                   END-IF
                   READ LOTES NEXT RECORD
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-LOTES.

           IF WRK-ACHOU-LOTE EQUAL "S"
               MOVE TIT-PRODUTO(WRK-SUB-IT) TO LOT-PRODUTO
               MOVE WRK-LOTE-FEFO           TO LOT-NUMERO
               READ LOTES
                   INVALID KEY
                       MOVE "N" TO WRK-ACHOU-LOTE
                   NOT INVALID KEY
                       IF LOT-QTDE NOT LESS WRK-QTDE-REST-LOTE
                           MOVE WRK-QTDE-REST-LOTE
                             TO WRK-QTDE-LOTE-USADA
                           SUBTRACT WRK-QTDE-REST-LOTE FROM LOT-QTDE
                           MOVE ZEROS TO WRK-QTDE-REST-LOTE
                       ELSE
                           MOVE LOT-QTDE TO WRK-QTDE-LOTE-USADA
                           SUBTRACT LOT-QTDE FROM WRK-QTDE-REST-LOTE
                           MOVE ZEROS TO LOT-QTDE
                       END-IF
                       REWRITE REG-LOTE
                       PERFORM 0357-GRAVA-SAIDA-TRF
               END-READ
           END-IF.

       0357-GRAVA-SAIDA-TRF SECTION.
           MOVE TIT-PRODUTO(WRK-SUB-IT) TO WRK-EM-PRODUTO.
           MOVE "TO"                    TO WRK-EM-TIPO.
           COMPUTE WRK-EM-QTDE = WRK-QTDE-LOTE-USADA * -1.
           MOVE TIT-CUSTO(WRK-SUB-IT)   TO WRK-EM-CUSTO-UNIT.
           MOVE WRK-NUMERO-TRF          TO WRK-EM-DOCUMENTO.
           MOVE "PARA LJ "              TO WRK-OT-TEXTO.
           MOVE WRK-LOJA-DESTINO        TO WRK-OT-LOJA.
           MOVE WRK-ORIGEM-TRF          TO WRK-EM-ORIGEM.
           MOVE WRK-LOJA-ORIGEM         TO WRK-EM-LOJA.
           MOVE WRK-LOTE-FEFO           TO WRK-EM-LOTE.
           PERFORM 0186-GRAVA-MOVIMENTO-ESTQ.

       0360-GERA-NUMERO     SECTION.
           OPEN I-O TRANSFCTL.
           IF FS-TRANSFCTL EQUAL 35
               OPEN OUTPUT TRANSFCTL
               MOVE ZEROS TO CTL-ULTIMA-TRANSF
               WRITE REG-TRANSFCTL
               CLOSE TRANSFCTL
               OPEN I-O TRANSFCTL
           END-IF.

           READ TRANSFCTL NEXT RECORD.
           ADD 1 TO CTL-ULTIMA-TRANSF.
           MOVE CTL-ULTIMA-TRANSF TO WRK-NUMERO-TRF.
           REWRITE REG-TRANSFCTL.

           CLOSE TRANSFCTL.

      *===============================PARA CADA LINHA AINDA EM
      *===============================TRANSITO DO DOCUMENTO, A LOJA DE
      *===============================DESTINO INFORMA O QUE CHEGOU; SO
      *===============================ISSO ENTRA NO SALDO DELA.
       0500-RECEBE-TRANSF   SECTION.
           DISPLAY "DIGITE O NUMERO DA TRANSFERENCIA "
           ACCEPT WRK-NUMERO-TRF.

           MOVE ZEROS TO WRK-TOTAL-LINHAS.

           OPEN I-O TRANSF.
           IF FS-TRANSF NOT EQUAL 00
               DISPLAY "TRANSF.DAT NAO ABERTO - NENHUMA "
                       "TRANSFERENCIA REGISTRADA "
           ELSE
               MOVE WRK-NUMERO-TRF TO TRF-NUMERO
               MOVE ZEROS          TO TRF-ITEM
               START TRANSF KEY IS NOT LESS TRF-CHAVE
               IF FS-TRANSF EQUAL 00
                   READ TRANSF NEXT RECORD
                   PERFORM UNTIL FS-TRANSF NOT EQUAL 00
                           OR TRF-NUMERO NOT EQUAL WRK-NUMERO-TRF
                       IF TRF-EM-TRANSITO
                           PERFORM 0510-RECEBE-LINHA
                       END-IF
                       READ TRANSF NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE TRANSF
           END-IF.

           IF WRK-TOTAL-LINHAS EQUAL ZEROS
               DISPLAY "NENHUMA LINHA EM TRANSITO NESTA TRANSFERENCIA "
           ELSE
               DISPLAY "LINHAS RECEBIDAS... " WRK-TOTAL-LINHAS
           END-IF.

       0510-RECEBE-LINHA    SECTION.
           ADD 1 TO WRK-TOTAL-LINHAS.

           DISPLAY "ITEM " TRF-ITEM " " TRF-PRODUTO
                   " ENVIADO " TRF-QTDE-ENVIADA
                   " DA LOJA " TRF-LOJA-ORIGEM
                   " PARA A LOJA " TRF-LOJA-DESTINO.
           DISPLAY "DIGITE A QUANTIDADE RECEBIDA ".
           ACCEPT WRK-QTDE-DIGITADA.

           MOVE WRK-QTDE-DIGITADA TO TRF-QTDE-RECEBIDA.
           MOVE WRK-DATA-HOJE-R   TO TRF-DATA-RECEB.
           MOVE "R"               TO TRF-STATUS.
           REWRITE REG-TRANSF.

           IF TRF-QTDE-RECEBIDA NOT EQUAL TRF-QTDE-ENVIADA
               DISPLAY "ATENCAO - RECEBIDO DIFERENTE DO ENVIADO, "
                       "DIFERENCA SAI NO RELATORIO "
           END-IF.

           IF TRF-QTDE-RECEBIDA GREATER ZEROS
               MOVE TRF-LOJA-DESTINO  TO WRK-SLD-LOJA
               MOVE TRF-PRODUTO       TO WRK-SLD-PRODUTO
               MOVE TRF-QTDE-RECEBIDA TO WRK-SLD-MOVTO
               PERFORM 0810-MOVIMENTA-SALDO-LOJA

               MOVE TRF-PRODUTO       TO WRK-EM-PRODUTO
               MOVE "TI"              TO WRK-EM-TIPO
               MOVE TRF-QTDE-RECEBIDA TO WRK-EM-QTDE
               MOVE TRF-CUSTO-UNIT    TO WRK-EM-CUSTO-UNIT
               MOVE TRF-NUMERO        TO WRK-EM-DOCUMENTO
               MOVE "DE LJ   "        TO WRK-OT-TEXTO
               MOVE TRF-LOJA-ORIGEM   TO WRK-OT-LOJA
               MOVE WRK-ORIGEM-TRF    TO WRK-EM-ORIGEM
               MOVE TRF-LOJA-DESTINO  TO WRK-EM-LOJA
               PERFORM 0186-GRAVA-MOVIMENTO-ESTQ
           END-IF.

      *===============================LINHAS EM TRANSITO HA MAIS DE N
      *===============================DIAS E LINHAS RECEBIDAS COM
      *===============================QUANTIDADE DIFERENTE DA ENVIADA.
       0700-RELATORIO-PENDENCIAS SECTION.
           DISPLAY "LISTAR EM TRANSITO HA MAIS DE QUANTOS DIAS (EX.: "
                   "005) "
           ACCEPT WRK-DIAS-LIMITE.

           MOVE ZEROS TO WRK-TOTAL-LINHAS.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-HOJE-R  TO WRK-LDT-DATA.
           MOVE WRK-DIAS-LIMITE  TO WRK-LDT-DIAS.
           MOVE WRK-LINHA-DATA   TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           OPEN INPUT TRANSF.
           IF FS-TRANSF EQUAL 00
               READ TRANSF NEXT RECORD
               PERFORM UNTIL FS-TRANSF NOT EQUAL 00
                   PERFORM 0710-AVALIA-LINHA
                   READ TRANSF NEXT RECORD
               END-PERFORM
               CLOSE TRANSF
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-LINHAS TO WRK-LT-LINHAS.
           MOVE WRK-LINHA-TOTAL  TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.

           DISPLAY "RELATORIO GRAVADO EM TRANSF.LST - "
                   WRK-TOTAL-LINHAS " LINHA(S) ".

       0710-AVALIA-LINHA    SECTION.
           MOVE SPACES TO WRK-LD-SITUACAO.
           COMPUTE WRK-DIFERENCA =
                   TRF-QTDE-RECEBIDA - TRF-QTDE-ENVIADA.

           IF TRF-EM-TRANSITO
               MOVE TRF-DATA-ENVIO TO WRK-DATA-X-R
               COMPUTE WRK-DIAS-ENVIO =
                       (WRK-DX-ANO * 360) + (WRK-DX-MES * 30)
                       + WRK-DX-DIA
               COMPUTE WRK-DIAS-TRANSITO =
                       WRK-DIAS-HOJE - WRK-DIAS-ENVIO
               IF WRK-DIAS-TRANSITO GREATER WRK-DIAS-LIMITE
                   MOVE "EM TRANSITO" TO WRK-LD-SITUACAO
                   MOVE ZEROS TO WRK-DIFERENCA
               END-IF
           ELSE
               IF WRK-DIFERENCA NOT EQUAL ZEROS
                   MOVE "DIFERENCA" TO WRK-LD-SITUACAO
               END-IF
           END-IF.

           IF WRK-LD-SITUACAO NOT EQUAL SPACES
               ADD 1 TO WRK-TOTAL-LINHAS
               MOVE TRF-NUMERO        TO WRK-LD-NUMERO
               MOVE TRF-ITEM          TO WRK-LD-ITEM
               MOVE TRF-LOJA-ORIGEM   TO WRK-LD-ORIGEM
               MOVE TRF-LOJA-DESTINO  TO WRK-LD-DESTINO
               MOVE TRF-PRODUTO       TO WRK-LD-PRODUTO
               MOVE TRF-DATA-ENVIO    TO WRK-LD-ENVIO
               MOVE TRF-QTDE-ENVIADA  TO WRK-LD-ENVIADA
               MOVE TRF-QTDE-RECEBIDA TO WRK-LD-RECEBIDA
               MOVE WRK-DIFERENCA     TO WRK-LD-DIFERENCA
               MOVE WRK-LINHA-DET TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

      *===============================SALDO DO PRODUTO NA LOJA: MATRIZ
      *===============================EM ESTQ-QTDE, FILIAL EM ESTLOJA
      *===============================(SEM REGISTRO = ZERO). O PRODUTO
      *===============================TEM DE EXISTIR NO CADASTRO, QUE
      *===============================DA TAMBEM O CUSTO E O CONTROLE
      *===============================DE SERIE. NA MATRIZ, O SALDO
      *===============================LIVRE DAS RESERVAS (RESERVAPD).
       0800-LE-SALDO-LOJA   SECTION.
           MOVE "N"    TO WRK-SLD-EXISTE.
           MOVE ZEROS  TO WRK-SLD-QTDE.
           MOVE ZEROS  TO WRK-SLD-CUSTO.
           MOVE SPACES TO WRK-SLD-SERIALIZADO.
           MOVE ZEROS  TO WRK-RSV-RESERVADO.
           MOVE ZEROS  TO WRK-RSV-LIVRE.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
               MOVE WRK-SLD-PRODUTO TO ESTQ-PRODUTO
               READ ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S"              TO WRK-SLD-EXISTE
                       MOVE ESTQ-CUSTO       TO WRK-SLD-CUSTO
                       MOVE ESTQ-SERIALIZADO TO WRK-SLD-SERIALIZADO
                       IF WRK-SLD-LOJA EQUAL WRK-LOJA-MATRIZ
                           MOVE ESTQ-QTDE       TO WRK-SLD-QTDE
                           MOVE ESTQ-PRODUTO    TO WRK-RSV-PRODUTO
                           MOVE ESTQ-QTDE       TO WRK-RSV-SALDO-FISICO
                           MOVE WRK-DATA-HOJE-R TO WRK-RSV-DATA
                           MOVE ZEROS           TO WRK-RSV-DOC-PROPRIO
                           MOVE "S" TO WRK-RSV-ACAO
                           PERFORM 0660-TRATA-RESERVA
                       END-IF
               END-READ
               CLOSE ESTOQUE
           END-IF.

           IF WRK-SLD-EXISTE EQUAL "S"
                   AND WRK-SLD-LOJA NOT EQUAL WRK-LOJA-MATRIZ
               OPEN INPUT ESTLOJA
               IF FS-ESTLOJA EQUAL 00
                   MOVE WRK-SLD-LOJA    TO ELJ-LOJA
                   MOVE WRK-SLD-PRODUTO TO ELJ-PRODUTO
                   READ ESTLOJA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ELJ-QTDE TO WRK-SLD-QTDE
                   END-READ
                   CLOSE ESTLOJA
               END-IF
           END-IF.

      *===============================SOMA WRK-SLD-MOVTO (ASSINADO) NO
      *===============================SALDO DA LOJA; FILIAL SEM
      *===============================REGISTRO GANHA UM NOVO.
       0810-MOVIMENTA-SALDO-LOJA SECTION.
           IF WRK-SLD-LOJA EQUAL WRK-LOJA-MATRIZ
               OPEN I-O ESTOQUE
               IF FS-ESTOQUE EQUAL 00
                   MOVE WRK-SLD-PRODUTO TO ESTQ-PRODUTO
                   READ ESTOQUE
                       INVALID KEY
                           DISPLAY "PRODUTO NAO CADASTRADO - SALDO "
                                   "DA MATRIZ NAO ATUALIZADO "
                       NOT INVALID KEY
                           ADD WRK-SLD-MOVTO TO ESTQ-QTDE
                           REWRITE REG-ESTOQUE
                   END-READ
                   CLOSE ESTOQUE
               END-IF
           ELSE
               OPEN I-O ESTLOJA
               IF FS-ESTLOJA EQUAL 35
                   OPEN OUTPUT ESTLOJA
                   CLOSE ESTLOJA
                   OPEN I-O ESTLOJA
               END-IF
               MOVE WRK-SLD-LOJA    TO ELJ-LOJA
               MOVE WRK-SLD-PRODUTO TO ELJ-PRODUTO
               READ ESTLOJA
                   INVALID KEY
                       MOVE WRK-SLD-MOVTO TO ELJ-QTDE
                       WRITE REG-ESTLOJA
                   NOT INVALID KEY
                       ADD WRK-SLD-MOVTO TO ELJ-QTDE
                       REWRITE REG-ESTLOJA
               END-READ
               CLOSE ESTLOJA
           END-IF.

       0900-CONSULTA-SALDO-LOJA SECTION.
           DISPLAY "DIGITE A LOJA (01 = MATRIZ) "
           ACCEPT WRK-SLD-LOJA.
           DISPLAY "DIGITE O PRODUTO "
           ACCEPT WRK-SLD-PRODUTO.

           PERFORM 0800-LE-SALDO-LOJA.

           IF WRK-SLD-EXISTE NOT EQUAL "S"
               DISPLAY "PRODUTO NAO CADASTRADO EM ESTOQUE.DAT "
           ELSE
               DISPLAY "SALDO NA LOJA " WRK-SLD-LOJA "... "
                       WRK-SLD-QTDE
           END-IF.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY ESTMOVPD.
           COPY RESERVAPD.
           COPY PINPD.
       END PROGRAM TRANSF001.
