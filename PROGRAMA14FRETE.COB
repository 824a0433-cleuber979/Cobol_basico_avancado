      *==CLIENTE QUE QUESTIONA O VALOR VE A COMPOSICAO JA NA COTACAO,
      *==NAO SO NA FATURA
      *==DATA:02/09/2026
      *==COTACAO GRAVADA EM FRETE.LOG COM HF-NUMERO-FATURA ZERADO
      *==(NAO HA FATURA NA COTACAO)
      *==DATA:15/10/2026
      *==PESO CUBADO: AS MEDIDAS DO PRODUTO SAO LIDAS DO ESTOQUE OU
      *==DIGITADAS (0110), A COTACAO COBRA O MAIOR ENTRE PESO REAL E
      *==CUBADO PELO FATOR DE CADA TRANSPORTADORA, MOSTRA OS TRES PESOS
      *==E GRAVA O CUBADO EM HF-PESO-CUBADO.
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS REG-ID
           FILE STATUS IS FS-CLIENTES.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESTQ-PRODUTO
           FILE STATUS IS FS-ESTOQUE.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       FD  HISTFRETE.
           COPY HISTFRETEREG.

       FD  ESTOQUE.
           COPY ESTOQUEREG.

       WORKING-STORAGE SECTION.
           COPY FRETECALCWS.
           COPY DATEFMTWS.
       77  WRK-VALOR-ORIG PIC 9(08)V99 VALUE ZEROS.
       77  FS-HISTFRETE  PIC 9(02)    VALUE ZEROS.
       77  FS-CLIENTES   PIC 9(02)    VALUE ZEROS.
       77  FS-ESTOQUE    PIC 9(02)    VALUE ZEROS.
       77  WRK-ACHOU-MEDIDA PIC X(01) VALUE "N".
       77  WRK-ID-CLIENTE PIC 9(04)   VALUE ZEROS.
       77  WRK-UF-CADASTRO PIC X(02)  VALUE SPACES.

           ACCEPT WRK-CEP
           DISPLAY"PESO (KG) "
           ACCEPT WRK-PESO
           PERFORM 0110-RECEBE-MEDIDAS
           DISPLAY"DESEJA SEGURO SOBRE O VALOR DECLARADO (S/N) "
           ACCEPT WRK-SEGURO
           DISPLAY"TRANSPORTADORA PREFERIDA (A/B/BRANCO=MAIS BARATA) "
           ACCEPT WRK-TRANSP-PREF
           MOVE WRK-VALOR TO WRK-VALOR-ORIG.

      *===============================VOLUME DO ITEM PARA O PESO CUBADO:
      *===============================MEDIDAS DO CADASTRO DE ESTOQUE OU,
      *===============================SE O PRODUTO NAO TIVER, DIGITADAS
      *===============================(0 = SEM MEDIDA, SO PESO REAL).
       0110-RECEBE-MEDIDAS SECTION.
           MOVE "N"   TO WRK-ACHOU-MEDIDA.
           MOVE ZEROS TO WRK-VOLUME-M3.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
               MOVE WRK-PRODUTO TO ESTQ-PRODUTO
               READ ESTOQUE
                   NOT INVALID KEY
                       IF ESTQ-ALTURA-CM GREATER ZEROS
                               AND ESTQ-LARGURA-CM GREATER ZEROS
                               AND ESTQ-COMPRIMENTO-CM GREATER ZEROS
                           MOVE ESTQ-ALTURA-CM   TO WRK-ALTURA-CM
                           MOVE ESTQ-LARGURA-CM  TO WRK-LARGURA-CM
                           MOVE ESTQ-COMPRIMENTO-CM
                             TO WRK-COMPRIMENTO-CM
                           MOVE "S" TO WRK-ACHOU-MEDIDA
                       END-IF
               END-READ
               CLOSE ESTOQUE
           END-IF.

           IF WRK-ACHOU-MEDIDA EQUAL "S"
               DISPLAY "MEDIDAS DO CADASTRO (CM)... " WRK-ALTURA-CM
                       " X " WRK-LARGURA-CM " X " WRK-COMPRIMENTO-CM
           ELSE
               DISPLAY "ALTURA DA EMBALAGEM EM CM (0 = SEM MEDIDA) "
               ACCEPT WRK-ALTURA-CM
               DISPLAY "LARGURA DA EMBALAGEM EM CM "
               ACCEPT WRK-LARGURA-CM
               DISPLAY "COMPRIMENTO DA EMBALAGEM EM CM "
               ACCEPT WRK-COMPRIMENTO-CM
           END-IF.

           MOVE 1 TO WRK-QTDE-VOLUME.
           PERFORM 0177-SOMA-VOLUME-ITEM.

       0150-PROCESSA       SECTION.
           PERFORM 0170-CALCULA-FRETE.
           PERFORM 0175-CALCULA-FRETE-TRANSP-B.
               DISPLAY "TRANSPORTADORA ESCOLHIDA... "
                       WRK-TRANSPORTADORA
               DISPLAY"FRETE   "WRK-FRETE-ED
               DISPLAY "PESO REAL (KG)... " WRK-PESO
                       "  PESO CUBADO (KG)... " WRK-PESO-CUBADO
               DISPLAY "PESO TAXADO (KG)... " WRK-PESO-TAXADO
               MOVE WRK-VALOR-ADVAL   TO WRK-LCP-ADVAL
               MOVE WRK-VALOR-GRIS    TO WRK-LCP-GRIS
               MOVE WRK-VALOR-PEDAGIO TO WRK-LCP-PEDAGIO
           MOVE WRK-ESTADO     TO HF-ESTADO.
           MOVE WRK-CEP        TO HF-CEP.
           MOVE WRK-PESO       TO HF-PESO.
           MOVE WRK-PESO-CUBADO TO HF-PESO-CUBADO.
           MOVE WRK-FRETE      TO HF-FRETE.
           MOVE WRK-VALOR      TO HF-VALOR-FINAL.
           MOVE WRK-DATA-AAAAMMDD TO HF-DATA.
           MOVE WRK-VALOR-ADVAL   TO HF-ADVAL.
           MOVE WRK-VALOR-GRIS    TO HF-GRIS.
           MOVE WRK-VALOR-PEDAGIO TO HF-PEDAGIO.
           MOVE ZEROS             TO HF-NUMERO-FATURA.
           WRITE REG-HISTFRETE.

           CLOSE HISTFRETE.
