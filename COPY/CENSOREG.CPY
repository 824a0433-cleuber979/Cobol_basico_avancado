      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DO CENSO NOTURNO DOS ARQUIVOS (FD
      *          CENSO, CENSO.HST) - UMA LINHA POR ARQUIVO POR NOITE,
      *          GRAVADA PELO CENSO001: STATUS DA ABERTURA, QUANTIDADE
      *          DE REGISTROS, TOTAL DE CONTROLE DO CAMPO DE VALOR
      *          PRINCIPAL E DA CHAVE, MOVIMENTO ESPERADO DESDE O
      *          CENSO ANTERIOR (LINHAS NOVAS DOS LOGS, CONTADAS PELA
      *          POSICAO NO ARQUIVO), QUANTIDADE DE LINHAS DE
      *          AUDITORIA DO PERIODO E A SITUACAO APURADA.
      *          CEN-CHAVE-MAX E A MAIOR CHAVE DO ARQUIVO (FATURAS:
      *          FATURA NOVA TEM NUMERO MAIOR) E CEN-QTDE-SEM-JUST OS
      *          TITULOS QUE SAIRAM OU MUDARAM DE VALOR SEM BAIXA QUE
      *          OS JUSTIFIQUE (CONTASREC). O CENSO SEGUINTE COMPARA
      *          CONTRA A ULTIMA LINHA DE CADA ARQUIVO. CEN-ANO-MIN E
      *          O MENOR ANO DAS LINHAS DE VENDAS/FRETE: QUANDO SOME, O
      *          ANO FOI PARA O ARQUIVO MORTO (ARQ027). FILE SECTION.
      ******************************************************************
       01  REG-CENSO.
           05 CEN-DATA         PIC 9(08).
           05 CEN-HORA         PIC 9(06).
           05 CEN-ARQUIVO      PIC X(16).
           05 CEN-FS           PIC 9(02).
           05 CEN-QTDE         PIC 9(09).
           05 CEN-HASH-VALOR   PIC S9(13)V99.
           05 CEN-HASH-CHAVE   PIC 9(15).
           05 CEN-MOV-QTDE     PIC S9(09).
           05 CEN-MOV-VALOR    PIC S9(13)V99.
           05 CEN-QTDE-LOG     PIC 9(07).
           05 CEN-SITUACAO     PIC X(30).
           05 CEN-ALERTA       PIC X(01).
               88 CEN-COM-ALERTA   VALUE "S".
           05 CEN-CHAVE-MAX    PIC 9(09).
           05 CEN-QTDE-SEM-JUST PIC 9(07).
           05 CEN-ANO-MIN      PIC 9(04).
