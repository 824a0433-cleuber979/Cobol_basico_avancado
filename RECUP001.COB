       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUP001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: RECUPERACAO - O BOLETIM003 DECIDE BOL-SITUACAO PELA
      *          NOTA MINIMA DO NIVEL E O ALUNO ABAIXO DELA ERA
      *          SIMPLESMENTE REPROVADO, MAS A REGRA DA ESCOLA DA PROVA
      *          DE RECUPERACAO EM CADA MATERIA ABAIXO DA MINIMA. ESTE
      *          PROGRAMA LISTA, POR PERIODO, OS ALUNOS E MATERIAS DE
      *          NOTASMAT.DAT ABAIXO DA TAB-NOTA-MINIMA DO NIVEL E
      *          AGENDA AS PROVAS (RECUPERA.DAT, LISTA EM
      *          RECAGENDA.LST); LANCA A NOTA DA RECUPERACAO, REFAZ A
      *          MEDIA DA MATERIA (A MAIOR ENTRE A ORIGINAL E A DA
      *          RECUPERACAO, LIMITADA A NOTA MINIMA) EM NOTASMAT.DAT E
      *          REAVALIA A LINHA DO PERIODO EM BOLETIM.DAT, QUE E O
      *          QUE A VIRADA DE ANO (BOLETIM004) LE. O RELATORIO
      *          RECUPERA.LST MOSTRA O ANTES E O DEPOIS DE CADA ALUNO.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECUPERA ASSIGN TO "RECUPERA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RECUPERA.

           SELECT NOTASMAT ASSIGN TO "NOTASMAT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-NOTASMAT.

           SELECT BOLETIM ASSIGN TO "BOLETIM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BOLETIM.

           SELECT MATERIAS ASSIGN TO "MATERIAS.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MATERIAS.

           SELECT AGENDA ASSIGN TO "RECAGENDA.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGENDA.

           SELECT RELATORIO ASSIGN TO "RECUPERA.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  RECUPERA.
           COPY RECUPREG.

       FD  NOTASMAT.
           COPY NOTASMATREG.

       FD  BOLETIM.
       01  REG-BOLETIM.
           05 BOL-NIVEL      PIC X(05).
           05 BOL-NOTA1      PIC 9(02)V99.
           05 BOL-NOTA2      PIC 9(02)V99.
           05 BOL-MEDIA      PIC 9(02)V99.
           05 BOL-SITUACAO   PIC X(09).
           05 BOL-ALUNO      PIC X(20).
           05 BOL-TERMO      PIC 9(02).

       FD  MATERIAS.
           COPY MATERIAREG.

       FD  AGENDA.
       01  REG-AGENDA      PIC X(80).

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(100).

       WORKING-STORAGE SECTION.
           COPY MATERIASWS.
           COPY NIVELAPROVWS.
       77  FS-RECUPERA     PIC 9(02) VALUE ZEROS.
       77  FS-NOTASMAT     PIC 9(02) VALUE ZEROS.
       77  FS-BOLETIM      PIC 9(02) VALUE ZEROS.
       77  FS-AGENDA       PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-COD-MATERIA PIC 9(02) VALUE ZEROS.
       77  WRK-MEDIA       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-TERMO-PROC  PIC 9(02) VALUE ZEROS.
       77  WRK-ALUNO-PROC  PIC X(20) VALUE SPACES.
       77  WRK-DATA-PROVA  PIC 9(08) VALUE ZEROS.
       77  WRK-NOTA-MINIMA PIC 9(02)V99 VALUE ZEROS.
       77  WRK-NOTA-RECUP  PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MEDIA-FINAL PIC 9(02)V99 VALUE ZEROS.
       77  WRK-SOMA-MEDIAS PIC 9(05)V99 VALUE ZEROS.
       77  WRK-QTDE-MEDIAS PIC 9(03) VALUE ZEROS.
       77  WRK-MEDIA-ANT   PIC 9(02)V99 VALUE ZEROS.
       77  WRK-SITUACAO-ANT PIC X(09) VALUE SPACES.
       77  WRK-ACHOU       PIC X(01) VALUE "N".
       77  WRK-TOTAL-ABAIXO PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-AGENDADAS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-SEM-BOLETIM PIC 9(05) VALUE ZEROS.

      *===============================BOLETINS DO PERIODO (NIVEL E
      *===============================SITUACAO DE CADA ALUNO).
       77  WRK-QTDE-BOL    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-BOL     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-BOL     PIC 9(03) VALUE ZEROS.
       01  TABELA-BOLETINS.
           05 TAB-BOL OCCURS 200 TIMES.
               10 TBO-ALUNO    PIC X(20).
               10 TBO-NIVEL    PIC X(05).
               10 TBO-MEDIA    PIC 9(02)V99.
               10 TBO-SITUACAO PIC X(09).

      *===============================RECUPERACOES DO PERIODO JA
      *===============================GRAVADAS EM RECUPERA.DAT.
       77  WRK-QTDE-REC    PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-REC     PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-REC2    PIC 9(03) VALUE ZEROS.
       01  TABELA-RECUPERACOES.
           05 TAB-REC OCCURS 300 TIMES.
               10 TRE-ALUNO      PIC X(20).
               10 TRE-MATERIA    PIC 9(02).
               10 TRE-NIVEL      PIC X(05).
               10 TRE-DATA-PROVA PIC 9(08).
               10 TRE-MEDIA-ORIG PIC 9(02)V99.
               10 TRE-NOTA-RECUP PIC 9(02)V99.
               10 TRE-MEDIA-FINAL PIC 9(02)V99.
               10 TRE-BOL-MEDIA-ANT PIC 9(02)V99.
               10 TRE-BOL-SIT-ANT PIC X(09).
               10 TRE-STATUS     PIC X(01).
               10 TRE-IMPRESSO   PIC X(01).

      *===============================MATERIAS LANCADAS NA RODADA DO
      *===============================ALUNO (PARA REGRAVAR NOTASMAT).
       77  WRK-QTDE-LANC   PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-LANC    PIC 9(02) VALUE ZEROS.
       01  TABELA-LANCADAS.
           05 TAB-LANC OCCURS 10 TIMES.
               10 TLA-MATERIA     PIC 9(02).
               10 TLA-MEDIA-FINAL PIC 9(02)V99.

       01  WRK-LINHA-TITULO.
           05 WRK-LT-TEXTO PIC X(40).
           05 FILLER       PIC X(08) VALUE "PERIODO ".
           05 WRK-LT-TERMO PIC 9(02).

       01  WRK-LINHA-AGENDA.
           05 WRK-LA-ALUNO   PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LA-NIVEL   PIC X(05).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LA-MATERIA PIC X(15).
           05 FILLER         PIC X(07) VALUE " MEDIA ".
           05 WRK-LA-MEDIA   PIC Z9,99.
           05 FILLER         PIC X(08) VALUE " MINIMA ".
           05 WRK-LA-MINIMA  PIC Z9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LA-PROVA   PIC 99/99/9999.

       01  WRK-DATA-PROVA-X.
           05 WRK-DP-ANO     PIC 9(04).
           05 WRK-DP-MES     PIC 9(02).
           05 WRK-DP-DIA     PIC 9(02).
       01  WRK-DATA-PROVA-ED.
           05 WRK-DPE-DIA    PIC 9(02).
           05 WRK-DPE-MES    PIC 9(02).
           05 WRK-DPE-ANO    PIC 9(04).
       01  WRK-DATA-PROVA-ED-N REDEFINES WRK-DATA-PROVA-ED
                             PIC 9(08).

       01  WRK-LINHA-ALUNO.
           05 FILLER         PIC X(06) VALUE "ALUNO ".
           05 WRK-LAL-ALUNO  PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LAL-NIVEL  PIC X(05).
           05 FILLER         PIC X(15) VALUE "  ANTES: MEDIA ".
           05 WRK-LAL-MED-ANT PIC Z9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LAL-SIT-ANT PIC X(09).
           05 FILLER         PIC X(16) VALUE "  DEPOIS: MEDIA ".
           05 WRK-LAL-MED-DEP PIC Z9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LAL-SIT-DEP PIC X(09).

       01  WRK-LINHA-MATERIA.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-LM-MATERIA PIC X(15).
           05 FILLER         PIC X(10) VALUE " ORIGINAL ".
           05 WRK-LM-ORIG    PIC Z9,99.
           05 FILLER         PIC X(13) VALUE " RECUPERACAO ".
           05 WRK-LM-RECUP   PIC Z9,99.
           05 FILLER         PIC X(07) VALUE " FINAL ".
           05 WRK-LM-FINAL   PIC Z9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WRK-LM-STATUS  PIC X(10).

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           PERFORM 0120-CARREGA-MATERIAS.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  RECUPERACAO "
           DISPLAY "================================================"
           DISPLAY "1 - LISTAR E AGENDAR RECUPERACOES DO PERIODO "
           DISPLAY "2 - LANCAR NOTAS DE RECUPERACAO DO ALUNO "
           DISPLAY "3 - RELATORIO ANTES/DEPOIS DO PERIODO "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-AGENDA-RECUPERACAO
               WHEN 2
                   PERFORM 0400-LANCA-RECUPERACAO
               WHEN 3
                   PERFORM 0500-RELATORIO-RECUPERACAO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

      *===============================CARREGA OS BOLETINS DO PERIODO
      *===============================EM WRK-TERMO-PROC.
       0200-CARREGA-BOLETINS SECTION.
           MOVE ZEROS TO WRK-QTDE-BOL.
           OPEN INPUT BOLETIM.
           IF FS-BOLETIM EQUAL 00
               READ BOLETIM
               PERFORM UNTIL FS-BOLETIM NOT EQUAL 00
                   IF BOL-TERMO EQUAL WRK-TERMO-PROC
                           AND WRK-QTDE-BOL LESS 200
                       ADD 1 TO WRK-QTDE-BOL
                       MOVE BOL-ALUNO    TO TBO-ALUNO(WRK-QTDE-BOL)
                       MOVE BOL-NIVEL    TO TBO-NIVEL(WRK-QTDE-BOL)
                       MOVE BOL-MEDIA    TO TBO-MEDIA(WRK-QTDE-BOL)
                       MOVE BOL-SITUACAO TO TBO-SITUACAO(WRK-QTDE-BOL)
                   END-IF
                   READ BOLETIM
               END-PERFORM
               CLOSE BOLETIM
           END-IF.

      *===============================ACHA O BOLETIM DE WRK-ALUNO-PROC
      *===============================(WRK-IDX-BOL ZERO = NAO TEM).
       0210-LOCALIZA-BOLETIM SECTION.
           MOVE ZEROS TO WRK-IDX-BOL.
           PERFORM VARYING WRK-SUB-BOL FROM 1 BY 1
                   UNTIL WRK-SUB-BOL GREATER WRK-QTDE-BOL
               IF TBO-ALUNO(WRK-SUB-BOL) EQUAL WRK-ALUNO-PROC
                   MOVE WRK-SUB-BOL TO WRK-IDX-BOL
               END-IF
           END-PERFORM.

      *===============================NOTA MINIMA DO NIVEL EM WRK-NIVEL
      *===============================(MESMA TABELA DO BOLETIM003).
       0220-BUSCA-NOTA-MINIMA SECTION.
           MOVE ZEROS TO WRK-NOTA-MINIMA.
           PERFORM VARYING WRK-SUB-NIVEL FROM 1 BY 1
                   UNTIL WRK-SUB-NIVEL GREATER 3
               IF TAB-NIVEL(WRK-SUB-NIVEL) EQUAL WRK-NIVEL
                   MOVE TAB-NOTA-MINIMA(WRK-SUB-NIVEL)
                     TO WRK-NOTA-MINIMA
               END-IF
           END-PERFORM.

      *===============================CARREGA AS RECUPERACOES DO
      *===============================PERIODO EM WRK-TERMO-PROC.
       0230-CARREGA-RECUPERACOES SECTION.
           MOVE ZEROS TO WRK-QTDE-REC.
           OPEN INPUT RECUPERA.
           IF FS-RECUPERA EQUAL 00
               READ RECUPERA
               PERFORM UNTIL FS-RECUPERA NOT EQUAL 00
                   IF REC-TERMO EQUAL WRK-TERMO-PROC
                           AND WRK-QTDE-REC LESS 300
                       ADD 1 TO WRK-QTDE-REC
                       MOVE REC-ALUNO   TO TRE-ALUNO(WRK-QTDE-REC)
                       MOVE REC-MATERIA TO TRE-MATERIA(WRK-QTDE-REC)
                       MOVE REC-NIVEL   TO TRE-NIVEL(WRK-QTDE-REC)
                       MOVE REC-DATA-PROVA
                         TO TRE-DATA-PROVA(WRK-QTDE-REC)
                       MOVE REC-MEDIA-ORIGINAL
                         TO TRE-MEDIA-ORIG(WRK-QTDE-REC)
                       MOVE REC-NOTA-RECUP
                         TO TRE-NOTA-RECUP(WRK-QTDE-REC)
                       MOVE REC-MEDIA-FINAL
                         TO TRE-MEDIA-FINAL(WRK-QTDE-REC)
                       MOVE REC-BOL-MEDIA-ANT
                         TO TRE-BOL-MEDIA-ANT(WRK-QTDE-REC)
                       MOVE REC-BOL-SIT-ANT
                         TO TRE-BOL-SIT-ANT(WRK-QTDE-REC)
                       MOVE REC-STATUS  TO TRE-STATUS(WRK-QTDE-REC)
                       MOVE "N"         TO TRE-IMPRESSO(WRK-QTDE-REC)
                   END-IF
                   READ RECUPERA
               END-PERFORM
               CLOSE RECUPERA
           END-IF.

      *===============================TODA MATERIA DO PERIODO ABAIXO DA
      *===============================MINIMA DO NIVEL SAI NA LISTA; SO
      *===============================A QUE AINDA NAO TEM PROVA
      *===============================AGENDADA GANHA REGISTRO NOVO.
       0300-AGENDA-RECUPERACAO SECTION.
           DISPLAY "PERIODO (TERMO, 01-04) "
           ACCEPT WRK-TERMO-PROC.
           DISPLAY "DATA DA PROVA DE RECUPERACAO (AAAAMMDD) "
           ACCEPT WRK-DATA-PROVA.

           PERFORM 0200-CARREGA-BOLETINS.
           PERFORM 0230-CARREGA-RECUPERACOES.
           MOVE ZEROS TO WRK-TOTAL-ABAIXO WRK-TOTAL-AGENDADAS
                         WRK-TOTAL-SEM-BOLETIM.

           OPEN INPUT NOTASMAT.
           IF FS-NOTASMAT NOT EQUAL 00
               DISPLAY "NOTASMAT.DAT NAO ABERTO - SEM NOTAS LANCADAS "
           ELSE
               OPEN EXTEND RECUPERA
               IF FS-RECUPERA EQUAL 35
                   OPEN OUTPUT RECUPERA
               END-IF
               OPEN OUTPUT AGENDA
               MOVE "RECUPERACOES AGENDADAS - " TO WRK-LT-TEXTO
               MOVE WRK-TERMO-PROC TO WRK-LT-TERMO
               MOVE WRK-LINHA-TITULO TO REG-AGENDA
               WRITE REG-AGENDA
               MOVE SPACES TO REG-AGENDA
               WRITE REG-AGENDA

               READ NOTASMAT
               PERFORM UNTIL FS-NOTASMAT NOT EQUAL 00
                   IF NM-TERMO EQUAL WRK-TERMO-PROC
                       PERFORM 0310-AVALIA-NOTA
                   END-IF
                   READ NOTASMAT
               END-PERFORM

               CLOSE AGENDA
               CLOSE RECUPERA
               CLOSE NOTASMAT

               DISPLAY "MATERIAS ABAIXO DA MINIMA... " WRK-TOTAL-ABAIXO
               DISPLAY "PROVAS AGENDADAS AGORA...... "
                       WRK-TOTAL-AGENDADAS
               DISPLAY "NOTAS SEM BOLETIM NO PERIODO "
                       WRK-TOTAL-SEM-BOLETIM
               DISPLAY "LISTA GRAVADA EM RECAGENDA.LST "
           END-IF.

       0310-AVALIA-NOTA     SECTION.
           MOVE NM-ALUNO TO WRK-ALUNO-PROC.
           PERFORM 0210-LOCALIZA-BOLETIM.
           IF WRK-IDX-BOL EQUAL ZEROS
               ADD 1 TO WRK-TOTAL-SEM-BOLETIM
           ELSE
               MOVE TBO-NIVEL(WRK-IDX-BOL) TO WRK-NIVEL
               PERFORM 0220-BUSCA-NOTA-MINIMA
               IF NM-MEDIA LESS WRK-NOTA-MINIMA
                   ADD 1 TO WRK-TOTAL-ABAIXO
                   MOVE "N" TO WRK-ACHOU
                   PERFORM VARYING WRK-SUB-REC FROM 1 BY 1
                           UNTIL WRK-SUB-REC GREATER WRK-QTDE-REC
                       IF TRE-ALUNO(WRK-SUB-REC) EQUAL NM-ALUNO
                               AND TRE-MATERIA(WRK-SUB-REC)
                                   EQUAL NM-MATERIA
                           MOVE "S" TO WRK-ACHOU
                           MOVE TRE-DATA-PROVA(WRK-SUB-REC)
                             TO WRK-DATA-PROVA-X
                       END-IF
                   END-PERFORM
                   IF WRK-ACHOU EQUAL "N"
                       PERFORM 0320-GRAVA-AGENDAMENTO
                       MOVE WRK-DATA-PROVA TO WRK-DATA-PROVA-X
                   END-IF
                   MOVE NM-ALUNO       TO WRK-LA-ALUNO
                   MOVE WRK-NIVEL      TO WRK-LA-NIVEL
                   MOVE NM-MATERIA     TO WRK-COD-MATERIA
                   PERFORM 0125-DESCREVE-MATERIA
                   MOVE WRK-NOME-MATERIA TO WRK-LA-MATERIA
                   MOVE NM-MEDIA       TO WRK-LA-MEDIA
                   MOVE WRK-NOTA-MINIMA TO WRK-LA-MINIMA
                   MOVE WRK-DP-DIA     TO WRK-DPE-DIA
                   MOVE WRK-DP-MES     TO WRK-DPE-MES
                   MOVE WRK-DP-ANO     TO WRK-DPE-ANO
                   MOVE WRK-DATA-PROVA-ED-N TO WRK-LA-PROVA
                   MOVE WRK-LINHA-AGENDA TO REG-AGENDA
                   WRITE REG-AGENDA
               END-IF
           END-IF.

       0320-GRAVA-AGENDAMENTO SECTION.
           MOVE NM-ALUNO         TO REC-ALUNO.
           MOVE NM-TERMO         TO REC-TERMO.
           MOVE NM-MATERIA       TO REC-MATERIA.
           MOVE WRK-NIVEL        TO REC-NIVEL.
           MOVE WRK-DATA-PROVA   TO REC-DATA-PROVA.
           MOVE NM-MEDIA         TO REC-MEDIA-ORIGINAL.
           MOVE ZEROS            TO REC-NOTA-RECUP.
           MOVE NM-MEDIA         TO REC-MEDIA-FINAL.
           MOVE TBO-MEDIA(WRK-IDX-BOL)    TO REC-BOL-MEDIA-ANT.
           MOVE TBO-SITUACAO(WRK-IDX-BOL) TO REC-BOL-SIT-ANT.
           MOVE "A"              TO REC-STATUS.
           WRITE REG-RECUPERACAO.
           ADD 1 TO WRK-TOTAL-AGENDADAS.

      *===============================TRES PASSADAS: RECUPERA.DAT
      *===============================(NOTA E MEDIA FINAL), NOTASMAT.DAT
      *===============================(MEDIA DA MATERIA) E BOLETIM.DAT
      *===============================(MEDIA GERAL E SITUACAO DE NOVO
      *===============================PELA NOTA MINIMA DO NIVEL).
       0400-LANCA-RECUPERACAO SECTION.
           DISPLAY "NOME DO ALUNO "
           ACCEPT WRK-ALUNO-PROC.
           DISPLAY "PERIODO (TERMO, 01-04) "
           ACCEPT WRK-TERMO-PROC.

           MOVE ZEROS TO WRK-QTDE-LANC.
           OPEN I-O RECUPERA.
           IF FS-RECUPERA EQUAL 00
               READ RECUPERA
               PERFORM UNTIL FS-RECUPERA NOT EQUAL 00
                   IF REC-ALUNO EQUAL WRK-ALUNO-PROC
                           AND REC-TERMO EQUAL WRK-TERMO-PROC
                           AND REC-AGENDADA
                           AND WRK-QTDE-LANC LESS 10
                       PERFORM 0410-LANCA-UMA-MATERIA
                   END-IF
                   READ RECUPERA
               END-PERFORM
               CLOSE RECUPERA
           END-IF.

           IF WRK-QTDE-LANC EQUAL ZEROS
               DISPLAY "NENHUMA RECUPERACAO AGENDADA PARA O ALUNO "
                       "NO PERIODO "
           ELSE
               PERFORM 0420-ATUALIZA-NOTASMAT
               PERFORM 0430-REAVALIA-BOLETIM
           END-IF.

       0410-LANCA-UMA-MATERIA SECTION.
           MOVE REC-MATERIA TO WRK-COD-MATERIA.
           PERFORM 0125-DESCREVE-MATERIA.
           DISPLAY "MATERIA " WRK-NOME-MATERIA " - MEDIA ORIGINAL "
                   REC-MEDIA-ORIGINAL " - NOTA DA RECUPERACAO "
           ACCEPT WRK-NOTA-RECUP.

           MOVE REC-NIVEL TO WRK-NIVEL.
           PERFORM 0220-BUSCA-NOTA-MINIMA.
           MOVE REC-MEDIA-ORIGINAL TO WRK-MEDIA-FINAL.
           IF WRK-NOTA-RECUP GREATER WRK-MEDIA-FINAL
               MOVE WRK-NOTA-RECUP TO WRK-MEDIA-FINAL
           END-IF.
           IF WRK-MEDIA-FINAL GREATER WRK-NOTA-MINIMA
               MOVE WRK-NOTA-MINIMA TO WRK-MEDIA-FINAL
           END-IF.

           MOVE WRK-NOTA-RECUP  TO REC-NOTA-RECUP.
           MOVE WRK-MEDIA-FINAL TO REC-MEDIA-FINAL.
           MOVE "L"             TO REC-STATUS.
           REWRITE REG-RECUPERACAO.

           ADD 1 TO WRK-QTDE-LANC.
           MOVE REC-MATERIA     TO TLA-MATERIA(WRK-QTDE-LANC).
           MOVE WRK-MEDIA-FINAL TO TLA-MEDIA-FINAL(WRK-QTDE-LANC).
           DISPLAY "MEDIA FINAL DA MATERIA " WRK-MEDIA-FINAL.

       0420-ATUALIZA-NOTASMAT SECTION.
           MOVE ZEROS TO WRK-SOMA-MEDIAS WRK-QTDE-MEDIAS.
           OPEN I-O NOTASMAT.
           IF FS-NOTASMAT EQUAL 00
               READ NOTASMAT
               PERFORM UNTIL FS-NOTASMAT NOT EQUAL 00
                   IF NM-ALUNO EQUAL WRK-ALUNO-PROC
                           AND NM-TERMO EQUAL WRK-TERMO-PROC
                       PERFORM VARYING WRK-SUB-LANC FROM 1 BY 1
                               UNTIL WRK-SUB-LANC GREATER WRK-QTDE-LANC
                           IF TLA-MATERIA(WRK-SUB-LANC)
                                   EQUAL NM-MATERIA
                               MOVE TLA-MEDIA-FINAL(WRK-SUB-LANC)
                                 TO NM-MEDIA
                               REWRITE REG-NOTAMAT
                           END-IF
                       END-PERFORM
                       ADD NM-MEDIA TO WRK-SOMA-MEDIAS
                       ADD 1 TO WRK-QTDE-MEDIAS
                   END-IF
                   READ NOTASMAT
               END-PERFORM
               CLOSE NOTASMAT
           END-IF.

       0430-REAVALIA-BOLETIM SECTION.
           MOVE "N" TO WRK-ACHOU.
           OPEN I-O BOLETIM.
           IF FS-BOLETIM EQUAL 00
               READ BOLETIM
               PERFORM UNTIL FS-BOLETIM NOT EQUAL 00
                   IF BOL-ALUNO EQUAL WRK-ALUNO-PROC
                           AND BOL-TERMO EQUAL WRK-TERMO-PROC
                           AND WRK-QTDE-MEDIAS GREATER ZEROS
                       MOVE "S" TO WRK-ACHOU
                       MOVE BOL-MEDIA    TO WRK-MEDIA-ANT
                       MOVE BOL-SITUACAO TO WRK-SITUACAO-ANT
                       COMPUTE WRK-MEDIA ROUNDED =
                               WRK-SOMA-MEDIAS / WRK-QTDE-MEDIAS
                       MOVE BOL-NIVEL TO WRK-NIVEL
                       PERFORM 0096-VERIFICA-NIVEL-APROVACAO
                       MOVE WRK-MEDIA TO BOL-MEDIA
                       IF WRK-NIVEL-APROVADO EQUAL "S"
                           MOVE "APROVADO " TO BOL-SITUACAO
                       ELSE
                           MOVE "REPROVADO" TO BOL-SITUACAO
                       END-IF
                       REWRITE REG-BOLETIM
                       DISPLAY "BOLETIM ANTES.. MEDIA " WRK-MEDIA-ANT
                               " " WRK-SITUACAO-ANT
                       DISPLAY "BOLETIM DEPOIS. MEDIA " BOL-MEDIA
                               " " BOL-SITUACAO
                   END-IF
                   READ BOLETIM
               END-PERFORM
               CLOSE BOLETIM
           END-IF.
           IF WRK-ACHOU EQUAL "N"
               DISPLAY "BOLETIM DO PERIODO NAO ENCONTRADO - "
                       "SITUACAO NAO REAVALIADA "
           END-IF.

      *===============================UM BLOCO POR ALUNO: MEDIA GERAL E
      *===============================SITUACAO ANTES (GUARDADAS NO
      *===============================AGENDAMENTO) E DEPOIS (BOLETIM.DAT
      *===============================ATUAL) E AS MATERIAS DA PROVA.
       0500-RELATORIO-RECUPERACAO SECTION.
           DISPLAY "PERIODO (TERMO, 01-04) "
           ACCEPT WRK-TERMO-PROC.

           PERFORM 0200-CARREGA-BOLETINS.
           PERFORM 0230-CARREGA-RECUPERACOES.

           OPEN OUTPUT RELATORIO.
           MOVE "RECUPERACAO - ANTES E DEPOIS - " TO WRK-LT-TEXTO.
           MOVE WRK-TERMO-PROC TO WRK-LT-TERMO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-REC FROM 1 BY 1
                   UNTIL WRK-SUB-REC GREATER WRK-QTDE-REC
               IF TRE-IMPRESSO(WRK-SUB-REC) EQUAL "N"
                   PERFORM 0510-IMPRIME-ALUNO
               END-IF
           END-PERFORM.

           CLOSE RELATORIO.

           DISPLAY "RELATORIO GRAVADO EM RECUPERA.LST ".

       0510-IMPRIME-ALUNO   SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE TRE-ALUNO(WRK-SUB-REC) TO WRK-ALUNO-PROC.
           PERFORM 0210-LOCALIZA-BOLETIM.
           MOVE WRK-ALUNO-PROC             TO WRK-LAL-ALUNO.
           MOVE TRE-NIVEL(WRK-SUB-REC)     TO WRK-LAL-NIVEL.
           MOVE TRE-BOL-MEDIA-ANT(WRK-SUB-REC) TO WRK-LAL-MED-ANT.
           MOVE TRE-BOL-SIT-ANT(WRK-SUB-REC)   TO WRK-LAL-SIT-ANT.
           IF WRK-IDX-BOL EQUAL ZEROS
               MOVE ZEROS          TO WRK-LAL-MED-DEP
               MOVE "SEM BOLET" TO WRK-LAL-SIT-DEP
           ELSE
               MOVE TBO-MEDIA(WRK-IDX-BOL)    TO WRK-LAL-MED-DEP
               MOVE TBO-SITUACAO(WRK-IDX-BOL) TO WRK-LAL-SIT-DEP
           END-IF.
           MOVE WRK-LINHA-ALUNO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-REC2 FROM WRK-SUB-REC BY 1
                   UNTIL WRK-SUB-REC2 GREATER WRK-QTDE-REC
               IF TRE-ALUNO(WRK-SUB-REC2) EQUAL WRK-ALUNO-PROC
                   MOVE "S" TO TRE-IMPRESSO(WRK-SUB-REC2)
                   MOVE TRE-MATERIA(WRK-SUB-REC2) TO WRK-COD-MATERIA
                   PERFORM 0125-DESCREVE-MATERIA
                   MOVE WRK-NOME-MATERIA TO WRK-LM-MATERIA
                   MOVE TRE-MEDIA-ORIG(WRK-SUB-REC2)  TO WRK-LM-ORIG
                   MOVE TRE-NOTA-RECUP(WRK-SUB-REC2)  TO WRK-LM-RECUP
                   MOVE TRE-MEDIA-FINAL(WRK-SUB-REC2) TO WRK-LM-FINAL
                   IF TRE-STATUS(WRK-SUB-REC2) EQUAL "L"
                       MOVE "LANCADA"   TO WRK-LM-STATUS
                   ELSE
                       MOVE "PENDENTE"  TO WRK-LM-STATUS
                   END-IF
                   MOVE WRK-LINHA-MATERIA TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO (MESMO PAPEL QUE O
      *===============================9000-TRATA-ERRO DA FSERRPD FAZ
      *===============================NOS PROGRAMAS QUE A INCLUEM).
       9900-FIM-PROGRAMA SECTION.

           COPY MATERIASPD.
           COPY NIVELAPROVPD.
       END PROGRAM RECUP001.
