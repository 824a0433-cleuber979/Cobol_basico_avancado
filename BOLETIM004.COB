      *==MATERIAS DO ANO FECHADO SE MISTURAVAM COM OS PERIODOS DO ANO
      *==NOVO DO MESMO ALUNO EM BOLETIM001/BOLETIM002
      *==DATA:02/09/2026
      *==AVISA AS PROVAS DE RECUPERACAO AINDA SEM NOTA ANTES DA
      *==CONFIRMACAO E ARQUIVA RECUPERA.DAT EM RECUPERAAAAA.DAT JUNTO
      *==COM OS BOLETINS
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-NOTASMATARQ.

           SELECT RECUPERA ASSIGN TO "RECUPERA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RECUPERA.

           SELECT RECUPERAARQ ASSIGN USING WRK-NOME-ARQ-RECUPERA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RECUPERAARQ.

       DATA DIVISION.
       FILE SECTION.
       FD  BOLETIM.
       FD  NOTASMATARQ.
       01  REG-NOTASMATARQ   PIC X(36).

       FD  RECUPERA.
           COPY RECUPREG.

       FD  RECUPERAARQ.
       01  REG-RECUPERAARQ   PIC X(63).

       WORKING-STORAGE SECTION.
       77  FS-BOLETIM      PIC 9(02) VALUE ZEROS.
       77  FS-BOLETIMARQ   PIC 9(02) VALUE ZEROS.
           05 WRK-NAN-ANO     PIC 9(04).
           05 FILLER          PIC X(04) VALUE ".DAT".

       77  FS-RECUPERA     PIC 9(02) VALUE ZEROS.
       77  FS-RECUPERAARQ  PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-RECUP-ARQ PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-RECUP-PEND PIC 9(05) VALUE ZEROS.

       01  WRK-NOME-ARQ-RECUPERA.
           05 FILLER          PIC X(08) VALUE "RECUPERA".
           05 WRK-NAR-ANO     PIC 9(04).
           05 FILLER          PIC X(04) VALUE ".DAT".

       77  WRK-QTDE-FINAIS PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-FIN     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FIN     PIC 9(03) VALUE ZEROS.
           ACCEPT WRK-ANO-PROC.
           MOVE WRK-ANO-PROC TO WRK-NAB-ANO.
           MOVE WRK-ANO-PROC TO WRK-NAN-ANO.
           MOVE WRK-ANO-PROC TO WRK-NAR-ANO.

           PERFORM 0050-VERIFICA-RECUPERACOES.

           DISPLAY "CONFIRMA A VIRADA DO ANO " WRK-ANO-PROC
                   " - ARQUIVA BOLETINS E PROMOVE ALUNOS (S/N) "
           PERFORM 0300-PROMOVE-ALUNOS.
           PERFORM 0500-ARQUIVA-BOLETINS.
           PERFORM 0600-ARQUIVA-NOTAS-MATERIA.
           PERFORM 0700-ARQUIVA-RECUPERACOES.

           DISPLAY "VIRADA CONCLUIDA - MAPA EM PROMOCAO.LST ".
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

      *===============================PROVA DE RECUPERACAO SEM NOTA
      *===============================LANCADA (RECUP001) AINDA NAO
      *===============================MEXEU NO BOLETIM: AVISA ANTES DA
      *===============================CONFIRMACAO.
       0050-VERIFICA-RECUPERACOES SECTION.
           MOVE ZEROS TO WRK-TOTAL-RECUP-PEND.
           OPEN INPUT RECUPERA.
           IF FS-RECUPERA EQUAL 00
               READ RECUPERA
               PERFORM UNTIL FS-RECUPERA NOT EQUAL 00
                   IF REC-AGENDADA
                       ADD 1 TO WRK-TOTAL-RECUP-PEND
                   END-IF
                   READ RECUPERA
               END-PERFORM
               CLOSE RECUPERA
           END-IF.
           IF WRK-TOTAL-RECUP-PEND GREATER ZEROS
               DISPLAY "ATENCAO: " WRK-TOTAL-RECUP-PEND
                       " PROVA(S) DE RECUPERACAO SEM NOTA LANCADA - "
                       "O BOLETIM DESSES ALUNOS E O DE ANTES DA "
                       "RECUPERACAO "
           END-IF.

      *===============================GUARDA, POR ALUNO, A SITUACAO DO
      *===============================PERIODO DE MAIOR BOL-TERMO.
       0100-CARREGA-SITUACOES SECTION.
                       WRK-NOME-ARQ-NOTASMAT " - "
                       WRK-TOTAL-NOTAS-ARQ " REGISTRO(S) "
           END-IF.

      *===============================AS RECUPERACOES TAMBEM SO TEM
      *===============================ALUNO E TERMO: VAO PARA O ARQUIVO
      *===============================DATADO PELO MESMO MOTIVO.
       0700-ARQUIVA-RECUPERACOES SECTION.
           OPEN INPUT RECUPERA.
           IF FS-RECUPERA NOT EQUAL 00
               CONTINUE
           ELSE
               OPEN OUTPUT RECUPERAARQ

               READ RECUPERA
               PERFORM UNTIL FS-RECUPERA NOT EQUAL 00
                   ADD 1 TO WRK-TOTAL-RECUP-ARQ
                   MOVE REG-RECUPERACAO TO REG-RECUPERAARQ
                   WRITE REG-RECUPERAARQ
                   READ RECUPERA
               END-PERFORM

               CLOSE RECUPERAARQ
               CLOSE RECUPERA

               OPEN OUTPUT RECUPERA
               CLOSE RECUPERA

               DISPLAY "RECUPERACOES ARQUIVADAS EM "
                       WRK-NOME-ARQ-RECUPERA " - "
                       WRK-TOTAL-RECUP-ARQ " REGISTRO(S) "
           END-IF.
       END PROGRAM BOLETIM004.
