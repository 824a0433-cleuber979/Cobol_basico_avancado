       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROF001.
      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: PROFESSORES E GRADE HORARIA SEMANAL - A ESCOLA TINHA
      *          ALUNOS, MATERIAS E TURMAS MAS NAO TINHA PROFESSORES, E
      *          A GRADE ERA UM QUADRO BRANCO QUE VIVIA COLOCANDO O
      *          MESMO PROFESSOR EM DUAS SALAS NA MESMA HORA. MANTEM O
      *          CADASTRO DE PROFESSORES (PROFESSORES.DAT: MATERIAS QUE
      *          CADA UM LECIONA E PERIODOS DISPONIVEIS) E A GRADE
      *          (HORARIO.DAT: MATERIA, PROFESSOR E SALA POR NIVEL DE
      *          TURMA, DIA E PERIODO), RECUSANDO AULA COM PROFESSOR OU
      *          SALA JA OCUPADOS NO HORARIO, PROFESSOR SEM A MATERIA
      *          OU SEM DISPONIBILIDADE E MATERIA ACIMA DAS AULAS POR
      *          SEMANA DE MATERIAS.TAB. IMPRIME A GRADE POR TURMA E
      *          POR PROFESSOR (HORARIO.LST) E A CARGA HORARIA DE CADA
      *          PROFESSOR COM O FUNC-ID PARA A FOLHA (CARGAPROF.LST).
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSORES ASSIGN TO "PROFESSORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-CODIGO
           FILE STATUS IS FS-PROFESSORES.

           SELECT HORARIO ASSIGN TO "HORARIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOR-CHAVE
           FILE STATUS IS FS-HORARIO.

           SELECT MATERIAS ASSIGN TO "MATERIAS.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MATERIAS.

           SELECT RELATORIO ASSIGN TO "HORARIO.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.

           SELECT CARGAPROF ASSIGN TO "CARGAPROF.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARGAPROF.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSORES.
           COPY PROFREG.

       FD  HORARIO.
           COPY HORARIOREG.

       FD  MATERIAS.
           COPY MATERIAREG.

       FD  RELATORIO.
       01  REG-RELATORIO   PIC X(100).

       FD  CARGAPROF.
       01  REG-CARGAPROF   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY MATERIASWS.
       77  FS-PROFESSORES  PIC 9(02) VALUE ZEROS.
       77  FS-HORARIO      PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.
       77  FS-CARGAPROF    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-COD-MATERIA PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-DIA     PIC 9(01) VALUE ZEROS.
       77  WRK-SUB-PER     PIC 9(01) VALUE ZEROS.
       77  WRK-SUB-MAT     PIC 9(01) VALUE ZEROS.
       77  WRK-FIM-MATERIAS PIC X(01) VALUE "N".
       77  WRK-AULA-OK     PIC X(01) VALUE "N".
       77  WRK-PROF-OK     PIC X(01) VALUE "N".
       77  WRK-AULAS-LIMITE PIC 9(02) VALUE ZEROS.
       77  WRK-AULAS-MATERIA PIC 9(02) VALUE ZEROS.
       77  WRK-SEMANAS-MES PIC 9(01)V9 VALUE 4,5.
       77  WRK-AULAS-SEMANA PIC 9(03) VALUE ZEROS.
       77  WRK-AULAS-MES   PIC 9(04)V9 VALUE ZEROS.
       77  WRK-TOTAL-SEMANA PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-PROF  PIC 9(04) VALUE ZEROS.
       77  WRK-NIVEL-ATUAL PIC X(05) VALUE SPACES.

      *===============================AULA DIGITADA (A LEITURA DA
      *===============================GRADE NA VERIFICACAO DE CONFLITO
      *===============================SOBREPOE O REGISTRO DO FD).
       01  WRK-AULA.
           05 WRK-AU-CHAVE.
               10 WRK-AU-NIVEL   PIC X(05).
               10 WRK-AU-DIA     PIC 9(01).
               10 WRK-AU-PERIODO PIC 9(01).
           05 WRK-AU-MATERIA     PIC 9(02).
           05 WRK-AU-PROFESSOR   PIC 9(04).
           05 WRK-AU-SALA        PIC X(04).

       01  TABELA-NOMES-DIA.
           05 FILLER       PIC X(45) VALUE
               "SEGUNDA  TERCA    QUARTA   QUINTA   SEXTA    ".
       01  TABELA-NOMES-DIA-R REDEFINES TABELA-NOMES-DIA.
           05 NOME-DIA     PIC X(09) OCCURS 5 TIMES.

      *===============================GRADE TODA EM MEMORIA PARA AS
      *===============================IMPRESSOES (5 DIAS X 6 PERIODOS
      *===============================POR NIVEL).
       77  WRK-QTDE-AULAS  PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-AULA    PIC 9(03) VALUE ZEROS.
       01  TABELA-AULAS.
           05 TAB-AULA OCCURS 300 TIMES.
               10 TAU-NIVEL     PIC X(05).
               10 TAU-DIA       PIC 9(01).
               10 TAU-PERIODO   PIC 9(01).
               10 TAU-MATERIA   PIC 9(02).
               10 TAU-PROFESSOR PIC 9(04).
               10 TAU-SALA      PIC X(04).

       01  WRK-GRADE.
           05 WRK-GR-PERIODO OCCURS 6 TIMES.
               10 WRK-GR-DIA OCCURS 5 TIMES.
                   15 WRK-GR-LINHA1 PIC X(15).
                   15 WRK-GR-LINHA2 PIC X(15).

       01  WRK-CELULA-TURMA.
           05 FILLER       PIC X(03) VALUE "PR ".
           05 WRK-CT-PROF  PIC 9(04).
           05 FILLER       PIC X(04) VALUE " SL ".
           05 WRK-CT-SALA  PIC X(04).

       01  WRK-CELULA-PROF.
           05 WRK-CP-NIVEL PIC X(05).
           05 FILLER       PIC X(04) VALUE " SL ".
           05 WRK-CP-SALA  PIC X(04).

       01  WRK-LINHA-TITULO.
           05 WRK-LT-TEXTO PIC X(20).
           05 WRK-LT-CHAVE PIC X(05).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WRK-LT-NOME  PIC X(30).

       01  WRK-LINHA-GRADE.
           05 WRK-LG-ROTULO PIC X(05).
           05 WRK-LG-CELULA OCCURS 5 TIMES.
               10 WRK-LG-TEXTO PIC X(15).
               10 WRK-LG-SEP   PIC X(02).

       01  WRK-LINHA-CAB-CARGA.
           05 FILLER       PIC X(06) VALUE "PROF  ".
           05 FILLER       PIC X(31) VALUE "NOME".
           05 FILLER       PIC X(09) VALUE "FUNC-ID".
           05 FILLER       PIC X(14) VALUE "AULAS/SEMANA".
           05 FILLER       PIC X(12) VALUE "AULAS/MES".

       01  WRK-LINHA-CARGA.
           05 WRK-LC-CODIGO PIC 9(04).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LC-NOME   PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LC-FUNC   PIC 9(04).
           05 FILLER        PIC X(05) VALUE SPACES.
           05 WRK-LC-SEMANA PIC ZZZZZZZZ9.
           05 FILLER        PIC X(05) VALUE SPACES.
           05 WRK-LC-MES    PIC ZZZ9,9.

       01  WRK-LINHA-TOTAL-CARGA.
           05 FILLER        PIC X(20) VALUE "PROFESSORES ".
           05 WRK-LTC-PROF  PIC ZZZ9.
           05 FILLER        PIC X(22) VALUE SPACES.
           05 WRK-LTC-SEMANA PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
           PERFORM 0120-CARREGA-MATERIAS.

           OPEN I-O PROFESSORES.
           IF FS-PROFESSORES EQUAL 35
               OPEN OUTPUT PROFESSORES
               CLOSE PROFESSORES
               OPEN I-O PROFESSORES
           END-IF.

           OPEN I-O HORARIO.
           IF FS-HORARIO EQUAL 35
               OPEN OUTPUT HORARIO
               CLOSE HORARIO
               OPEN I-O HORARIO
           END-IF.

           PERFORM 0100-EXIBE-MENU UNTIL WRK-OPCAO EQUAL 9.

           CLOSE HORARIO.
           CLOSE PROFESSORES.
           DISPLAY "FIM DE PROGRAMA ".

           STOP RUN.

       0100-EXIBE-MENU      SECTION.
           DISPLAY "================================================"
           DISPLAY "  PROFESSORES E GRADE HORARIA "
           DISPLAY "================================================"
           DISPLAY "1 - MANTER PROFESSOR "
           DISPLAY "2 - LISTAR PROFESSORES "
           DISPLAY "3 - INCLUIR/TROCAR AULA NA GRADE "
           DISPLAY "4 - EXCLUIR AULA DA GRADE "
           DISPLAY "5 - IMPRIMIR GRADE POR TURMA E POR PROFESSOR "
           DISPLAY "6 - CARGA HORARIA POR PROFESSOR "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-MANTER-PROFESSOR
               WHEN 2
                   PERFORM 0400-LISTAR-PROFESSORES
               WHEN 3
                   PERFORM 0500-INCLUI-AULA
               WHEN 4
                   PERFORM 0600-EXCLUI-AULA
               WHEN 5
                   PERFORM 0700-IMPRIME-GRADES
               WHEN 6
                   PERFORM 0800-CARGA-HORARIA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA "
           END-EVALUATE.

       0300-MANTER-PROFESSOR SECTION.
           DISPLAY "CODIGO DO PROFESSOR "
           ACCEPT PRF-CODIGO.

           READ PROFESSORES
               INVALID KEY
                   DISPLAY "PROFESSOR NOVO "
               NOT INVALID KEY
                   DISPLAY "NOME ATUAL.... " PRF-NOME
                   DISPLAY "FUNC-ID ATUAL. " PRF-FUNC-ID
           END-READ.

           DISPLAY "NOME DO PROFESSOR "
           ACCEPT PRF-NOME.
           DISPLAY "FUNC-ID NA FOLHA (ZERO = NAO E FUNCIONARIO) "
           ACCEPT PRF-FUNC-ID.

           PERFORM 0310-LISTA-MATERIAS-TAB.
           MOVE "N" TO WRK-FIM-MATERIAS.
           PERFORM VARYING WRK-SUB-MAT FROM 1 BY 1
                   UNTIL WRK-SUB-MAT GREATER 5
               MOVE ZEROS TO PRF-MATERIA(WRK-SUB-MAT)
               IF WRK-FIM-MATERIAS EQUAL "N"
                   DISPLAY "MATERIA " WRK-SUB-MAT
                           " QUE LECIONA (00 = FIM) "
                   ACCEPT WRK-COD-MATERIA
                   IF WRK-COD-MATERIA EQUAL ZEROS
                       MOVE "S" TO WRK-FIM-MATERIAS
                   ELSE
                       PERFORM 0125-DESCREVE-MATERIA
                       IF WRK-NOME-MATERIA EQUAL "MATERIA ?"
                           DISPLAY "MATERIA NAO CADASTRADA - "
                                   "IGNORADA "
                       ELSE
                           MOVE WRK-COD-MATERIA
                             TO PRF-MATERIA(WRK-SUB-MAT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-SUB-DIA FROM 1 BY 1
                   UNTIL WRK-SUB-DIA GREATER 5
               DISPLAY "DISPONIBILIDADE " NOME-DIA(WRK-SUB-DIA)
                       "- 6 PERIODOS S/N (EX: SSSNNN) "
               ACCEPT PRF-DISPONIVEL(WRK-SUB-DIA)
           END-PERFORM.

           WRITE REG-PROFESSOR
               INVALID KEY
                   REWRITE REG-PROFESSOR
                   DISPLAY "PROFESSOR ATUALIZADO "
               NOT INVALID KEY
                   DISPLAY "PROFESSOR GRAVADO "
           END-WRITE.

       0310-LISTA-MATERIAS-TAB SECTION.
           PERFORM VARYING WRK-SUB-MATERIA FROM 1 BY 1
                   UNTIL WRK-SUB-MATERIA GREATER WRK-QTDE-MATERIAS
               DISPLAY "     " TMA-CODIGO(WRK-SUB-MATERIA) " "
                       TMA-NOME(WRK-SUB-MATERIA)
           END-PERFORM.

       0400-LISTAR-PROFESSORES SECTION.
           MOVE ZEROS TO PRF-CODIGO.
           START PROFESSORES KEY IS NOT LESS PRF-CODIGO.
           IF FS-PROFESSORES EQUAL 00
               READ PROFESSORES NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-PROFESSORES NOT EQUAL 00
               DISPLAY PRF-CODIGO " " PRF-NOME " FUNC-ID "
                       PRF-FUNC-ID " MATERIAS " PRF-MATERIA(1) " "
                       PRF-MATERIA(2) " " PRF-MATERIA(3) " "
                       PRF-MATERIA(4) " " PRF-MATERIA(5)
               PERFORM VARYING WRK-SUB-DIA FROM 1 BY 1
                       UNTIL WRK-SUB-DIA GREATER 5
                   DISPLAY "     " NOME-DIA(WRK-SUB-DIA)
                           PRF-DISPONIVEL(WRK-SUB-DIA)
               END-PERFORM
               READ PROFESSORES NEXT RECORD
           END-PERFORM.

      *===============================A CHAVE E NIVEL + DIA + PERIODO:
      *===============================AULA NO MESMO HORARIO DA TURMA
      *===============================SUBSTITUI A ANTERIOR, QUE FICA
      *===============================FORA DAS CONTAGENS ABAIXO.
       0500-INCLUI-AULA     SECTION.
           DISPLAY "NIVEL DA TURMA (FUND /MEDIO/SUPER) "
           ACCEPT WRK-AU-NIVEL.
           DISPLAY "DIA DA SEMANA (1=SEG ... 5=SEX) "
           ACCEPT WRK-AU-DIA.
           DISPLAY "PERIODO (1 A 6) "
           ACCEPT WRK-AU-PERIODO.
           DISPLAY "CODIGO DA MATERIA "
           ACCEPT WRK-AU-MATERIA.
           DISPLAY "CODIGO DO PROFESSOR "
           ACCEPT WRK-AU-PROFESSOR.
           DISPLAY "SALA "
           ACCEPT WRK-AU-SALA.

           MOVE "S" TO WRK-AULA-OK.
           PERFORM 0510-VALIDA-AULA.
           IF WRK-AULA-OK EQUAL "S"
               PERFORM 0520-VERIFICA-CONFLITOS
           END-IF.

           IF WRK-AULA-OK EQUAL "S"
               MOVE WRK-AU-CHAVE     TO HOR-CHAVE
               MOVE WRK-AU-MATERIA   TO HOR-MATERIA
               MOVE WRK-AU-PROFESSOR TO HOR-PROFESSOR
               MOVE WRK-AU-SALA      TO HOR-SALA
               WRITE REG-HORARIO
                   INVALID KEY
                       REWRITE REG-HORARIO
                       DISPLAY "AULA TROCADA NA GRADE "
                   NOT INVALID KEY
                       DISPLAY "AULA INCLUIDA NA GRADE "
               END-WRITE
           ELSE
               DISPLAY "AULA RECUSADA "
           END-IF.

       0510-VALIDA-AULA     SECTION.
           IF WRK-AU-DIA LESS 1 OR WRK-AU-DIA GREATER 5
                   OR WRK-AU-PERIODO LESS 1
                   OR WRK-AU-PERIODO GREATER 6
               DISPLAY "DIA OU PERIODO INVALIDO "
               MOVE "N" TO WRK-AULA-OK
           END-IF.

           MOVE ZEROS TO WRK-AULAS-LIMITE.
           MOVE WRK-AU-MATERIA TO WRK-COD-MATERIA.
           PERFORM 0125-DESCREVE-MATERIA.
           IF WRK-NOME-MATERIA EQUAL "MATERIA ?"
               DISPLAY "MATERIA NAO CADASTRADA "
               MOVE "N" TO WRK-AULA-OK
           ELSE
               PERFORM VARYING WRK-SUB-MATERIA FROM 1 BY 1
                       UNTIL WRK-SUB-MATERIA GREATER WRK-QTDE-MATERIAS
                   IF TMA-CODIGO(WRK-SUB-MATERIA) EQUAL WRK-COD-MATERIA
                       MOVE TMA-AULAS-SEMANA(WRK-SUB-MATERIA)
                         TO WRK-AULAS-LIMITE
                   END-IF
               END-PERFORM
               IF WRK-AULAS-LIMITE EQUAL ZEROS
                   DISPLAY "MATERIA SEM AULAS POR SEMANA CADASTRADAS "
                           "(BOLETIM003 OPCAO 4) "
                   MOVE "N" TO WRK-AULA-OK
               END-IF
           END-IF.

           MOVE WRK-AU-PROFESSOR TO PRF-CODIGO.
           READ PROFESSORES
               INVALID KEY
                   DISPLAY "PROFESSOR NAO CADASTRADO "
                   MOVE "N" TO WRK-AULA-OK
               NOT INVALID KEY
                   MOVE "N" TO WRK-PROF-OK
                   PERFORM VARYING WRK-SUB-MAT FROM 1 BY 1
                           UNTIL WRK-SUB-MAT GREATER 5
                       IF PRF-MATERIA(WRK-SUB-MAT) EQUAL WRK-AU-MATERIA
                           MOVE "S" TO WRK-PROF-OK
                       END-IF
                   END-PERFORM
                   IF WRK-PROF-OK EQUAL "N"
                       DISPLAY "PROFESSOR " PRF-NOME
                               " NAO LECIONA A MATERIA "
                       MOVE "N" TO WRK-AULA-OK
                   END-IF
                   IF WRK-AULA-OK EQUAL "S"
                       IF PRF-DISP-PERIODO(WRK-AU-DIA, WRK-AU-PERIODO)
                               NOT EQUAL "S"
                           DISPLAY "PROFESSOR " PRF-NOME
                                   " SEM DISPONIBILIDADE NO HORARIO "
                           MOVE "N" TO WRK-AULA-OK
                       END-IF
                   END-IF
           END-READ.

      *===============================PASSA A GRADE INTEIRA: PROFESSOR
      *===============================OU SALA EM OUTRA TURMA NO MESMO
      *===============================DIA/PERIODO E AULAS DA MATERIA JA
      *===============================LANCADAS NA SEMANA DA TURMA.
       0520-VERIFICA-CONFLITOS SECTION.
           MOVE ZEROS TO WRK-AULAS-MATERIA.
           MOVE LOW-VALUES TO HOR-CHAVE.
           START HORARIO KEY IS NOT LESS HOR-CHAVE.
           IF FS-HORARIO EQUAL 00
               READ HORARIO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-HORARIO NOT EQUAL 00
               IF HOR-CHAVE NOT EQUAL WRK-AU-CHAVE
                   IF HOR-DIA EQUAL WRK-AU-DIA
                           AND HOR-PERIODO EQUAL WRK-AU-PERIODO
                       IF HOR-PROFESSOR EQUAL WRK-AU-PROFESSOR
                           DISPLAY "PROFESSOR JA TEM AULA NO NIVEL "
                                   HOR-NIVEL " NESTE HORARIO "
                           MOVE "N" TO WRK-AULA-OK
                       END-IF
                       IF HOR-SALA EQUAL WRK-AU-SALA
                           DISPLAY "SALA " HOR-SALA " OCUPADA PELO "
                                   "NIVEL " HOR-NIVEL " NESTE HORARIO "
                           MOVE "N" TO WRK-AULA-OK
                       END-IF
                   END-IF
                   IF HOR-NIVEL EQUAL WRK-AU-NIVEL
                           AND HOR-MATERIA EQUAL WRK-AU-MATERIA
                       ADD 1 TO WRK-AULAS-MATERIA
                   END-IF
               END-IF
               READ HORARIO NEXT RECORD
           END-PERFORM.

           IF WRK-AULAS-MATERIA NOT LESS WRK-AULAS-LIMITE
               DISPLAY "MATERIA JA TEM " WRK-AULAS-MATERIA
                       " AULA(S) NA SEMANA DO NIVEL (LIMITE "
                       WRK-AULAS-LIMITE ") "
               MOVE "N" TO WRK-AULA-OK
           END-IF.

       0600-EXCLUI-AULA     SECTION.
           DISPLAY "NIVEL DA TURMA (FUND /MEDIO/SUPER) "
           ACCEPT HOR-NIVEL.
           DISPLAY "DIA DA SEMANA (1=SEG ... 5=SEX) "
           ACCEPT HOR-DIA.
           DISPLAY "PERIODO (1 A 6) "
           ACCEPT HOR-PERIODO.

           READ HORARIO
               INVALID KEY
                   DISPLAY "NAO HA AULA NESTE HORARIO "
               NOT INVALID KEY
                   DELETE HORARIO
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR - STATUS "
                                   FS-HORARIO
                       NOT INVALID KEY
                           DISPLAY "AULA EXCLUIDA DA GRADE "
                   END-DELETE
           END-READ.

       0700-IMPRIME-GRADES  SECTION.
           PERFORM 0710-CARREGA-AULAS.

           OPEN OUTPUT RELATORIO.

      *===============================GRADE POR TURMA: A TABELA VEM NA
      *===============================ORDEM DA CHAVE, UM NIVEL APOS O
      *===============================OUTRO.
           MOVE SPACES TO WRK-NIVEL-ATUAL.
           PERFORM VARYING WRK-SUB-AULA FROM 1 BY 1
                   UNTIL WRK-SUB-AULA GREATER WRK-QTDE-AULAS
               IF TAU-NIVEL(WRK-SUB-AULA) NOT EQUAL WRK-NIVEL-ATUAL
                   IF WRK-NIVEL-ATUAL NOT EQUAL SPACES
                       PERFORM 0730-IMPRIME-GRADE
                   END-IF
                   MOVE TAU-NIVEL(WRK-SUB-AULA) TO WRK-NIVEL-ATUAL
                   MOVE SPACES TO WRK-GRADE
                   MOVE "GRADE DA TURMA" TO WRK-LT-TEXTO
                   MOVE WRK-NIVEL-ATUAL  TO WRK-LT-CHAVE
                   MOVE SPACES           TO WRK-LT-NOME
               END-IF
               MOVE TAU-MATERIA(WRK-SUB-AULA) TO WRK-COD-MATERIA
               PERFORM 0125-DESCREVE-MATERIA
               MOVE TAU-PROFESSOR(WRK-SUB-AULA) TO WRK-CT-PROF
               MOVE TAU-SALA(WRK-SUB-AULA)      TO WRK-CT-SALA
               MOVE WRK-NOME-MATERIA
                 TO WRK-GR-LINHA1(TAU-PERIODO(WRK-SUB-AULA),
                                  TAU-DIA(WRK-SUB-AULA))
               MOVE WRK-CELULA-TURMA
                 TO WRK-GR-LINHA2(TAU-PERIODO(WRK-SUB-AULA),
                                  TAU-DIA(WRK-SUB-AULA))
           END-PERFORM.
           IF WRK-NIVEL-ATUAL NOT EQUAL SPACES
               PERFORM 0730-IMPRIME-GRADE
           END-IF.

      *===============================GRADE POR PROFESSOR (SO QUEM TEM
      *===============================AULA).
           MOVE ZEROS TO PRF-CODIGO.
           START PROFESSORES KEY IS NOT LESS PRF-CODIGO.
           IF FS-PROFESSORES EQUAL 00
               READ PROFESSORES NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-PROFESSORES NOT EQUAL 00
               MOVE SPACES TO WRK-GRADE
               MOVE ZEROS  TO WRK-AULAS-SEMANA
               PERFORM VARYING WRK-SUB-AULA FROM 1 BY 1
                       UNTIL WRK-SUB-AULA GREATER WRK-QTDE-AULAS
                   IF TAU-PROFESSOR(WRK-SUB-AULA) EQUAL PRF-CODIGO
                       ADD 1 TO WRK-AULAS-SEMANA
                       MOVE TAU-MATERIA(WRK-SUB-AULA)
                         TO WRK-COD-MATERIA
                       PERFORM 0125-DESCREVE-MATERIA
                       MOVE TAU-NIVEL(WRK-SUB-AULA) TO WRK-CP-NIVEL
                       MOVE TAU-SALA(WRK-SUB-AULA)  TO WRK-CP-SALA
                       MOVE WRK-NOME-MATERIA
                         TO WRK-GR-LINHA1(TAU-PERIODO(WRK-SUB-AULA),
                                          TAU-DIA(WRK-SUB-AULA))
                       MOVE WRK-CELULA-PROF
                         TO WRK-GR-LINHA2(TAU-PERIODO(WRK-SUB-AULA),
                                          TAU-DIA(WRK-SUB-AULA))
                   END-IF
               END-PERFORM
               IF WRK-AULAS-SEMANA GREATER ZEROS
                   MOVE "GRADE DO PROFESSOR" TO WRK-LT-TEXTO
                   MOVE PRF-CODIGO           TO WRK-LT-CHAVE
                   MOVE PRF-NOME             TO WRK-LT-NOME
                   PERFORM 0730-IMPRIME-GRADE
               END-IF
               READ PROFESSORES NEXT RECORD
           END-PERFORM.

           CLOSE RELATORIO.

           DISPLAY "GRADES GRAVADAS EM HORARIO.LST ".

       0710-CARREGA-AULAS   SECTION.
           MOVE ZEROS TO WRK-QTDE-AULAS.
           MOVE LOW-VALUES TO HOR-CHAVE.
           START HORARIO KEY IS NOT LESS HOR-CHAVE.
           IF FS-HORARIO EQUAL 00
               READ HORARIO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-HORARIO NOT EQUAL 00
                   OR WRK-QTDE-AULAS EQUAL 300
               ADD 1 TO WRK-QTDE-AULAS
               MOVE HOR-NIVEL     TO TAU-NIVEL(WRK-QTDE-AULAS)
               MOVE HOR-DIA       TO TAU-DIA(WRK-QTDE-AULAS)
               MOVE HOR-PERIODO   TO TAU-PERIODO(WRK-QTDE-AULAS)
               MOVE HOR-MATERIA   TO TAU-MATERIA(WRK-QTDE-AULAS)
               MOVE HOR-PROFESSOR TO TAU-PROFESSOR(WRK-QTDE-AULAS)
               MOVE HOR-SALA      TO TAU-SALA(WRK-QTDE-AULAS)
               READ HORARIO NEXT RECORD
           END-PERFORM.

       0730-IMPRIME-GRADE   SECTION.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES TO WRK-LINHA-GRADE.
           PERFORM VARYING WRK-SUB-DIA FROM 1 BY 1
                   UNTIL WRK-SUB-DIA GREATER 5
               MOVE NOME-DIA(WRK-SUB-DIA) TO WRK-LG-TEXTO(WRK-SUB-DIA)
           END-PERFORM.
           MOVE WRK-LINHA-GRADE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-SUB-PER FROM 1 BY 1
                   UNTIL WRK-SUB-PER GREATER 6
               MOVE SPACES TO WRK-LINHA-GRADE
               MOVE WRK-SUB-PER TO WRK-LG-ROTULO
               PERFORM VARYING WRK-SUB-DIA FROM 1 BY 1
                       UNTIL WRK-SUB-DIA GREATER 5
                   MOVE WRK-GR-LINHA1(WRK-SUB-PER, WRK-SUB-DIA)
                     TO WRK-LG-TEXTO(WRK-SUB-DIA)
               END-PERFORM
               MOVE WRK-LINHA-GRADE TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES TO WRK-LINHA-GRADE
               PERFORM VARYING WRK-SUB-DIA FROM 1 BY 1
                       UNTIL WRK-SUB-DIA GREATER 5
                   MOVE WRK-GR-LINHA2(WRK-SUB-PER, WRK-SUB-DIA)
                     TO WRK-LG-TEXTO(WRK-SUB-DIA)
               END-PERFORM
               MOVE WRK-LINHA-GRADE TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *===============================AULAS POR SEMANA DE CADA
      *===============================PROFESSOR E A PROJECAO DO MES
      *===============================(4,5 SEMANAS) PARA A FOLHA PAGAR
      *===============================A HORA-AULA PELO FUNC-ID.
       0800-CARGA-HORARIA   SECTION.
           PERFORM 0710-CARREGA-AULAS.
           MOVE ZEROS TO WRK-TOTAL-PROF WRK-TOTAL-SEMANA.

           OPEN OUTPUT CARGAPROF.
           MOVE WRK-LINHA-CAB-CARGA TO REG-CARGAPROF.
           WRITE REG-CARGAPROF.

           MOVE ZEROS TO PRF-CODIGO.
           START PROFESSORES KEY IS NOT LESS PRF-CODIGO.
           IF FS-PROFESSORES EQUAL 00
               READ PROFESSORES NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-PROFESSORES NOT EQUAL 00
               MOVE ZEROS TO WRK-AULAS-SEMANA
               PERFORM VARYING WRK-SUB-AULA FROM 1 BY 1
                       UNTIL WRK-SUB-AULA GREATER WRK-QTDE-AULAS
                   IF TAU-PROFESSOR(WRK-SUB-AULA) EQUAL PRF-CODIGO
                       ADD 1 TO WRK-AULAS-SEMANA
                   END-IF
               END-PERFORM
               COMPUTE WRK-AULAS-MES = WRK-AULAS-SEMANA
                                     * WRK-SEMANAS-MES
               MOVE PRF-CODIGO       TO WRK-LC-CODIGO
               MOVE PRF-NOME         TO WRK-LC-NOME
               MOVE PRF-FUNC-ID      TO WRK-LC-FUNC
               MOVE WRK-AULAS-SEMANA TO WRK-LC-SEMANA
               MOVE WRK-AULAS-MES    TO WRK-LC-MES
               MOVE WRK-LINHA-CARGA  TO REG-CARGAPROF
               WRITE REG-CARGAPROF
               ADD 1 TO WRK-TOTAL-PROF
               ADD WRK-AULAS-SEMANA TO WRK-TOTAL-SEMANA
               READ PROFESSORES NEXT RECORD
           END-PERFORM.

           MOVE WRK-TOTAL-PROF   TO WRK-LTC-PROF.
           MOVE WRK-TOTAL-SEMANA TO WRK-LTC-SEMANA.
           MOVE WRK-LINHA-TOTAL-CARGA TO REG-CARGAPROF.
           WRITE REG-CARGAPROF.

           CLOSE CARGAPROF.

           DISPLAY "CARGA HORARIA GRAVADA EM CARGAPROF.LST - "
                   WRK-TOTAL-PROF " PROFESSOR(ES) ".

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO (MESMO PAPEL QUE O
      *===============================9000-TRATA-ERRO DA FSERRPD FAZ
      *===============================NOS PROGRAMAS QUE A INCLUEM).
       9900-FIM-PROGRAMA SECTION.

           COPY MATERIASPD.
       END PROGRAM PROF001.
