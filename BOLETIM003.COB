      *          NIVELAPROVWS/NIVELAPROVPD); O HISTORICO (BOLETIM001)
      *          E O RANKING (BOLETIM002) MOSTRAM A ABERTURA.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==AULAS POR SEMANA DE CADA MATERIA (INCLUSAO, LISTA E OPCAO 4
      *==PARA ALTERAR), LIMITE DA GRADE HORARIA DO PROF001
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DISPLAY "1 - LISTAR MATERIAS "
           DISPLAY "2 - INCLUIR MATERIA "
           DISPLAY "3 - LANCAR NOTAS DO PERIODO (TODAS AS MATERIAS) "
           DISPLAY "4 - AULAS POR SEMANA DA MATERIA "
           DISPLAY "9 - SAIR "
           DISPLAY "DIGITE A OPCAO "
           ACCEPT WRK-OPCAO.
                   PERFORM 0400-INCLUI-MATERIA
               WHEN 3
                   PERFORM 0500-LANCA-NOTAS
               WHEN 4
                   PERFORM 0600-AULAS-SEMANA
               WHEN 9
                   CONTINUE
               WHEN OTHER
           PERFORM VARYING WRK-SUB-MATERIA FROM 1 BY 1
                   UNTIL WRK-SUB-MATERIA GREATER WRK-QTDE-MATERIAS
               DISPLAY TMA-CODIGO(WRK-SUB-MATERIA) " "
                       TMA-NOME(WRK-SUB-MATERIA) " AULAS/SEMANA "
                       TMA-AULAS-SEMANA(WRK-SUB-MATERIA)
           END-PERFORM.

       0400-INCLUI-MATERIA  SECTION.
               ACCEPT MAT-CODIGO
               DISPLAY "NOME DA MATERIA "
               ACCEPT MAT-NOME
               DISPLAY "AULAS POR SEMANA DA MATERIA "
               ACCEPT MAT-AULAS-SEMANA

               OPEN EXTEND MATERIAS
               WRITE REG-MATERIA
               ADD 1 TO WRK-QTDE-MATERIAS
               MOVE MAT-CODIGO TO TMA-CODIGO(WRK-QTDE-MATERIAS)
               MOVE MAT-NOME   TO TMA-NOME(WRK-QTDE-MATERIAS)
               MOVE MAT-AULAS-SEMANA
                 TO TMA-AULAS-SEMANA(WRK-QTDE-MATERIAS)

               DISPLAY "MATERIA INCLUIDA "
           END-IF.
           DISPLAY "BOLETIM DO PERIODO GRAVADO - MEDIA GERAL "
                   WRK-MEDIA " SITUACAO " BOL-SITUACAO.

      *===============================CARGA SEMANAL QUE A GRADE HORARIA
      *===============================(PROF001) NAO DEIXA ULTRAPASSAR.
       0600-AULAS-SEMANA    SECTION.
           DISPLAY "CODIGO DA MATERIA "
           ACCEPT WRK-COD-MATERIA.
           PERFORM 0125-DESCREVE-MATERIA.
           IF WRK-NOME-MATERIA EQUAL "MATERIA ?"
               DISPLAY "MATERIA NAO CADASTRADA "
           ELSE
               PERFORM VARYING WRK-SUB-MATERIA FROM 1 BY 1
                       UNTIL WRK-SUB-MATERIA GREATER WRK-QTDE-MATERIAS
                   IF TMA-CODIGO(WRK-SUB-MATERIA) EQUAL WRK-COD-MATERIA
                       DISPLAY "MATERIA....... " WRK-NOME-MATERIA
                       DISPLAY "AULAS ATUAIS.. "
                               TMA-AULAS-SEMANA(WRK-SUB-MATERIA)
                       DISPLAY "AULAS POR SEMANA "
                       ACCEPT TMA-AULAS-SEMANA(WRK-SUB-MATERIA)
                   END-IF
               END-PERFORM
               PERFORM 0127-REGRAVA-MATERIAS
               DISPLAY "MATERIAS.TAB ATUALIZADO "
           END-IF.

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
       END PROGRAM BOLETIM003.
