      *          TENHA OS ITENS DA COPY MATERIASWS, WRK-COD-MATERIA
      *          PIC 9(02) E O FD MATERIAS (REG-MATERIA COM
      *          MAT-CODIGO/MAT-NOME).
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==CARREGA AS AULAS POR SEMANA (LINHA ANTIGA SEM O CAMPO FICA COM
      *==ZERO), GRAVA-AS NO CONJUNTO PADRAO E 0127-REGRAVA-MATERIAS
      *==REGRAVA O ARQUIVO A PARTIR DA TABELA
      *==DATA:15/10/2026
      ******************************************************************
       0120-CARREGA-MATERIAS.
           OPEN INPUT MATERIAS.
               ADD 1 TO WRK-QTDE-MATERIAS
               MOVE MAT-CODIGO TO TMA-CODIGO(WRK-QTDE-MATERIAS)
               MOVE MAT-NOME   TO TMA-NOME(WRK-QTDE-MATERIAS)
               IF MAT-AULAS-SEMANA NUMERIC
                   MOVE MAT-AULAS-SEMANA
                     TO TMA-AULAS-SEMANA(WRK-QTDE-MATERIAS)
               ELSE
                   MOVE ZEROS TO TMA-AULAS-SEMANA(WRK-QTDE-MATERIAS)
               END-IF
               READ MATERIAS
           END-PERFORM.
           CLOSE MATERIAS.

               MOVE 01 TO MAT-CODIGO
               MOVE "PORTUGUES" TO MAT-NOME
               MOVE 05 TO MAT-AULAS-SEMANA
               WRITE REG-MATERIA
               MOVE 02 TO MAT-CODIGO
               MOVE "MATEMATICA" TO MAT-NOME
               MOVE 05 TO MAT-AULAS-SEMANA
               WRITE REG-MATERIA
               MOVE 03 TO MAT-CODIGO
               MOVE "CIENCIAS" TO MAT-NOME
               MOVE 03 TO MAT-AULAS-SEMANA
               WRITE REG-MATERIA
               MOVE 04 TO MAT-CODIGO
               MOVE "HISTORIA" TO MAT-NOME
               MOVE 02 TO MAT-AULAS-SEMANA
               WRITE REG-MATERIA
               MOVE 05 TO MAT-CODIGO
               MOVE "GEOGRAFIA" TO MAT-NOME
               MOVE 02 TO MAT-AULAS-SEMANA
               WRITE REG-MATERIA

               CLOSE MATERIAS
           END-IF.

      *===============================REGRAVA MATERIAS.TAB INTEIRO A
      *===============================PARTIR DA TABELA EM MEMORIA
      *===============================(ARQUIVO TEXTO NAO TEM REWRITE
      *===============================POR CHAVE).
       0127-REGRAVA-MATERIAS.
           OPEN OUTPUT MATERIAS.
           PERFORM VARYING WRK-SUB-MATERIA FROM 1 BY 1
                   UNTIL WRK-SUB-MATERIA GREATER WRK-QTDE-MATERIAS
               MOVE TMA-CODIGO(WRK-SUB-MATERIA) TO MAT-CODIGO
               MOVE TMA-NOME(WRK-SUB-MATERIA)   TO MAT-NOME
               MOVE TMA-AULAS-SEMANA(WRK-SUB-MATERIA)
                 TO MAT-AULAS-SEMANA
               WRITE REG-MATERIA
           END-PERFORM.
           CLOSE MATERIAS.

       0125-DESCREVE-MATERIA.
           MOVE "MATERIA ?" TO WRK-NOME-MATERIA.
           PERFORM VARYING WRK-SUB-MATERIA FROM 1 BY 1
