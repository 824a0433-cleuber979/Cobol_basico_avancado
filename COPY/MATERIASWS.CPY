      *          CODIGO 9(02) + NOME X(15)); O PROGRAMA QUE INCLUI
      *          DEVE TER O FD MATERIAS E CHAMAR
      *          0120-CARREGA-MATERIAS (COPY MATERIASPD).
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==TMA-AULAS-SEMANA NA TABELA (AULAS POR SEMANA DA MATERIA)
      *==DATA:15/10/2026
      ******************************************************************
       77  FS-MATERIAS        PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-MATERIAS  PIC 9(02) VALUE ZEROS.
           05 TAB-MATERIA OCCURS 10 TIMES.
               10 TMA-CODIGO PIC 9(02).
               10 TMA-NOME   PIC X(15).
               10 TMA-AULAS-SEMANA PIC 9(02).
