      *==FUNCIONARIOS DESLIGADOS (FUNC-STATUS "D", VER FUNC003)
      *==DEIXAM DE CONTAR NO EFETIVO E NO CUSTO DOS DEPARTAMENTOS
      *==DATA:02/09/2026
      *==COLUNA "C/ENC." COM O CUSTO DO DEPARTAMENTO E DA EMPRESA JA
      *==COM FGTS, INSS PATRONAL, RAT E TERCEIROS (PERCENTUAIS DE
      *==ENCARGOSWS, OS MESMOS DO FOLHA005) - O SALARIO SOZINHO NAO E
      *==O QUE O FUNCIONARIO CUSTA.
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-ACHOU-DEPTO    PIC X(01) VALUE "N".
       77  WRK-IDX-DEPTO      PIC 9(02) VALUE ZEROS.

           COPY ENCARGOSWS.
       77  WRK-PERC-ENCARGOS  PIC 9(03)V99 VALUE ZEROS.
       77  WRK-CUSTO-ENCARGOS PIC 9(09)V99 VALUE ZEROS.

       01  TABELA-DEPTOS.
           05 TD-ITEM-DEPTO OCCURS 20 TIMES.
              10 TD-DEPTO       PIC X(15).
           05 FILLER          PIC X(15) VALUE " FUNCIONARIO(S)".
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LD-TOTAL    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(08) VALUE " C/ENC. ".
           05 WRK-LD-CUSTO    PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-GERAL.
           05 FILLER          PIC X(17) VALUE "TOTAL DA EMPRESA ".
           05 FILLER          PIC X(15) VALUE " FUNCIONARIO(S)".
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LG-TOTAL    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(08) VALUE " C/ENC. ".
           05 WRK-LG-CUSTO    PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL       SECTION.
               STOP RUN
           END-IF.

      *===============================CUSTO REAL = SALARIO + FGTS +
      *===============================INSS PATRONAL + RAT + TERCEIROS,
      *===============================OS MESMOS PERCENTUAIS DO FOLHA005
           COMPUTE WRK-PERC-ENCARGOS =
                   WRK-PERC-FGTS + WRK-PERC-INSS-PATRONAL
                   + WRK-PERC-RAT + WRK-PERC-TERCEIROS.

           OPEN OUTPUT RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
               MOVE TD-DEPTO(WRK-SUB-DEPTO) TO WRK-LD-DEPTO
               MOVE TD-QTDE(WRK-SUB-DEPTO)  TO WRK-LD-QTDE
               MOVE TD-TOTAL(WRK-SUB-DEPTO) TO WRK-LD-TOTAL
               COMPUTE WRK-CUSTO-ENCARGOS ROUNDED =
                       TD-TOTAL(WRK-SUB-DEPTO)
                       * (100 + WRK-PERC-ENCARGOS) / 100
               MOVE WRK-CUSTO-ENCARGOS TO WRK-LD-CUSTO
               MOVE WRK-LINHA-DEPTO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-FUNC     TO WRK-LG-QTDE.
           MOVE WRK-TOTAL-SALARIOS TO WRK-LG-TOTAL.
           COMPUTE WRK-CUSTO-ENCARGOS ROUNDED =
                   WRK-TOTAL-SALARIOS
                   * (100 + WRK-PERC-ENCARGOS) / 100.
           MOVE WRK-CUSTO-ENCARGOS TO WRK-LG-CUSTO.
           MOVE WRK-LINHA-GERAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

