      *          OPERADOR) - NO ULTIMO DISSIDIO FEITO REGISTRO A
      *          REGISTRO, DUAS PESSOAS FICARAM DE FORA.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==CADA REAJUSTE APLICADO TAMBEM ENTRA NO HISTORICO DE CARREIRA
      *==(HISTCARGO.DAT, TIPO "R") USADO PELO RELATORIO DE FAIXAS DO
      *==CARGO001
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AJUSTEAUD.

           SELECT HISTCARGO ASSIGN TO "HISTCARGO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-HISTCARGO.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           05 AJ-SALARIO-ANT  PIC 9(07)V99.
           05 AJ-SALARIO-NOVO PIC 9(07)V99.

       FD  HISTCARGO.
           COPY HISTCARGOREG.

       WORKING-STORAGE SECTION.
           COPY PINWS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-AJUSTEAUD    PIC 9(02) VALUE ZEROS.
       77  FS-HISTCARGO    PIC 9(02) VALUE ZEROS.

       77  WRK-TIPO-AJUSTE PIC X(01) VALUE SPACES.
       77  WRK-PERCENTUAL  PIC 9(03)V99 VALUE ZEROS.
           IF FS-AJUSTEAUD EQUAL 35
               OPEN OUTPUT AJUSTEAUD
           END-IF.
           OPEN EXTEND HISTCARGO.
           IF FS-HISTCARGO EQUAL 35
               OPEN OUTPUT HISTCARGO
           END-IF.

           PERFORM VARYING WRK-SUB-PRE FROM 1 BY 1
                   UNTIL WRK-SUB-PRE GREATER WRK-QTDE-PREVIA
                         TO AJ-SALARIO-NOVO
                       WRITE REG-AJUSTEAUD

                       MOVE FUNC-ID         TO HC-FUNC-ID
                       MOVE WRK-DATA-HOJE   TO HC-DATA
                       MOVE "R"             TO HC-TIPO
                       MOVE FUNC-CARGO-COD  TO HC-CARGO-ANT
                       MOVE FUNC-CARGO-COD  TO HC-CARGO-NOVO
                       MOVE FUNC-NIVEL      TO HC-NIVEL-ANT
                       MOVE FUNC-NIVEL      TO HC-NIVEL-NOVO
                       MOVE FUNC-DEPTO      TO HC-DEPTO-ANT
                       MOVE FUNC-DEPTO      TO HC-DEPTO-NOVO
                       MOVE TPV-SALARIO-ANT(WRK-SUB-PRE)
                         TO HC-SALARIO-ANT
                       MOVE TPV-SALARIO-NOVO(WRK-SUB-PRE)
                         TO HC-SALARIO-NOVO
                       MOVE "REAJUSTE COLETIVO (DISSIDIO)"
                         TO HC-MOTIVO
                       MOVE WRK-USUARIO-PIN TO HC-USUARIO
                       WRITE REG-HISTCARGO

                       ADD 1 TO WRK-TOTAL-APLICADOS
               END-READ
           END-PERFORM.

           CLOSE FUNCIONARIOS.
           CLOSE AJUSTEAUD.
           CLOSE HISTCARGO.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
