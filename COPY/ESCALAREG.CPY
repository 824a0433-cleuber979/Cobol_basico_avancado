      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE ESCALA DE TRABALHO (FD ESCALAS,
      *          ESCALAS.DAT), ANTES REPETIDO INLINE NO ESCALA001 -
      *          PADRAO SEMANAL DE HORAS ESPERADAS DE CADA FUNC-ID,
      *          DIA 1 = SEGUNDA ... DIA 7 = DOMINGO. DIA COM MANHA E
      *          TARDE ZERADAS E FOLGA. FILE SECTION.
      ******************************************************************
       01  REG-ESCALA.
           05 ESC-FUNC-ID    PIC 9(04).
           05 ESC-DIAS OCCURS 7 TIMES.
               10 ESC-MANHA  PIC 9(02)V99.
               10 ESC-TARDE  PIC 9(02)V99.
