      *==MATERIAS.TAB), PARA O HISTORICO RESPONDER "RUIM EM QUE,
      *==EXATAMENTE" EM VEZ DE SO DUAS NOTAS ANONIMAS
      *==DATA:02/09/2026
      *==SECTION TERMINAL VAZIA 9900-FIM-PROGRAMA ANTES DAS COPYS DE
      *==PROCEDURE, PARA QUE O PERFORM DA ULTIMA SECTION NAO EXECUTE OS
      *==PARAGRAFOS DAS COPYS.
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           CLOSE BOLETIM.
           CLOSE RELATORIO.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NO PARAGRAFO DA
      *===============================COPY ABAIXO.
       9900-FIM-PROGRAMA SECTION.

           COPY MATERIASPD.
       END PROGRAM BOLETIM001.
