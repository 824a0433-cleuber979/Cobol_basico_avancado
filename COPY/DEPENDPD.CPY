      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: CONTA OS DEPENDENTES DE UM FUNCIONARIO (PROCEDURE
      *          DIVISION). ESPERA QUE O PROGRAMA QUE O INCLUI TENHA OS
      *          ITENS DA COPY DEPENDWS, O FD DEPENDENTES (COPY
      *          DEPENDREG, INDEXADO POR DEP-CHAVE) COM FS-DEPENDENTES
      *          FECHADO, E TENHA PREENCHIDO WRK-DEP-FUNC-ID E
      *          WRK-DEP-DATA-REF ANTES DE CHAMAR 0870. DEVOLVE
      *          WRK-DEP-QTDE-IRRF (DEPENDENTES DEDUTIVEIS NO IRRF) E
      *          WRK-DEP-QTDE-SALFAM (FILHOS/ENTEADOS MARCADOS PARA O
      *          SALARIO-FAMILIA QUE AINDA NAO FIZERAM 14 ANOS NA DATA
      *          DE REFERENCIA). O PROGRAMA QUE INCLUI DEVE TERMINAR
      *          COM UMA SECTION TERMINAL VAZIA ANTES DA COPY.
      ******************************************************************
       0870-CONTA-DEPENDENTES.
           MOVE ZEROS TO WRK-DEP-QTDE-IRRF.
           MOVE ZEROS TO WRK-DEP-QTDE-SALFAM.

           OPEN INPUT DEPENDENTES.
           IF FS-DEPENDENTES EQUAL 00
               MOVE WRK-DEP-FUNC-ID TO DEP-FUNC-ID
               MOVE ZEROS           TO DEP-SEQ
               START DEPENDENTES KEY IS NOT LESS DEP-CHAVE
               IF FS-DEPENDENTES EQUAL 00
                   READ DEPENDENTES NEXT RECORD
               END-IF
               PERFORM UNTIL FS-DEPENDENTES NOT EQUAL 00
                       OR DEP-FUNC-ID NOT EQUAL WRK-DEP-FUNC-ID
                   IF DEP-DEDUZ-IRRF
                       ADD 1 TO WRK-DEP-QTDE-IRRF
                   END-IF
                   IF DEP-TEM-SAL-FAMILIA
                           AND (DEP-FILHO OR DEP-ENTEADO)
                       COMPUTE WRK-DEP-DATA-LIMITE = DEP-DATA-NASC
                               + WRK-DEP-IDADE-SALFAM * 10000
                       IF WRK-DEP-DATA-LIMITE GREATER WRK-DEP-DATA-REF
                           ADD 1 TO WRK-DEP-QTDE-SALFAM
                       END-IF
                   END-IF
                   READ DEPENDENTES NEXT RECORD
               END-PERFORM
               CLOSE DEPENDENTES
           END-IF.
