      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LANCA UM MOVIMENTO NO BANCO DE HORAS (PROCEDURE
      *          DIVISION). ESPERA QUE O PROGRAMA QUE O INCLUI TENHA OS
      *          ITENS DA COPY BCOHORASWS, O FD BCOHORAS (COPY
      *          BCOHORASREG) COM FS-BCOHORAS, E TENHA PREENCHIDO
      *          WRK-BH-FUNC-ID, WRK-BH-DATA, WRK-BH-TIPO ("C" OU "D"),
      *          WRK-BH-ORIGEM E WRK-BH-HORAS ANTES DE CHAMAR 0890.
      *          AS HORAS PRIMEIRO ABATEM O SALDO EM ABERTO DO TIPO
      *          OPOSTO, DO MAIS ANTIGO PARA O MAIS NOVO (CREDITO JA
      *          VENCIDO NA DATA NAO E CONSUMIDO - FICA PARA O FOLHA001
      *          PAGAR), E O QUE SOBRAR FICA COMO SALDO DO NOVO
      *          MOVIMENTO. O PROGRAMA QUE INCLUI DEVE TERMINAR COM UMA
      *          SECTION TERMINAL VAZIA ANTES DA COPY.
      ******************************************************************
       0890-LANCA-BANCO-HORAS.
           IF WRK-BH-HORAS GREATER ZEROS
               MOVE WRK-BH-HORAS TO WRK-BH-RESTO
               IF WRK-BH-TIPO EQUAL "C"
                   MOVE "D" TO WRK-BH-TIPO-OPOSTO
               ELSE
                   MOVE "C" TO WRK-BH-TIPO-OPOSTO
               END-IF

               OPEN I-O BCOHORAS
               IF FS-BCOHORAS EQUAL 00
                   READ BCOHORAS
                   PERFORM UNTIL FS-BCOHORAS NOT EQUAL 00
                           OR WRK-BH-RESTO EQUAL ZEROS
                       IF BH-FUNC-ID EQUAL WRK-BH-FUNC-ID
                               AND BH-TIPO EQUAL WRK-BH-TIPO-OPOSTO
                               AND BH-SALDO GREATER ZEROS
                               AND (BH-DEBITO
                                OR BH-VENCIMENTO NOT LESS WRK-BH-DATA)
                           PERFORM 0892-ABATE-MOVIMENTO-BH
                       END-IF
                       READ BCOHORAS
                   END-PERFORM
                   CLOSE BCOHORAS
               END-IF

               OPEN EXTEND BCOHORAS
               IF FS-BCOHORAS EQUAL 35
                   OPEN OUTPUT BCOHORAS
               END-IF
               MOVE WRK-BH-FUNC-ID TO BH-FUNC-ID
               MOVE WRK-BH-DATA    TO BH-DATA
               MOVE WRK-BH-TIPO    TO BH-TIPO
               MOVE WRK-BH-ORIGEM  TO BH-ORIGEM
               MOVE WRK-BH-HORAS   TO BH-HORAS
               MOVE WRK-BH-RESTO   TO BH-SALDO
               MOVE ZEROS          TO BH-VENCIMENTO
               IF BH-CREDITO
                   PERFORM 0894-CALCULA-VENCIMENTO-BH
                   MOVE WRK-BH-VENC-R TO BH-VENCIMENTO
               END-IF
               WRITE REG-BCOHORAS
               CLOSE BCOHORAS
           END-IF.

       0892-ABATE-MOVIMENTO-BH.
           IF BH-SALDO GREATER WRK-BH-RESTO
               MOVE WRK-BH-RESTO TO WRK-BH-ABATE
           ELSE
               MOVE BH-SALDO TO WRK-BH-ABATE
           END-IF.
           SUBTRACT WRK-BH-ABATE FROM BH-SALDO.
           SUBTRACT WRK-BH-ABATE FROM WRK-BH-RESTO.
           REWRITE REG-BCOHORAS.

      *===============================DATA + PRAZO EM MESES; DIA QUE
      *===============================NAO EXISTE NO MES DO VENCIMENTO
      *===============================CAI NO ULTIMO DIA DESSE MES.
       0894-CALCULA-VENCIMENTO-BH.
           MOVE WRK-BH-DATA TO WRK-BH-VENC-R.
           ADD WRK-BH-MESES-PRAZO TO WRK-BHV-MES.
           IF WRK-BHV-MES GREATER 12
               SUBTRACT 12 FROM WRK-BHV-MES
               ADD 1 TO WRK-BHV-ANO
           END-IF.
           IF WRK-BHV-DIA GREATER DIAS-MES-BH(WRK-BHV-MES)
               MOVE DIAS-MES-BH(WRK-BHV-MES) TO WRK-BHV-DIA
           END-IF.
