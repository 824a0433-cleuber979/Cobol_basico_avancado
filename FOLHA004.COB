      *          FOLHA-VALOR-PAGO NO SITE DO BANCO NA MAO E ERRO DE
      *          DINHEIRO DE VERDADE.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *==ALTERACOES                                          REMARKS
      *==OPCAO 1 TAMBEM MANTEM O CPF DO FUNCIONARIO (FUNC-CPF, VALIDADO
      *==PELA COPY CPFCNPJPD), USADO NO INFORME DE RENDIMENTOS DO
      *==FOLHA006.
      *==DATA:15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  REG-CONTROLE   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CPFCNPJWS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-FOLHA        PIC 9(02) VALUE ZEROS.
       77  FS-REMESSA      PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CONTA PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-OK    PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-REJEITADOS PIC 9(05) VALUE ZEROS.
       77  WRK-CPF-DIGITADO PIC 9(11) VALUE ZEROS.

       01  WRK-DATA-FOLHA-X.
           05 WRK-DFX-ANOMES PIC 9(06).
           DISPLAY "================================================"
           DISPLAY "  REMESSA BANCARIA DE SALARIOS "
           DISPLAY "================================================"
           DISPLAY "1 - MANTER DADOS BANCARIOS E CPF DO FUNCIONARIO "
           DISPLAY "2 - GERAR REMESSA DO PERIODO "
           DISPLAY "3 - PROCESSAR RETORNO DO BANCO "
           DISPLAY "9 - SAIR "
                       ACCEPT FUNC-AGENCIA
                       DISPLAY "DIGITE A CONTA (8 DIGITOS) "
                       ACCEPT FUNC-CONTA
                       PERFORM 0310-RECEBE-CPF
                       REWRITE REG-FUNCIONARIOS
                       DISPLAY "DADOS BANCARIOS ATUALIZADOS "
               END-READ
               CLOSE FUNCIONARIOS
           END-IF.

      *===============================CPF DO FUNCIONARIO PARA O
      *===============================INFORME DE RENDIMENTOS
      *===============================(FOLHA006): ZERO MANTEM O
      *===============================ATUAL; DIGITO VERIFICADOR
      *===============================INVALIDO NAO E GRAVADO.
       0310-RECEBE-CPF      SECTION.
           IF FUNC-CPF NOT NUMERIC
               MOVE ZEROS TO FUNC-CPF
           END-IF.
           DISPLAY "CPF ATUAL..... " FUNC-CPF.
           DISPLAY "DIGITE O CPF (11 DIGITOS, ZERO MANTEM) "
           ACCEPT WRK-CPF-DIGITADO.

           IF WRK-CPF-DIGITADO NOT EQUAL ZEROS
               MOVE "F"              TO WRK-DOC-TIPO
               MOVE WRK-CPF-DIGITADO TO WRK-DOC-NUMERO
               PERFORM 0092-VALIDA-CPF-CNPJ
               IF WRK-DOC-VALIDO EQUAL "S"
                   MOVE WRK-CPF-DIGITADO TO FUNC-CPF
               ELSE
                   DISPLAY "CPF INVALIDO - MANTIDO O ATUAL "
               END-IF
           END-IF.

       0400-GERA-REMESSA    SECTION.
           DISPLAY "PERIODO DA REMESSA (AAAAMM) "
           ACCEPT WRK-ANOMES-PROC.
                       " CREDITADO(S), " WRK-TOTAL-REJEITADOS
                       " REJEITADO(S) "
           END-IF.

      *===============================SECTION TERMINAL VAZIA: O
      *===============================CABECALHO DE SECTION IMPEDE QUE
      *===============================O PERFORM DA ULTIMA SECTION DO
      *===============================PROGRAMA CAIA NOS PARAGRAFOS DAS
      *===============================COPYS ABAIXO (MESMO PAPEL QUE O
      *===============================9000-TRATA-ERRO DA FSERRPD FAZ
      *===============================NOS PROGRAMAS QUE A INCLUEM).
       9900-FIM-PROGRAMA SECTION.

           COPY CPFCNPJPD.
       END PROGRAM FOLHA004.
