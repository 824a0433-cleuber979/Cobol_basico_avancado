      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE DEPENDENTE DO FUNCIONARIO (FD
      *          DEPENDENTES, DEPENDENTES.DAT), CHAVEADO POR FUNC-ID +
      *          SEQUENCIA. DEP-IRRF "S" = DEDUZ DA BASE DO IMPOSTO DE
      *          RENDA; DEP-SAL-FAMILIA "S" = FILHO/ENTEADO QUE DA
      *          DIREITO AO SALARIO-FAMILIA ATE OS 14 ANOS. MANTIDO NO
      *          CADASTRO DE FUNCIONARIOS (PROGRAMA FUNCIONARIOS).
      *          FILE SECTION.
      ******************************************************************
       01  REG-DEPENDENTE.
           05 DEP-CHAVE.
               10 DEP-FUNC-ID   PIC 9(04).
               10 DEP-SEQ       PIC 9(02).
           05 DEP-NOME          PIC X(30).
           05 DEP-PARENTESCO    PIC X(01).
               88 DEP-FILHO          VALUE "F".
               88 DEP-ENTEADO        VALUE "E".
               88 DEP-CONJUGE        VALUE "C".
               88 DEP-PAIS           VALUE "P".
               88 DEP-OUTRO          VALUE "O".
               88 DEP-PARENTESCO-VALIDO VALUE "F" "E" "C" "P" "O".
           05 DEP-DATA-NASC     PIC 9(08).
           05 DEP-IRRF          PIC X(01).
               88 DEP-DEDUZ-IRRF     VALUE "S".
           05 DEP-SAL-FAMILIA   PIC X(01).
               88 DEP-TEM-SAL-FAMILIA VALUE "S".
