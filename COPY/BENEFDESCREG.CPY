      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE DESCONTO DE BENEFICIO (FD
      *          BENEFDESC, BENEFDESC.DAT) - A RODADA MENSAL DO
      *          BENEF001 GRAVA A PARTE DO FUNCIONARIO NO
      *          VALE-TRANSPORTE ("VT", ATE 6% DO SALARIO) E NO
      *          VALE-REFEICAO ("VR", PARTICIPACAO COMBINADA) COMO
      *          PENDENTE ("P"); O FOLHA001 DESCONTA NO PAGAMENTO E
      *          MARCA COMO DESCONTADO ("D"). FILE SECTION.
      ******************************************************************
       01  REG-BENEFDESC.
           05 BD-FUNC-ID       PIC 9(04).
           05 BD-COMPETENCIA   PIC 9(06).
           05 BD-TIPO          PIC X(02).
           05 BD-DIAS          PIC 9(02).
           05 BD-VALOR-COMPRA  PIC 9(07)V99.
           05 BD-VALOR-DESCONTO PIC 9(07)V99.
           05 BD-STATUS        PIC X(01).
               88 BD-PENDENTE   VALUE "P".
               88 BD-DESCONTADO VALUE "D".
           05 BD-DATA-DESCONTO PIC 9(08).
