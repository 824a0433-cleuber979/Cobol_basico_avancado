      ******************************************************************
      * Author:CLEUBER MACIEL
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE BENEFICIOS DO FUNCIONARIO (FD
      *          BENEFICIOS, BENEFICIOS.DAT), CHAVEADO POR FUNC-ID E
      *          MANTIDO PELO BENEF001: TARIFA DIARIA DO
      *          VALE-TRANSPORTE (IDA E VOLTA, ZERO = NAO USA) E
      *          DIREITO AO VALE-REFEICAO COM O VALOR DIARIO. FILE
      *          SECTION.
      ******************************************************************
       01  REG-BENEFICIO.
           05 BN-FUNC-ID       PIC 9(04).
           05 BN-TARIFA-DIA    PIC 9(03)V99.
           05 BN-VR-ELEGIVEL   PIC X(01).
               88 BN-COM-VR    VALUE "S".
           05 BN-VR-VALOR-DIA  PIC 9(03)V99.
